      * ocupacao de cada tipo frente a capacidade das tabelas fixas do
      * DEBKS014 (OCCURS 500), p/ avisar antes de uma carga estourar o
      * que a DEBSB014 comporta. Erros referenciais derrubam a esteira.
      * O cheque-ouro so tem a quantidade informada: o ACHPC060 le o
      * teto direto do DEBTB014, sem depender da tabela em memoria.
      *
      *================================================================*
      *
      * VRS001 22/08/2026 F7023235 Implantacao - verificacao de
      *                            integridade do DEBTB014.
      * VRS002 15/10/2026 F7023235 Cheque-ouro fora da checagem de
      *                            capacidade do DEBKS014 - o ACHPC060
      *                            passou a ler o teto por chave no
      *                            DEBTB014.
      *
      *================================================================*

       01  LINHA-OCUPACAO.
           05  OCP-TIPO                PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OCP-QUANTIDADE          PIC Z.ZZZ.ZZ9.
           05  FILLER                  PIC X(04) VALUE ' DE '.
           05  OCP-CAPACIDADE          PIC Z.ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OCP-OBSERVACAO          PIC X(40).
           05  FILLER                  PIC X(58) VALUE SPACES.
      *
      ********************
       PROCEDURE DIVISION.
           PERFORM 255000-AVALIA-OCUPACAO.
      *
       250002-OCUPACAO-CHEQUE-OURO.
      *--- Sem capacidade a avaliar: so a quantidade, p/ acompanhamento.
           MOVE 'CHEQUE-OURO'      TO OCP-TIPO.
           MOVE CNT-QT-CHEQUE-OURO TO OCP-QUANTIDADE.
           MOVE ZEROS              TO OCP-CAPACIDADE.
           MOVE 'SEM LIMITE - LIDO POR CHAVE NO DEBTB014'
                                   TO OCP-OBSERVACAO.
           WRITE REGISTRO-DEBTBREL FROM LINHA-OCUPACAO.
      *
       250003-OCUPACAO-MODALIDADES.
           MOVE 'MODALIDADES'      TO OCP-TIPO.
