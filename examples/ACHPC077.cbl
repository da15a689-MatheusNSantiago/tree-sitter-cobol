      *================================================================*
      * PROGRAMA: ACHPC077
      *
      * AUTOR   : F7023235 Matheus Santiago.
      *
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      * OBJETIVO..: Totalizar o limite de cheque especial contratado
      * (VL-LIMITE-CHQ-ESPECIAL-610, contas com o cheque especial
      * ativo) POR CLIENTE - CPF/CNPJ - somando todas as contas e
      * agencias do documento: o ACHPC070 quebra a exposicao por
      * agencia e modalidade, mas o risco de credito pergunta quanto
      * um mesmo cliente concentra. Percorre o indice por documento
      * ACH610DC gravado pelo ACHPC060 (ja vem na ordem CPF/CNPJ +
      * agencia + conta) e busca o limite de cada conta na copia
      * indexada ACH610IDX. Emite o ranking dos N maiores documentos
      * e a lista de todo documento acima do teto ou com crescimento
      * acima do percentual frente a execucao anterior (ACH610CA,
      * gravado como ACH610CP na vespera) - crescimento acima do
      * limiar passa pelo gate de severidade do ACHPCT98, como os
      * demais alertas de risco.
      *
      *================================================================*
      *
      * VRS001 15/10/2026 F7023235 Implantacao - relatorio de
      *                            concentracao de cheque especial por
      *                            CPF/CNPJ, com ranking, teto e
      *                            crescimento frente a vespera.
      *
      *================================================================*

      *************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHPC077.
       AUTHOR. F7023235.
      *************************
      *
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ACH610CA ASSIGN TO UT-S-ACH610CA.
      *
           SELECT ACH610CP ASSIGN TO UT-S-ACH610CP.
           SELECT ACH610CR ASSIGN TO UT-S-ACH610CR.
      *
           SELECT ACH610DC ASSIGN TO UT-S-ACH610DC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CHAVE-ACH610DC.
      *
           SELECT ACH610IDX ASSIGN TO UT-S-ACH610IDX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CHAVE-ACH610IDX.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *----------------------------------------------------------------
      *
      *--- Mesmo layout do ACH610DC gravado em 216000-ESCREVE-
      *--- ACH610DC no ACHPC060.
      *
       FD  ACH610DC
           RECORD 32.
      *
       01  REGISTRO-ACH610DC.
           05  CHAVE-ACH610DC.
               10  CHV-CPF-CNPJ-610D   PIC 9(14).
               10  CHV-AGENCIA-610D    PIC 9(05).
               10  CHV-CONTA-610D      PIC 9(08).
           05  FILLER                  PIC X(05).
      *
      *--- Mesmo layout do ACH610IDX gravado em 215000-ESCREVE-
      *--- ACH610IDX no ACHPC060.
      *
       FD  ACH610IDX
           RECORD 1200.
      *
       01  REGISTRO-ACH610IDX.
           05  CHAVE-ACH610IDX.
               10  CHV-AGENCIA-610X    PIC 9(05).
               10  CHV-CONTA-610X      PIC 9(08).
           05  DADOS-ACH610IDX         PIC X(1187).
      *
      *--- Totais por documento da execucao anterior - mesmo layout do
      *--- ACH610CP, na ordem de CPF/CNPJ. Pode vir vazio na primeira
      *--- execucao.
      *
       FD  ACH610CA
           BLOCK  0
           RECORD 32
           RECORDING F.
      *
       01  REGISTRO-ACH610CA.
           05  CA-CPF-CNPJ             PIC 9(14).
           05  CA-VALOR                PIC 9(13)V99 COMP-3.
           05  CA-QT-CONTAS            PIC 9(05).
           05  FILLER                  PIC X(05).
      *
      *--- Totais de hoje, gravados p/ serem o ACH610CA de amanha (so
      *--- documentos com limite ativo).
      *
       FD  ACH610CP
           BLOCK  0
           RECORD 32
           RECORDING F.
      *
       01  REGISTRO-ACH610CP.
           05  CP-CPF-CNPJ             PIC 9(14).
           05  CP-VALOR                PIC 9(13)V99 COMP-3.
           05  CP-QT-CONTAS            PIC 9(05).
           05  FILLER                  PIC X(05).
      *
       FD  ACH610CR
           BLOCK  0
           RECORD 132
           RECORDING F.
      *
       01  REGISTRO-ACH610CR           PIC X(132).
      *
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      *
      *---------------------- C O N S T A N T E S ---------------------*
      *
       77  CTE-PROG                    PIC  X(016)
                                       VALUE '*** ACHPC077 ***'.
       77  CTE-VERS                    PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO                    PIC  X(08) VALUE 'SBVERSAO'.
       77  SBABEND                     PIC  X(07) VALUE 'SBABEND'.
       77  ACHPCT98                    PIC  X(08) VALUE 'ACHPCT98'.
      *
      *    Valores padrao quando o PARM nao informa outros: tamanho do
      *    ranking (maximo CTE-QT-TOP-MAXIMO, a capacidade da
      *    TAB-RANKING), teto por documento em reais inteiros e
      *    crescimento (em %) frente a execucao anterior.
      *
       77  CTE-QT-TOP                  PIC  9(03) VALUE 20.
       77  CTE-QT-TOP-MAXIMO           PIC  9(03) VALUE 100.
       77  CTE-VL-TETO                 PIC  9(11) VALUE 500000.
       77  CTE-PCT-CRESCIMENTO         PIC  9(03) VALUE 50.
      *
       77  CTE-ALR-ACIMA-TETO          PIC  X(12) VALUE 'ACIMA-TETO'.
       77  CTE-ALR-CRESCIMENTO         PIC  X(12) VALUE 'CRESCIMENTO'.
      *
      *------------------------- B O O K S ----------------------------*
      *
       COPY DEBK610.
       COPY ACHKT98.
      *
      *----------------------- T A B E L A S --------------------------*
      *
      *--- Ranking dos maiores documentos, mantido em ordem
      *--- decrescente de valor a cada fechamento de documento (ver
      *--- 280000) - so guarda os GDA-QT-TOP primeiros.
      *
       77  QT-RANKING                   PIC 9(04) COMP VALUE 0.
       01  TAB-RANKING.
           05  REC-RANKING OCCURS 100 TIMES.
               10  RNK-CPF-CNPJ          PIC 9(14).
               10  RNK-QT-CONTAS         PIC 9(05) COMP.
               10  RNK-QT-AGENCIAS       PIC 9(05) COMP.
               10  RNK-VALOR             PIC 9(13)V99 COMP-3.
               10  RNK-VALOR-ANT         PIC 9(13)V99 COMP-3.
               10  RNK-PCT-VARIACAO      PIC S9(05)V99 COMP-3.
               10  RNK-ALERTA            PIC X(25).
      *
      *------------------------ G U A R D A S -------------------------*
      *
       77  GDA-QT-TOP                  PIC 9(03) VALUE 0.
       77  GDA-VL-TETO                 PIC 9(13)V99 COMP-3 VALUE 0.
       77  GDA-PCT-CRESCIMENTO         PIC 9(03) VALUE 0.
      *
      *--- Quebra por documento: o ACH610DC vem na ordem da chave
      *--- (CPF/CNPJ + agencia + conta), entao o documento corrente
      *--- acumula ate mudar, e as agencias dele chegam agrupadas.
      *
       77  GDA-DOC-CORRENTE            PIC 9(14) VALUE 0.
       77  GDA-AGENCIA-CORRENTE        PIC 9(05) VALUE 0.
       77  GDA-VLR-DOC                 PIC 9(13)V99 COMP-3 VALUE 0.
       77  GDA-QT-CONTAS-DOC           PIC 9(05) COMP VALUE 0.
       77  GDA-QT-AGENCIAS-DOC         PIC 9(05) COMP VALUE 0.
      *
       77  GDA-VLR-ANTERIOR            PIC 9(13)V99 COMP-3 VALUE 0.
       77  GDA-DIF-DOC                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  GDA-LIMIAR-CRESC            PIC 9(13)V99 COMP-3 VALUE 0.
       77  GDA-PCT-VARIACAO            PIC S9(05)V99 COMP-3 VALUE 0.
      *
       01  GDA-ALERTA-DOC.
           05  GDA-ALR-TETO            PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  GDA-ALR-CRESC           PIC X(12) VALUE SPACES.
      *
       77  GDA-POS-RNK                 PIC 9(04) COMP VALUE 0.
       77  GDA-POS-ACIMA               PIC 9(04) COMP VALUE 0.
      *
      *--------------------- C O N T A D O R E S ----------------------*
      *
       77  CNT-QT-LIDOS-DC             PIC 9(09) VALUE 0.
       77  CNT-QT-SEM-IDX              PIC 9(09) VALUE 0.
       77  CNT-QT-CONTAS-ATIVAS        PIC 9(09) VALUE 0.
       77  CNT-QT-DOCUMENTOS           PIC 9(09) VALUE 0.
       77  CNT-QT-ACIMA-TETO           PIC 9(09) VALUE 0.
       77  CNT-QT-CRESCIMENTO          PIC 9(09) VALUE 0.
       77  CNT-VLR-GERAL               PIC 9(13)V99 COMP-3 VALUE 0.
      *
      *-------------------- I N D I C A D O R E S ---------------------*
      *
       77  IND-FIM-DC                  PIC 9 VALUE 0.
       77  IND-FIM-CA                  PIC 9 VALUE 0.
       77  IND-DOC-ABERTO              PIC 9 VALUE 0.
       77  IND-VESPERA-PRESENTE        PIC 9 VALUE 0.
       77  IND-POSICAO-ACHADA          PIC 9 VALUE 0.
      *
      *-------------------------- L I N H A S -------------------------*
      *
       01  LINHA-COLUNAS.
           05  FILLER                  PIC X(05) VALUE 'POS. '.
           05  FILLER                  PIC X(16) VALUE 'CPF/CNPJ'.
           05  FILLER                  PIC X(08) VALUE 'CONTAS'.
           05  FILLER                  PIC X(08) VALUE 'AGENC.'.
           05  FILLER                  PIC X(20) VALUE 'LIMITE HOJE'.
           05  FILLER                  PIC X(20)
                                       VALUE 'LIMITE ANTERIOR'.
           05  FILLER                  PIC X(11) VALUE 'VARIAC. %'.
           05  FILLER                  PIC X(44) VALUE 'ALERTA'.
      *
       01  LINHA-DOCUMENTO.
           05  LDC-POSICAO             PIC ZZZ.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LDC-CPF-CNPJ            PIC 9(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LDC-QT-CONTAS           PIC ZZ.ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LDC-QT-AGENCIAS         PIC ZZ.ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LDC-VALOR-HOJE          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LDC-VALOR-ANTERIOR      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LDC-PCT-VARIACAO        PIC -ZZZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LDC-ALERTA              PIC X(25).
           05  FILLER                  PIC X(19) VALUE SPACES.
      *
       01  LINHA-GERAL.
           05  FILLER                  PIC X(26)
                                    VALUE 'TOTAL GERAL / DOCUMENTOS:'.
           05  LGE-VALOR               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LGE-QT-DOCUMENTOS       PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(75) VALUE SPACES.
      *
      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------
      *
      *--- Parametro de execucao (EXEC PGM=ACHPC077,PARM='...'), cada
      *--- campo opcional a partir do fim: tamanho do ranking (3
      *--- digitos, 1 a 100), teto por documento em reais inteiros (11
      *--- digitos) e percentual de crescimento (3 digitos). PARM
      *--- vazio usa os padroes CTE-QT-TOP/CTE-VL-TETO/
      *--- CTE-PCT-CRESCIMENTO.
      *
       01  PARM-ACHPC077.
           05  PARM-LEN                PIC S9(04) COMP.
           05  PARM-DADOS.
               10  PARM-QT-TOP         PIC X(03).
               10  PARM-VL-TETO        PIC X(11).
               10  PARM-PCT-CRESC      PIC X(03).
               10  FILLER              PIC X(83).
      *
      ********************
       PROCEDURE DIVISION USING PARM-ACHPC077.
      ********************
      *
      *----------------------------------------
       000000-INICIO                   SECTION.
      *----------------------------------------
      *
      *    CALL SBVERSAO USING CTE-PROG CTE-VERS.
      *
           PERFORM 050000-TRATA-PARM.
      *
           PERFORM 100000-PROC-INICIAIS.
      *
           PERFORM 200000-PROCESSA.
      *
           PERFORM 300000-PROC-FINAIS.
      *
           STOP RUN.
      *
      *----------------------------------------
       050000-TRATA-PARM                SECTION.
      *----------------------------------------
      *Cada campo do PARM so e lido se o PARM-LEN cobre o campo
      *inteiro - um PARM cortado no meio de um campo abenda, assim
      *como valor nao numerico ou zero: um limiar errado esconderia
      *documentos do relatorio de risco.
      *----------------------------------------
      *
           MOVE CTE-QT-TOP          TO GDA-QT-TOP.
           MOVE CTE-VL-TETO         TO GDA-VL-TETO.
           MOVE CTE-PCT-CRESCIMENTO TO GDA-PCT-CRESCIMENTO.
      *
           IF PARM-LEN EQUAL 0
              GO TO 050099-SAI-TRATA-PARM
           END-IF.
      *
           IF PARM-LEN NOT EQUAL 3
           AND PARM-LEN NOT EQUAL 14
           AND PARM-LEN NOT EQUAL 17
              PERFORM 990001-ERRO-01
           END-IF.
      *
       050001-TAMANHO-RANKING.
           IF PARM-QT-TOP NOT NUMERIC
              PERFORM 990001-ERRO-01
           END-IF.
      *
           MOVE PARM-QT-TOP TO GDA-QT-TOP.
      *
           IF GDA-QT-TOP EQUAL 0
           OR GDA-QT-TOP > CTE-QT-TOP-MAXIMO
              PERFORM 990001-ERRO-01
           END-IF.
      *
       050002-TETO-DOCUMENTO.
           IF PARM-LEN < 14
              GO TO 050099-SAI-TRATA-PARM
           END-IF.
      *
           IF PARM-VL-TETO NOT NUMERIC
              PERFORM 990001-ERRO-01
           END-IF.
      *
           MOVE PARM-VL-TETO TO GDA-VL-TETO.
      *
           IF GDA-VL-TETO EQUAL 0
              PERFORM 990001-ERRO-01
           END-IF.
      *
       050003-PERCENTUAL-CRESCIMENTO.
           IF PARM-LEN < 17
              GO TO 050099-SAI-TRATA-PARM
           END-IF.
      *
           IF PARM-PCT-CRESC NOT NUMERIC
              PERFORM 990001-ERRO-01
           END-IF.
      *
           MOVE PARM-PCT-CRESC TO GDA-PCT-CRESCIMENTO.
      *
           IF GDA-PCT-CRESCIMENTO EQUAL 0
              PERFORM 990001-ERRO-01
           END-IF.
      *
       050099-SAI-TRATA-PARM.
           EXIT.
      *
      *----------------------------------------
       100000-PROC-INICIAIS            SECTION.
      *----------------------------------------
      *
       100001-ABRE-ARQUIVOS.
           OPEN INPUT  ACH610CA
                OUTPUT ACH610CP
                OUTPUT ACH610CR.
           OPEN INPUT  ACH610DC.
           OPEN INPUT  ACH610IDX.
      *
       100002-LE-VESPERA.
           PERFORM 215000-LE-ACH610CA.
      *
           IF IND-FIM-CA = 1
              DISPLAY '888 ' CTE-PROG ' - ACH610CA VAZIO (PRIMEIRA '
                       'EXECUCAO?) - RELATORIO SEM COMPARATIVO'
           ELSE
              MOVE 1 TO IND-VESPERA-PRESENTE
           END-IF.
      *
       100003-IMPRIME-CABECALHO.
           MOVE SPACES TO REGISTRO-ACH610CR.
           MOVE 'CONCENTRACAO DE CHEQUE ESPECIAL POR CPF/CNPJ'
                        TO REGISTRO-ACH610CR(1:44).
           WRITE REGISTRO-ACH610CR.
      *
           MOVE SPACES TO REGISTRO-ACH610CR.
           MOVE 'TETO POR DOCUMENTO: '  TO REGISTRO-ACH610CR(1:20).
           MOVE GDA-VL-TETO             TO LDC-VALOR-HOJE.
           MOVE LDC-VALOR-HOJE          TO REGISTRO-ACH610CR(21:18).
           MOVE ' - CRESCIMENTO ACIMA DE (%): '
                                        TO REGISTRO-ACH610CR(39:29).
           MOVE GDA-PCT-CRESCIMENTO     TO REGISTRO-ACH610CR(68:3).
           WRITE REGISTRO-ACH610CR.
      *
           MOVE SPACES TO REGISTRO-ACH610CR.
           MOVE 'DOCUMENTOS ACIMA DO TETO OU COM CRESCIMENTO ACIMA DO LI
      -         'MIAR' TO REGISTRO-ACH610CR(1:60).
           WRITE REGISTRO-ACH610CR.
           WRITE REGISTRO-ACH610CR FROM LINHA-COLUNAS.
      *
       100099-SAI-PROC-INICIAIS.
           EXIT.
      *
      *----------------------------------------
       200000-PROCESSA                 SECTION.
      *----------------------------------------
      *
           PERFORM 210000-LE-ACH610DC.
      *
       200001-LOOP-PRINCIPAL.
           PERFORM UNTIL IND-FIM-DC = 1
                PERFORM 220000-TRATA-CONTA
                PERFORM 210000-LE-ACH610DC
           END-PERFORM.
      *
           PERFORM 240000-FECHA-DOCUMENTO.
      *
       200099-SAI-PROCESSA.
           EXIT.
      *
      *----------------------------------------
       210000-LE-ACH610DC              SECTION.
      *----------------------------------------
      *
           READ ACH610DC NEXT
                AT END
                    MOVE 1 TO IND-FIM-DC
                    GO TO 210099-SAI-LE-ACH610DC
           END-READ.
      *
           ADD 1 TO CNT-QT-LIDOS-DC.
      *
       210099-SAI-LE-ACH610DC.
           EXIT.
      *
      *----------------------------------------
       215000-LE-ACH610CA              SECTION.
      *----------------------------------------
      *
           READ ACH610CA
                AT END
                    MOVE 1 TO IND-FIM-CA
           END-READ.
      *
       215099-SAI-LE-ACH610CA.
           EXIT.
      *
      *----------------------------------------
       220000-TRATA-CONTA              SECTION.
      *----------------------------------------
      *Quebra por documento e por agencia dentro do documento, e soma
      *do limite da conta (so cheque especial ativo, mesmo criterio
      *do ACHPC070) buscado no ACH610IDX. Conta do indice sem imagem
      *no ACH610IDX nao deveria existir - os dois sao gravados juntos
      *pelo ACHPC060 -, entao e contada e avisada no fim do job.
      *----------------------------------------
      *
           IF IND-DOC-ABERTO = 1
              IF CHV-CPF-CNPJ-610D NOT EQUAL GDA-DOC-CORRENTE
                 PERFORM 240000-FECHA-DOCUMENTO
              END-IF
           END-IF.
      *
           IF IND-DOC-ABERTO = 0
              MOVE CHV-CPF-CNPJ-610D TO GDA-DOC-CORRENTE
              MOVE 0                 TO GDA-VLR-DOC
              MOVE 0                 TO GDA-QT-CONTAS-DOC
              MOVE 0                 TO GDA-QT-AGENCIAS-DOC
              MOVE 0                 TO GDA-AGENCIA-CORRENTE
              MOVE 1                 TO IND-DOC-ABERTO
           END-IF.
      *
           MOVE CHV-AGENCIA-610D TO CHV-AGENCIA-610X.
           MOVE CHV-CONTA-610D   TO CHV-CONTA-610X.
      *
           READ ACH610IDX
                INVALID KEY
                    ADD 1 TO CNT-QT-SEM-IDX
                    GO TO 220099-SAI-TRATA-CONTA
           END-READ.
      *
           MOVE REGISTRO-ACH610IDX TO REG610.
      *
           IF NOT CHQ-ESPECIAL-ATIVO-610
              GO TO 220099-SAI-TRATA-CONTA
           END-IF.
      *
           ADD 1 TO CNT-QT-CONTAS-ATIVAS.
           ADD 1 TO GDA-QT-CONTAS-DOC.
           ADD VL-LIMITE-CHQ-ESPECIAL-610 TO GDA-VLR-DOC.
      *
           IF CHV-AGENCIA-610D NOT EQUAL GDA-AGENCIA-CORRENTE
              ADD 1 TO GDA-QT-AGENCIAS-DOC
              MOVE CHV-AGENCIA-610D TO GDA-AGENCIA-CORRENTE
           END-IF.
      *
       220099-SAI-TRATA-CONTA.
           EXIT.
      *
      *----------------------------------------
       240000-FECHA-DOCUMENTO          SECTION.
      *----------------------------------------
      *Quebra de documento: documento sem limite ativo nao entra em
      *nada. Os demais gravam o total no ACH610CP, sao confrontados
      *com a execucao anterior (ACH610CA, mesma ordem de CPF/CNPJ -
      *casamento de linha balanceada), avaliados contra o teto e o
      *crescimento e disputam o ranking.
      *----------------------------------------
      *
           IF IND-DOC-ABERTO = 0
              GO TO 240099-SAI-FECHA-DOCUMENTO
           END-IF.
      *
           MOVE 0 TO IND-DOC-ABERTO.
      *
           IF GDA-VLR-DOC EQUAL 0
              GO TO 240099-SAI-FECHA-DOCUMENTO
           END-IF.
      *
           ADD 1 TO CNT-QT-DOCUMENTOS.
           ADD GDA-VLR-DOC TO CNT-VLR-GERAL.
      *
           MOVE GDA-DOC-CORRENTE  TO CP-CPF-CNPJ.
           MOVE GDA-VLR-DOC       TO CP-VALOR.
           MOVE GDA-QT-CONTAS-DOC TO CP-QT-CONTAS.
           WRITE REGISTRO-ACH610CP.
      *
       240001-BUSCA-ANTERIOR.
      *--- Documentos da vespera que nao vieram hoje ficam p/ tras.
           PERFORM 215000-LE-ACH610CA
                   UNTIL IND-FIM-CA = 1
                   OR CA-CPF-CNPJ NOT LESS GDA-DOC-CORRENTE.
      *
           MOVE 0 TO GDA-VLR-ANTERIOR.
      *
           IF IND-FIM-CA = 0
              IF CA-CPF-CNPJ EQUAL GDA-DOC-CORRENTE
                 MOVE CA-VALOR TO GDA-VLR-ANTERIOR
              END-IF
           END-IF.
      *
       240002-AVALIA-LIMIARES.
           MOVE SPACES TO GDA-ALERTA-DOC.
           MOVE 0      TO GDA-PCT-VARIACAO.
      *
           IF GDA-VLR-DOC > GDA-VL-TETO
              MOVE CTE-ALR-ACIMA-TETO TO GDA-ALR-TETO
              ADD 1 TO CNT-QT-ACIMA-TETO
           END-IF.
      *
      *--- Crescimento so e medido contra total anterior existente:
      *--- documento novo (ou sem limite ativo na vespera) nao tem
      *--- base - se for grande, ja aparece pelo teto.
           IF GDA-VLR-ANTERIOR > 0
              COMPUTE GDA-DIF-DOC = GDA-VLR-DOC - GDA-VLR-ANTERIOR
              COMPUTE GDA-PCT-VARIACAO ROUNDED =
                      GDA-DIF-DOC * 100 / GDA-VLR-ANTERIOR
                      ON SIZE ERROR MOVE 99999,99 TO GDA-PCT-VARIACAO
              END-COMPUTE
              COMPUTE GDA-LIMIAR-CRESC = GDA-VLR-ANTERIOR *
                                         GDA-PCT-CRESCIMENTO / 100
              IF GDA-DIF-DOC > GDA-LIMIAR-CRESC
                 MOVE CTE-ALR-CRESCIMENTO TO GDA-ALR-CRESC
                 ADD 1 TO CNT-QT-CRESCIMENTO
                 DISPLAY '888 ' CTE-PROG ' - CRESCIMENTO ACIMA DE '
                          GDA-PCT-CRESCIMENTO '% - CPF/CNPJ: '
                          GDA-DOC-CORRENTE ' HOJE: ' GDA-VLR-DOC
                          ' ANTERIOR: ' GDA-VLR-ANTERIOR
              END-IF
           END-IF.
      *
       240003-IMPRIME-EXCECAO.
           IF GDA-ALERTA-DOC NOT EQUAL SPACES
              MOVE 0 TO LDC-POSICAO
              PERFORM 250000-MONTA-LINHA-DOC
              WRITE REGISTRO-ACH610CR FROM LINHA-DOCUMENTO
           END-IF.
      *
       240004-CLASSIFICA.
           PERFORM 280000-CLASSIFICA-RANKING.
      *
       240099-SAI-FECHA-DOCUMENTO.
           EXIT.
      *
      *----------------------------------------
       250000-MONTA-LINHA-DOC          SECTION.
      *----------------------------------------
      *Linha de detalhe do documento recem-fechado (a posicao no
      *ranking, quando houver, e preenchida pelo chamador).
      *----------------------------------------
      *
           MOVE GDA-DOC-CORRENTE    TO LDC-CPF-CNPJ.
           MOVE GDA-QT-CONTAS-DOC   TO LDC-QT-CONTAS.
           MOVE GDA-QT-AGENCIAS-DOC TO LDC-QT-AGENCIAS.
           MOVE GDA-VLR-DOC         TO LDC-VALOR-HOJE.
           MOVE GDA-VLR-ANTERIOR    TO LDC-VALOR-ANTERIOR.
           MOVE GDA-PCT-VARIACAO    TO LDC-PCT-VARIACAO.
           MOVE GDA-ALERTA-DOC      TO LDC-ALERTA.
      *
       250099-SAI-MONTA-LINHA-DOC.
           EXIT.
      *
      *----------------------------------------
       260000-GATE-SEVERIDADE          SECTION.
      *----------------------------------------
      *Mesmo uso do ACHPCT98 feito em 260000-GATE-SEVERIDADE no
      *ACHPC070: severidade 'N' abenda em PRD e so alerta fora dela.
      *----------------------------------------
      *
           MOVE 'N' TO ACHKT98-SEVERIDADE.
      *
           CALL ACHPCT98 USING ACHKT98-PARM.
      *
           IF ACHKT98-ACAO-PROSSEGUE
              DISPLAY '888 ' CTE-PROG ' - AMBIENTE '
                       ACHKT98-COD-AMBIENTE ' - SEGUE COMO ALERTA'
           END-IF.
      *
       260099-SAI-GATE-SEVERIDADE.
           EXIT.
      *
      *----------------------------------------
       280000-CLASSIFICA-RANKING       SECTION.
      *----------------------------------------
      *Insere o documento recem-fechado na TAB-RANKING (decrescente
      *por valor) se ele couber entre os GDA-QT-TOP maiores: abre a
      *posicao no fim (ou toma a do ultimo, se a tabela ja esta
      *cheia) e sobe deslocando p/ baixo os de valor menor. Empate
      *fica com quem chegou primeiro (menor CPF/CNPJ).
      *----------------------------------------
      *
           IF QT-RANKING < GDA-QT-TOP
              ADD 1 TO QT-RANKING
              MOVE QT-RANKING TO GDA-POS-RNK
           ELSE
              IF GDA-VLR-DOC NOT > RNK-VALOR(QT-RANKING)
                 GO TO 280099-SAI-CLASSIFICA-RANKING
              END-IF
              MOVE QT-RANKING TO GDA-POS-RNK
           END-IF.
      *
           MOVE 0 TO IND-POSICAO-ACHADA.
      *
           PERFORM UNTIL IND-POSICAO-ACHADA = 1
                IF GDA-POS-RNK EQUAL 1
                   MOVE 1 TO IND-POSICAO-ACHADA
                ELSE
                   COMPUTE GDA-POS-ACIMA = GDA-POS-RNK - 1
                   IF RNK-VALOR(GDA-POS-ACIMA) NOT < GDA-VLR-DOC
                      MOVE 1 TO IND-POSICAO-ACHADA
                   ELSE
                      MOVE REC-RANKING(GDA-POS-ACIMA)
                                        TO REC-RANKING(GDA-POS-RNK)
                      MOVE GDA-POS-ACIMA TO GDA-POS-RNK
                   END-IF
                END-IF
           END-PERFORM.
      *
           MOVE GDA-DOC-CORRENTE    TO RNK-CPF-CNPJ(GDA-POS-RNK).
           MOVE GDA-QT-CONTAS-DOC   TO RNK-QT-CONTAS(GDA-POS-RNK).
           MOVE GDA-QT-AGENCIAS-DOC TO RNK-QT-AGENCIAS(GDA-POS-RNK).
           MOVE GDA-VLR-DOC         TO RNK-VALOR(GDA-POS-RNK).
           MOVE GDA-VLR-ANTERIOR    TO RNK-VALOR-ANT(GDA-POS-RNK).
           MOVE GDA-PCT-VARIACAO    TO RNK-PCT-VARIACAO(GDA-POS-RNK).
           MOVE GDA-ALERTA-DOC      TO RNK-ALERTA(GDA-POS-RNK).
      *
       280099-SAI-CLASSIFICA-RANKING.
           EXIT.
      *
      *----------------------------------------
       300000-PROC-FINAIS              SECTION.
      *----------------------------------------
      *
       300001-IMPRIME-RANKING.
           MOVE SPACES TO REGISTRO-ACH610CR.
           WRITE REGISTRO-ACH610CR.
           MOVE 'RANKING DOS MAIORES DOCUMENTOS - QUANTIDADE: '
                        TO REGISTRO-ACH610CR(1:45).
           MOVE GDA-QT-TOP TO REGISTRO-ACH610CR(46:3).
           WRITE REGISTRO-ACH610CR.
           WRITE REGISTRO-ACH610CR FROM LINHA-COLUNAS.
      *
           IF QT-RANKING > 0
              PERFORM VARYING GDA-POS-RNK FROM 1 BY 1
                      UNTIL GDA-POS-RNK > QT-RANKING
                   MOVE GDA-POS-RNK       TO LDC-POSICAO
                   MOVE RNK-CPF-CNPJ(GDA-POS-RNK)
                                          TO LDC-CPF-CNPJ
                   MOVE RNK-QT-CONTAS(GDA-POS-RNK)
                                          TO LDC-QT-CONTAS
                   MOVE RNK-QT-AGENCIAS(GDA-POS-RNK)
                                          TO LDC-QT-AGENCIAS
                   MOVE RNK-VALOR(GDA-POS-RNK)
                                          TO LDC-VALOR-HOJE
                   MOVE RNK-VALOR-ANT(GDA-POS-RNK)
                                          TO LDC-VALOR-ANTERIOR
                   MOVE RNK-PCT-VARIACAO(GDA-POS-RNK)
                                          TO LDC-PCT-VARIACAO
                   MOVE RNK-ALERTA(GDA-POS-RNK)
                                          TO LDC-ALERTA
                   WRITE REGISTRO-ACH610CR FROM LINHA-DOCUMENTO
              END-PERFORM
           END-IF.
      *
       300002-IMPRIME-GERAL.
           MOVE SPACES TO REGISTRO-ACH610CR.
           WRITE REGISTRO-ACH610CR.
           MOVE CNT-VLR-GERAL     TO LGE-VALOR.
           MOVE CNT-QT-DOCUMENTOS TO LGE-QT-DOCUMENTOS.
           WRITE REGISTRO-ACH610CR FROM LINHA-GERAL.
      *
       300003-FECHA-ARQUIVOS.
           CLOSE ACH610CA ACH610CP ACH610CR ACH610DC ACH610IDX.
      *
       300004-VERIFICA-SEVERIDADE.
      *--- Gate do ACHPCT98 DEPOIS do relatorio e do ACH610CP gravados:
      *--- os documentos que dispararam o alerta ja estao no relatorio
      *--- e o total de hoje vira a base de amanha mesmo que o job
      *--- abende. Documento so acima do teto nao passa pelo gate - e
      *--- posicao conhecida e aparece todo dia.
           IF CNT-QT-SEM-IDX > 0
              DISPLAY '888 ' CTE-PROG ' - ' CNT-QT-SEM-IDX
                       ' CONTA(S) DO ACH610DC SEM IMAGEM NO ACH610IDX'
                       ' - FORA DOS TOTAIS'
           END-IF.
      *
           IF CNT-QT-CRESCIMENTO > 0
              MOVE '002' TO ACHKT98-COD-ERRO
              PERFORM 260000-GATE-SEVERIDADE
              IF ACHKT98-ACAO-ABENDA
                 PERFORM 990002-ERRO-02
              END-IF
           END-IF.
      *
       300099-SAI.
           DISPLAY 'ACHPC077 - CONTAS DO ACH610DC ....: '
                                                   CNT-QT-LIDOS-DC.
           DISPLAY 'ACHPC077 - CONTAS CHQ ESP ATIVO ..: '
                                                   CNT-QT-CONTAS-ATIVAS.
           DISPLAY 'ACHPC077 - SEM IMAGEM NO ACH610IDX: '
                                                   CNT-QT-SEM-IDX.
           DISPLAY 'ACHPC077 - DOCUMENTOS C/ LIMITE ..: '
                                                   CNT-QT-DOCUMENTOS.
           DISPLAY 'ACHPC077 - DOCUMENTOS ACIMA TETO .: '
                                                   CNT-QT-ACIMA-TETO.
           DISPLAY 'ACHPC077 - CRESCIMENTO ACIMA LIM .: '
                                                   CNT-QT-CRESCIMENTO.
           EXIT.
      *
      *---------------------
       990000-ERROS SECTION.
      *---------------------
      *
       990001-ERRO-01.
           DISPLAY '888 ' CTE-PROG  ' 001 - PARM INVALIDO - ESPERADO'
                    ' RANKING (3 DIG., 1 A 100) [+ TETO (11 DIG.)'
                    ' [+ PERCENTUAL (3 DIG.)]] - PARM-LEN: ' PARM-LEN.
           PERFORM 999000-ABENDA.
      *
       990002-ERRO-02.
           DISPLAY '888 ' CTE-PROG  ' 002 - ' CNT-QT-CRESCIMENTO
                    ' DOCUMENTO(S) COM CRESCIMENTO DE LIMITE ACIMA DE '
                    GDA-PCT-CRESCIMENTO '%, E O AMBIENTE '
                    ACHKT98-COD-AMBIENTE ' EXIGE CONFERENCIA'.
           PERFORM 999000-ABENDA.
      *
      *----------------------
       999000-ABENDA SECTION.
      *----------------------
      *
           DISPLAY '888 ' CTE-PROG ' 888 - CANCELADO'.
      *    CALL SBABEND.
      *
       999099-SAI-ABENDA.
           EXIT.

      *====================== FIM ACHPC077 ============================*
