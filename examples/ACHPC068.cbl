      *
      * VRS001 02/09/2026 F7023235 Implantacao - processamento do
      *                            retorno de devolucoes da rede ACH.
      * VRS002 15/10/2026 F7023235 Master de recorrencia ACHDEVM
      *                            (agencia+conta+motivo, ciclos
      *                            consecutivos devolvida) e proposta
      *                            de retencao automatica no ACHRETPR
      *                            p/ a conta devolvida N ciclos
      *                            seguidos (PARM, padrao 3) que nao
      *                            esteja retida no ACHRETM - revisada
      *                            pela operacao e aplicada pelo
      *                            ACHPC076.
      *
      *================================================================*

       FILE-CONTROL.
      *
           SELECT ACH610RT ASSIGN TO UT-S-ACH610RT.
           SELECT ACH601E  ASSIGN TO UT-S-ACH601E.
      *
           SELECT ACH610DR ASSIGN TO UT-S-ACH610DR.
           SELECT ACH610DA ASSIGN TO UT-S-ACH610DA.
           SELECT ACHRETPR ASSIGN TO UT-S-ACHRETPR.
      *
           SELECT ACH610IDX ASSIGN TO UT-S-ACH610IDX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CHAVE-ACH610IDX.
      *
           SELECT ACHDEVM ASSIGN TO UT-S-ACHDEVM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CHAVE-ACHDEVM.
      *
           SELECT ACHRETM ASSIGN TO UT-S-ACHRETM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CHAVE-ACHRETM.
      *
      ***************
       DATA DIVISION.
               10  CHV-AGENCIA-610X    PIC 9(05).
               10  CHV-CONTA-610X      PIC 9(08).
           05  DADOS-ACH610IDX         PIC X(1187).
      *
       FD  ACH601E
           BLOCK  0
           RECORD 50
           RECORDING F.
      *
       01  REGISTRO-ACH601E            PIC  X(050).
      *
      *--- Master de recorrencia das devolucoes: um registro por
      *--- agencia+conta+motivo casado com o envio, com primeira/
      *--- ultima devolucao (datas AMD do lider ACH601E) e a contagem
      *--- de ciclos consecutivos - mesmo esquema do ACHREJM do
      *--- ACHPC069.
      *
       FD  ACHDEVM
           RECORD 64.
      *
       01  REG-ACHDEVM.
           05  CHAVE-ACHDEVM.
               10  DEVM-AGENCIA        PIC 9(05).
               10  DEVM-CONTA          PIC 9(08).
               10  DEVM-MOTIVO-DEVOL   PIC X(04).
           05  DEVM-DT-PRIMEIRA        PIC 9(08).
           05  DEVM-DT-ULTIMA          PIC 9(08).
           05  DEVM-QT-CICLOS-CONSEC   PIC 9(05).
           05  FILLER                  PIC X(26).
      *
      *--- Master de retencao (ver ACHKRET) - so leitura aqui: conta
      *--- ja retida nao recebe proposta nova.
      *
       FD  ACHRETM
           RECORD 100.
      *
       COPY ACHKRET.
      *
      *--- Propostas de retencao automatica, no layout da transacao do
      *--- ACHPC076 (ver ACHKRTX) - a operacao revisa e submete.
      *
       FD  ACHRETPR
           BLOCK  0
           RECORD 100
           RECORDING F.
      *
       01  REGISTRO-ACHRETPR           PIC X(100).
      *
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  CTE-DSP-CASADO              PIC  X(10) VALUE 'CASADO'.
       77  CTE-DSP-SEM-ORIGEM          PIC  X(10) VALUE 'SEM-ORIGEM'.
      *
      *    Ciclos consecutivos devolvida (mesmo motivo) a partir dos
      *    quais a conta e proposta p/ retencao, quando o PARM nao
      *    informa outro valor; motivo e matricula gravados na
      *    proposta (ver ACHKRTX/ACHPC076).
      *
       77  CTE-QT-CICLOS-RETEM         PIC  9(03) VALUE 3.
       77  CTE-MOT-RET-DEVOLUCAO       PIC  X(12) VALUE 'DEVOLUCAO'.
       77  CTE-MATR-PROPOSTA           PIC  X(10) VALUE 'ACHPC068'.
      *
      *------------------------- B O O K S ----------------------------*
      *
       COPY DEBK610.
       COPY ACHKT98.
       COPY ACHK601.
       COPY ACHKRTX.
      *
      *------------------------ G U A R D A S -------------------------*
      *
      *--- Datas do ciclo vindas do lider ACH601E: a atual chaveia a
      *--- devolucao de hoje e a anterior decide se a sequencia de
      *--- ciclos consecutivos continua ou recomeca.
      *
       77  GDA-DT-CICLO-ATU            PIC 9(08) VALUE 0.
       77  GDA-DT-CICLO-ANT            PIC 9(08) VALUE 0.
       77  GDA-QT-CICLOS-RETEM         PIC 9(03) VALUE 0.
      *
      *--- Ultima conta proposta no ciclo - a mesma conta devolvida
      *--- por mais de um motivo gera uma proposta so.
      *
       01  GDA-ULTIMA-PROPOSTA.
           05  GDA-PROP-AGENCIA        PIC 9(05) VALUE 0.
           05  GDA-PROP-CONTA          PIC 9(08) VALUE 0.
      *
       01  GDA-DESCRICAO-PROPOSTA.
           05  FILLER                  PIC X(13) VALUE 'DEVOL. REDE: '.
           05  GDA-DSC-MOTIVO          PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  GDA-DSC-QT-CICLOS       PIC ZZZZ9.
           05  FILLER                  PIC X(07) VALUE ' CICLOS'.
      *
      *----------------------- T A B E L A S --------------------------*
      *
       77  CNT-QT-LIDOS                PIC 9(09) VALUE 0.
       77  CNT-QT-CASADOS              PIC 9(09) VALUE 0.
       77  CNT-QT-SEM-ORIGEM           PIC 9(09) VALUE 0.
       77  CNT-QT-RECORRENTES          PIC 9(09) VALUE 0.
       77  CNT-QT-JA-RETIDAS           PIC 9(09) VALUE 0.
       77  CNT-QT-PROPOSTAS            PIC 9(09) VALUE 0.
      *
      *-------------------- I N D I C A D O R E S ---------------------*
      *
       77  IND-FIM-RT                  PIC 9 VALUE 0.
       77  IND-CHAVE-ENCONTRADA        PIC 9 VALUE 0.
       77  IND-MOTIVO-ACHADO           PIC 9 VALUE 0.
       77  IND-DEVM-ENCONTRADA         PIC 9 VALUE 0.
      *
      *-------------------------- L I N H A S -------------------------*
      *
           05  RSM-QT-SEM-ORIGEM       PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(102) VALUE SPACES.
      *
      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------
      *
      *--- Parametro de execucao (EXEC PGM=ACHPC068,PARM='004'): a
      *--- quantidade de ciclos consecutivos devolvida p/ propor a
      *--- retencao. PARM vazio usa o padrao CTE-QT-CICLOS-RETEM.
      *
       01  PARM-ACHPC068.
           05  PARM-LEN                PIC S9(04) COMP.
           05  PARM-DADOS.
               10  PARM-QT-CICLOS      PIC X(03).
               10  FILLER              PIC X(97).
      *
      ********************
       PROCEDURE DIVISION USING PARM-ACHPC068.
      ********************
      *
      *----------------------------------------
      *----------------------------------------
      *
      *    CALL SBVERSAO USING CTE-PROG CTE-VERS.
      *
           PERFORM 050000-TRATA-PARM.
      *
           PERFORM 100000-PROC-INICIAIS.
      *
      *
           STOP RUN.
      *
      *----------------------------------------
       050000-TRATA-PARM                SECTION.
      *----------------------------------------
      *PARM com 3 digitos define quantos ciclos consecutivos de
      *devolucao levam a proposta de retencao; PARM vazio usa o
      *padrao. Valor nao numerico ou zero abenda - mesmo criterio do
      *PARM do ACHPC069.
      *----------------------------------------
      *
           MOVE CTE-QT-CICLOS-RETEM TO GDA-QT-CICLOS-RETEM.
      *
           IF PARM-LEN EQUAL 0
              GO TO 050099-SAI-TRATA-PARM
           END-IF.
      *
           IF PARM-LEN < 3
              PERFORM 990002-ERRO-02
           END-IF.
      *
           IF PARM-QT-CICLOS NOT NUMERIC
              PERFORM 990002-ERRO-02
           END-IF.
      *
           MOVE PARM-QT-CICLOS TO GDA-QT-CICLOS-RETEM.
      *
           IF GDA-QT-CICLOS-RETEM EQUAL 0
              PERFORM 990002-ERRO-02
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
           OPEN INPUT  ACH610RT
                INPUT  ACH601E
                OUTPUT ACH610DR
                OUTPUT ACH610DA
                OUTPUT ACHRETPR.
           OPEN INPUT  ACH610IDX.
           OPEN INPUT  ACHRETM.
           OPEN I-O    ACHDEVM.
      *
       100002-LE-LIDER-601.
           READ ACH601E INTO 601-REG-GERAL
                AT END PERFORM 990003-ERRO-03
           END-READ.
      *
           MOVE 601-DT-AMD-ATU TO GDA-DT-CICLO-ATU.
           MOVE 601-DT-AMD-ANT TO GDA-DT-CICLO-ANT.
      *
       100003-IMPRIME-CABECALHO.
           MOVE SPACES TO REGISTRO-ACH610DR.
           MOVE 'RELATORIO DE DISPOSICAO DAS DEVOLUCOES DA REDE ACH'
                        TO REGISTRO-ACH610DR(1:51).
           MOVE VL-LIMITE-CHQ-ESPECIAL-610 TO DA-LIMITE.
           MOVE RT-DATA-DEVOL              TO DA-DATA-DEVOL.
           WRITE REGISTRO-ACH610DA.
      *
       230002-ACOMPANHA-RECORRENCIA.
           PERFORM 235000-ATUALIZA-RECORRENCIA.
      *
       230099-SAI-TRATA-CASADO.
           EXIT.
      *
      *----------------------------------------
       235000-ATUALIZA-RECORRENCIA     SECTION.
      *----------------------------------------
      *Atualiza o ACHDEVM p/ a devolucao casada corrente, com a mesma
      *regra do ACHREJM no ACHPC069: chave inedita abre a sequencia;
      *ultima devolucao no ciclo anterior do lider continua; devolucao
      *de hoje ja registrada nao conta de novo; buraco na sequencia
      *recomeca a contagem (a data da primeira devolucao nao muda).
      *Atingido o limite de ciclos, a conta e proposta p/ retencao.
      *----------------------------------------
      *
           MOVE 0 TO IND-DEVM-ENCONTRADA.
      *
           MOVE RT-AGENCIA      TO DEVM-AGENCIA.
           MOVE RT-CONTA        TO DEVM-CONTA.
           MOVE RT-MOTIVO-DEVOL TO DEVM-MOTIVO-DEVOL.
      *
           READ ACHDEVM
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 1 TO IND-DEVM-ENCONTRADA
           END-READ.
      *
       235001-CHAVE-NOVA.
           IF IND-DEVM-ENCONTRADA = 0
              MOVE RT-AGENCIA         TO DEVM-AGENCIA
              MOVE RT-CONTA           TO DEVM-CONTA
              MOVE RT-MOTIVO-DEVOL    TO DEVM-MOTIVO-DEVOL
              MOVE GDA-DT-CICLO-ATU   TO DEVM-DT-PRIMEIRA
              MOVE GDA-DT-CICLO-ATU   TO DEVM-DT-ULTIMA
              MOVE 1                  TO DEVM-QT-CICLOS-CONSEC
              WRITE REG-ACHDEVM
              GO TO 235002-AVALIA-LIMITE
           END-IF.
      *
           IF DEVM-DT-ULTIMA EQUAL GDA-DT-CICLO-ATU
      *--- Devolucao duplicada no mesmo ciclo - ja contada (e, se for
      *--- o caso, ja proposta) hoje.
              GO TO 235099-SAI-ATUALIZA-RECORRENCIA
           END-IF.
      *
           IF DEVM-DT-ULTIMA EQUAL GDA-DT-CICLO-ANT
              ADD 1 TO DEVM-QT-CICLOS-CONSEC
           ELSE
              MOVE 1 TO DEVM-QT-CICLOS-CONSEC
           END-IF.
      *
           MOVE GDA-DT-CICLO-ATU TO DEVM-DT-ULTIMA.
           REWRITE REG-ACHDEVM.
      *
       235002-AVALIA-LIMITE.
      *--- A proposta se repete a cada ciclo em que a conta volta
      *--- devolvida enquanto a operacao nao a retem (ver 236000).
           IF DEVM-QT-CICLOS-CONSEC NOT LESS GDA-QT-CICLOS-RETEM
              ADD 1 TO CNT-QT-RECORRENTES
              PERFORM 236000-PROPOE-RETENCAO
           END-IF.
      *
       235099-SAI-ATUALIZA-RECORRENCIA.
           EXIT.
      *
      *----------------------------------------
       236000-PROPOE-RETENCAO          SECTION.
      *----------------------------------------
      *Grava no ACHRETPR uma transacao de retencao ('I', origem 'A')
      *p/ a conta recorrente, exceto se ja houver retencao aberta no
      *ACHRETM (o ACHPC076 a rejeitaria) ou se a conta ja foi
      *proposta neste ciclo por outro motivo de devolucao.
      *----------------------------------------
      *
           IF RT-AGENCIA EQUAL GDA-PROP-AGENCIA
           AND RT-CONTA  EQUAL GDA-PROP-CONTA
              GO TO 236099-SAI-PROPOE-RETENCAO
           END-IF.
      *
           MOVE RT-AGENCIA TO RET-AGENCIA.
           MOVE RT-CONTA   TO RET-CONTA.
      *
           READ ACHRETM
                INVALID KEY
                    GO TO 236001-GRAVA-PROPOSTA
           END-READ.
      *
           IF RET-DT-LIBERACAO EQUAL ZEROS
           OR RET-DT-LIBERACAO > GDA-DT-CICLO-ATU
              ADD 1 TO CNT-QT-JA-RETIDAS
              GO TO 236099-SAI-PROPOE-RETENCAO
           END-IF.
      *
       236001-GRAVA-PROPOSTA.
           MOVE RT-MOTIVO-DEVOL       TO GDA-DSC-MOTIVO.
           MOVE DEVM-QT-CICLOS-CONSEC TO GDA-DSC-QT-CICLOS.
      *
           MOVE SPACES                TO REG-ACHRETTX.
           MOVE 'I'                   TO RTX-ACAO.
           MOVE RT-AGENCIA            TO RTX-AGENCIA.
           MOVE RT-CONTA              TO RTX-CONTA.
           MOVE CTE-MOT-RET-DEVOLUCAO TO RTX-MOTIVO.
           MOVE GDA-DESCRICAO-PROPOSTA TO RTX-DESCRICAO.
           MOVE CTE-MATR-PROPOSTA     TO RTX-MATRICULA.
           MOVE ZEROS                 TO RTX-DT-INICIO.
           MOVE ZEROS                 TO RTX-DT-LIBERACAO.
           MOVE 'A'                   TO RTX-IN-ORIGEM.
      *
           WRITE REGISTRO-ACHRETPR FROM REG-ACHRETTX.
           ADD 1 TO CNT-QT-PROPOSTAS.
      *
           MOVE RT-AGENCIA TO GDA-PROP-AGENCIA.
           MOVE RT-CONTA   TO GDA-PROP-CONTA.
      *
           DISPLAY '888 ' CTE-PROG ' - PROPOSTA DE RETENCAO - AGENCIA: '
                    RT-AGENCIA ' CONTA: ' RT-CONTA ' MOTIVO: '
                    RT-MOTIVO-DEVOL ' CICLOS: ' DEVM-QT-CICLOS-CONSEC.
      *
       236099-SAI-PROPOE-RETENCAO.
           EXIT.
      *
      *----------------------------------------
       240000-TRATA-SEM-ORIGEM         SECTION.
      *----------------------------------------
           END-IF.
      *
       300003-FECHA-ARQUIVOS.
           CLOSE ACH610RT ACH610DR ACH610DA ACH610IDX
                 ACH601E ACHRETPR ACHRETM ACHDEVM.
      *
       300099-SAI.
           DISPLAY 'ACHPC068 - DEVOLUCOES LIDAS ......: ' CNT-QT-LIDOS.
                                                   CNT-QT-CASADOS.
           DISPLAY 'ACHPC068 - SEM ORIGEM NO ENVIO ...: '
                                                   CNT-QT-SEM-ORIGEM.
           DISPLAY 'ACHPC068 - DEVOLUCOES RECORRENTES : '
                                                   CNT-QT-RECORRENTES.
           DISPLAY 'ACHPC068 - RECORRENTES JA RETIDAS : '
                                                   CNT-QT-JA-RETIDAS.
           DISPLAY 'ACHPC068 - PROPOSTAS DE RETENCAO .: '
                                                   CNT-QT-PROPOSTAS.
           EXIT.
      *
      *----------------------------------------
                    ' EXIGE RETORNO INTEGRO - AGENCIA: ' RT-AGENCIA
                    ' CONTA: ' RT-CONTA.
           PERFORM 999000-ABENDA.
      *
       990002-ERRO-02.
           DISPLAY '888 ' CTE-PROG  ' 002 - PARM INVALIDO - ESPERADO'
                    ' LIMITE DE CICLOS (3 DIGITOS, MAIOR QUE ZERO) -'
                    ' PARM-LEN: ' PARM-LEN.
           PERFORM 999000-ABENDA.
      *
       990003-ERRO-03.
           DISPLAY '888 ' CTE-PROG ' 003 - O ARQUIVO ACH601 ESTA VAZIO'.
           PERFORM 999000-ABENDA.
      *
      *----------------------
       999000-ABENDA SECTION.
