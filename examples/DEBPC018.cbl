      *================================================================*
      * PROGRAMA: DEBPC018
      *
      * AUTOR   : F7023235 Matheus Santiago.
      *
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      * OBJETIVO..: Aprovacao em dupla custodia das transacoes de
      * manutencao do DEBTB014, antes do DEBPC015: toda transacao
      * digitada (DEBTXMK, com a matricula de quem digitou) vira uma
      * pendencia numerada (data do ciclo + sequencia) no arquivo de
      * pendencias de aprovacao (DEBTXAPE entra, DEBTXAPS sai); so
      * depois que OUTRA matricula a aprova no arquivo de decisoes
      * (DEBTXDEC) ela vai p/ o DEBTX014 que o DEBPC015 aplica. Cada
      * decisao - aprovada ou rejeitada - e jornalizada no DEBJR015
      * (linha de decisao, ver DEBKJ015) e listada no DEBTXAPR com a
      * situacao de cada pendencia.
      *
      *================================================================*
      *
      * VRS001 15/10/2026 F7023235 Implantacao - dupla custodia da
      *                            manutencao do DEBTB014.
      *
      *================================================================*

      *************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBPC018.
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
           SELECT DEBTXMK  ASSIGN TO UT-S-DEBTXMK.
           SELECT DEBTXAPE ASSIGN TO UT-S-DEBTXAPE.
           SELECT DEBTXAPS ASSIGN TO UT-S-DEBTXAPS.
           SELECT DEBTXDEC ASSIGN TO UT-S-DEBTXDEC.
           SELECT DEBTX014 ASSIGN TO UT-S-DEBTX014.
           SELECT DEBTXAPR ASSIGN TO UT-S-DEBTXAPR.
           SELECT DEBJR015 ASSIGN TO UT-S-DEBJR015.
           SELECT ACH601E  ASSIGN TO UT-S-ACH601E.
           SELECT ACHCTLF  ASSIGN TO UT-S-ACHCTLF.
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      *
      *--- Transacoes digitadas no dia: a transacao no layout do
      *--- DEBTX014 (ver DEBPC015) seguida da matricula do digitador.
      *
       FD  DEBTXMK
           BLOCK  0
           RECORD 90
           RECORDING F.
      *
       01  REG-DEBTXMK.
           05  MK-TRANSACAO                PIC X(71).
           05  MK-TRANSACAO-R REDEFINES MK-TRANSACAO.
               10  MK-TX-ACAO              PIC X(01).
                   88  MK-TX-ACAO-VALIDA       VALUE 'I' 'A' 'E'.
               10  MK-TX-TIPO-REG          PIC X(01).
                   88  MK-TX-TIPO-VALIDO       VALUE 'R' 'M' 'C'.
               10  MK-TX-CHAVE-DADOS       PIC X(13).
               10  FILLER                  PIC X(56).
           05  MK-MATRICULA                PIC X(10).
           05  FILLER                      PIC X(09).
      *
      *--- Pendencias de aprovacao do ciclo anterior (DEBTXAPE) e as
      *--- que continuam sem decisao (DEBTXAPS, que vira o DEBTXAPE do
      *--- proximo ciclo via JCL) - layout em REG-APROVACAO, sempre em
      *--- ordem de identificacao.
      *
       FD  DEBTXAPE
           BLOCK  0
           RECORD 120
           RECORDING F.
      *
       01  REGISTRO-DEBTXAPE           PIC X(120).
      *
       FD  DEBTXAPS
           BLOCK  0
           RECORD 120
           RECORDING F.
      *
       01  REGISTRO-DEBTXAPS           PIC X(120).
      *
      *--- Decisoes do aprovador, classificadas pela identificacao da
      *--- pendencia (data + sequencia, como saiu no DEBTXAPR).
      *
       FD  DEBTXDEC
           BLOCK  0
           RECORD 80
           RECORDING F.
      *
       01  REG-DEBTXDEC.
           05  DEC-ID-DATA                 PIC 9(08).
           05  DEC-ID-SEQ                  PIC 9(05).
           05  DEC-DECISAO                 PIC X(01).
               88  DEC-APROVA                  VALUE 'A'.
               88  DEC-REJEITA                 VALUE 'R'.
           05  DEC-APROVADOR               PIC X(10).
           05  DEC-MOTIVO                  PIC X(30).
           05  FILLER                      PIC X(26).
      *
      *--- So transacoes aprovadas - entrada do DEBPC015.
      *
       FD  DEBTX014
           BLOCK  0
           RECORD 71
           RECORDING F.
      *
       01  REGISTRO-DEBTX014           PIC X(71).
      *
       FD  DEBTXAPR
           BLOCK  0
           RECORD 132
           RECORDING F.
      *
       01  REGISTRO-DEBTXAPR           PIC X(132).
      *
      *--- Jornal de auditoria do DEBTB014, aberto em EXTEND: aqui so
      *--- linhas de decisao (ver DEBKJ015).
      *
       FD  DEBJR015
           BLOCK  0
           RECORD 240
           RECORDING F.
      *
       01  REGISTRO-DEBJR015           PIC X(240).
      *
       FD  ACH601E
           BLOCK  0
           RECORD 50
           RECORDING F.
      *
       01  REGISTRO-ACH601E            PIC  X(050).
      *
       FD  ACHCTLF
           BLOCK  0
           RECORD 64
           RECORDING F.
      *
       01  REGISTRO-ACHCTL             PIC X(64).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *
      *---------------------- C O N S T A N T E S ---------------------*
      *
       77  CTE-PROG                    PIC  X(016)
                                       VALUE '*** DEBPC018 ***'.
       77  CTE-VERS                    PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO                    PIC  X(08) VALUE 'SBVERSAO'.
       77  SBABEND                     PIC  X(07) VALUE 'SBABEND'.
       77  ACHPCT97                    PIC  X(08) VALUE 'ACHPCT97'.
      *
      *------------------------- B O O K S ----------------------------*
      *
       COPY DEBKJ015.
       COPY ACHK601.
       COPY ACHKCTL.
       COPY ACHKT97.
      *
      *--- Pendencia de aprovacao: identificacao (data do ciclo em que
      *--- foi digitada + sequencia no dia), quem digitou e a transacao
      *--- no layout do DEBTX014.
      *
       01  REG-APROVACAO.
           05  APR-ID-DATA                 PIC 9(08).
           05  APR-ID-SEQ                  PIC 9(05).
           05  APR-DIGITADOR               PIC X(10).
           05  APR-TRANSACAO               PIC X(71).
           05  APR-TRANSACAO-R REDEFINES APR-TRANSACAO.
               10  APR-TX-ACAO             PIC X(01).
               10  APR-TX-TIPO-REG         PIC X(01).
               10  APR-TX-CHAVE-DADOS      PIC X(13).
               10  FILLER                  PIC X(56).
           05  FILLER                      PIC X(26).
      *
      *------------------------ G U A R D A S -------------------------*
      *
       77  GDA-DATA-PROC                PIC 9(08) VALUE 0.
      *--- Maior sequencia ja usada no ciclo (pendencias de uma
      *--- reexecucao autorizada); as digitadas seguem a partir dela.
       77  GDA-ULT-SEQ                  PIC 9(05) VALUE 0.
       77  GDA-SITUACAO                 PIC X(30) VALUE SPACES.
      *
      *--- Chaves do balanceamento pendencia x decisao - HIGH-VALUES no
      *--- fim de cada arquivo.
       01  GDA-CHAVE-PEND.
           05  GDA-PEND-DATA            PIC 9(08).
           05  GDA-PEND-SEQ             PIC 9(05).
       01  GDA-CHAVE-DEC.
           05  GDA-DEC-DATA             PIC 9(08).
           05  GDA-DEC-SEQ              PIC 9(05).
       01  GDA-CHAVE-DEC-ANT            PIC X(13) VALUE LOW-VALUES.
      *
      *-------------------- I N D I C A D O R E S ---------------------*
      *
       77  IND-FIM-APE                  PIC 9 VALUE 0.
       77  IND-FIM-MK                   PIC 9 VALUE 0.
      *--- 1 = a pendencia corrente ja recebeu decisao valida.
       77  IND-DECIDIDA                 PIC 9 VALUE 0.
      *
      *--------------------- C O N T A D O R E S ----------------------*
      *
       77  CNT-QT-PEND-LIDAS            PIC 9(07) COMP VALUE 0.
       77  CNT-QT-DIGITADAS             PIC 9(07) COMP VALUE 0.
       77  CNT-QT-ENTR-RECUSADAS        PIC 9(07) COMP VALUE 0.
       77  CNT-QT-DECISOES              PIC 9(07) COMP VALUE 0.
       77  CNT-QT-DEC-RECUSADAS         PIC 9(07) COMP VALUE 0.
       77  CNT-QT-APROVADAS             PIC 9(07) COMP VALUE 0.
       77  CNT-QT-REJEITADAS            PIC 9(07) COMP VALUE 0.
       77  CNT-QT-PENDENTES             PIC 9(07) COMP VALUE 0.
       77  CNT-QT-JORNAL                PIC 9(07) COMP VALUE 0.
      *
      *-------------------------- L I N H A S -------------------------*
      *
       01  LINHA-CABECALHO.
           05  FILLER                  PIC X(49) VALUE
               'APROVACAO EM DUPLA CUSTODIA DO DEBTX014 - CICLO: '.
           05  CAB-DATA-PROC           PIC 9(08).
           05  FILLER                  PIC X(75) VALUE SPACES.
      *
       01  LINHA-ITEM.
           05  LIT-ID-DATA             PIC 9(08).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  LIT-ID-SEQ              PIC 9(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LIT-ACAO                PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LIT-TIPO-REG            PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LIT-CHAVE               PIC X(13).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LIT-DIGITADOR           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LIT-APROVADOR           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LIT-SITUACAO            PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LIT-MOTIVO              PIC X(30).
           05  FILLER                  PIC X(10) VALUE SPACES.
      *
       01  LINHA-TOTAL.
           05  LTT-DESCRICAO           PIC X(40).
           05  LTT-VALOR               PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(81) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
      *
      *--- Parametro de execucao (EXEC PGM=DEBPC018,PARM='...'): so a
      *--- autorizacao de reexecucao no mesmo ciclo (ver 060000).
      *
       01  PARM-DEBPC018.
           05  PARM-LEN                PIC S9(04) COMP.
           05  PARM-DADOS.
               10  PARM-REEXECUCAO     PIC X(01).
                   88  PARM-REEXECUCAO-SIM VALUE 'S'.
               10  PARM-REEXEC-AUTORIZADO PIC X(10).
               10  FILLER              PIC X(89).
      *
      ********************
       PROCEDURE DIVISION USING PARM-DEBPC018.
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
           PERFORM 060000-VERIFICA-REEXECUCAO.
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
      *Interpreta o PARM da EXEC - hoje so a autorizacao de
      *reexecucao; sem PARM, execucao normal.
      *----------------------------------------
      *
           MOVE SPACES TO ACHKT97-AUTORIZADO-POR.
      *
      *--- 'S' na 1a posicao + matricula de quem autorizou (ate a
      *--- 11a) libera a reexecucao no mesmo ciclo (ver 060000).
           IF PARM-LEN >= 11
              IF PARM-REEXECUCAO-SIM
                 MOVE PARM-REEXEC-AUTORIZADO TO ACHKT97-AUTORIZADO-POR
                 DISPLAY '888 ' CTE-PROG ' - REEXECUCAO NO CICLO '
                          'SOLICITADA NO PARM, AUTORIZADA POR: '
                          PARM-REEXEC-AUTORIZADO
              END-IF
           ELSE
              IF PARM-LEN >= 1 AND PARM-REEXECUCAO-SIM
                 DISPLAY '888 ' CTE-PROG ' - REEXECUCAO NO CICLO '
                          'IGNORADA - PARM SEM A MATRICULA DE QUEM '
                          'AUTORIZOU (PARM-LEN: ' PARM-LEN ')'
              END-IF
           END-IF.
      *
       050099-SAI-TRATA-PARM.
           EXIT.
      *
      *----------------------------------------
       060000-VERIFICA-REEXECUCAO      SECTION.
      *----------------------------------------
      *Trava de reexecucao (ver ACHPCT97), antes de abrir qualquer
      *arquivo: uma reexecucao jornalizaria de novo as mesmas decisoes
      *- so segue com a reexecucao autorizada no PARM.
      *----------------------------------------
      *
           MOVE 'DEBPC018'             TO ACHKT97-PROGRAMA.
      *
           CALL ACHPCT97 USING ACHKT97-PARM.
      *
           IF ACHKT97-ACAO-ABENDA
              PERFORM 990008-ERRO-08
           END-IF.
      *
       060099-SAI-VERIFICA-REEXECUCAO.
           EXIT.
      *
      *----------------------------------------
       100000-PROC-INICIAIS            SECTION.
      *----------------------------------------
      *
       100001-ABRE-ARQUIVOS.
           OPEN INPUT DEBTXMK.
           OPEN INPUT DEBTXAPE.
           OPEN INPUT DEBTXDEC.
           OPEN INPUT ACH601E.
           OPEN OUTPUT DEBTXAPS.
           OPEN OUTPUT DEBTX014.
           OPEN OUTPUT DEBTXAPR.
           OPEN EXTEND DEBJR015.
           OPEN EXTEND ACHCTLF.
      *
       100002-DATA-PROCESSAMENTO.
      *--- Data do ciclo do lider ACH601E: numera as pendencias novas
      *--- e vai p/ o jornal, como no DEBPC015.
           READ ACH601E INTO 601-REG-GERAL
                AT END PERFORM 990007-ERRO-07
           END-READ.
      *
           MOVE 601-DT-AMD-ATU TO GDA-DATA-PROC.
      *
       100003-CABECALHO-RELATORIO.
           MOVE GDA-DATA-PROC TO CAB-DATA-PROC.
           WRITE REGISTRO-DEBTXAPR FROM LINHA-CABECALHO.
      *
           MOVE SPACES TO REGISTRO-DEBTXAPR.
           WRITE REGISTRO-DEBTXAPR.
      *
       100099-SAI-PROC-INICIAIS.
           EXIT.
      *
      *----------------------------------------
       200000-PROCESSA                 SECTION.
      *----------------------------------------
      *Balanceamento das pendencias (as do DEBTXAPE e, em seguida, as
      *digitadas hoje, numeradas apos as do DEBTXAPE) com as decisoes
      *do DEBTXDEC, ambas em ordem de identificacao.
      *----------------------------------------
      *
           PERFORM 210000-LE-PENDENCIA.
           PERFORM 220000-LE-DECISAO.
      *
           PERFORM UNTIL GDA-CHAVE-PEND = HIGH-VALUES
                     AND GDA-CHAVE-DEC  = HIGH-VALUES
                PERFORM 230000-CONFRONTA
           END-PERFORM.
      *
       200099-SAI-PROCESSA.
           EXIT.
      *
      *----------------------------------------
       210000-LE-PENDENCIA             SECTION.
      *----------------------------------------
      *Proxima pendencia: primeiro as do DEBTXAPE; esgotado ele, as
      *transacoes digitadas no DEBTXMK, que so viram pendencia com
      *acao, tipo e matricula do digitador preenchidos.
      *----------------------------------------
      *
           MOVE 0 TO IND-DECIDIDA.
      *
           IF IND-FIM-APE = 0
              PERFORM 212000-LE-DEBTXAPE
              IF IND-FIM-APE = 0
                 GO TO 210099-SAI-LE-PENDENCIA
              END-IF
           END-IF.
      *
       210001-PROXIMA-DIGITADA.
           READ DEBTXMK
                AT END
                    MOVE 1 TO IND-FIM-MK
                    MOVE HIGH-VALUES TO GDA-CHAVE-PEND
                    GO TO 210099-SAI-LE-PENDENCIA
           END-READ.
      *
           ADD 1 TO CNT-QT-DIGITADAS.
      *
           IF NOT MK-TX-ACAO-VALIDA
           OR NOT MK-TX-TIPO-VALIDO
           OR MK-MATRICULA EQUAL SPACES
              PERFORM 990001-ERRO-01
              PERFORM 215000-IMPRIME-DIGITADA-RECUSADA
              GO TO 210001-PROXIMA-DIGITADA
           END-IF.
      *
           MOVE SPACES            TO REG-APROVACAO.
           ADD 1                  TO GDA-ULT-SEQ.
           MOVE GDA-DATA-PROC     TO APR-ID-DATA.
           MOVE GDA-ULT-SEQ       TO APR-ID-SEQ.
           MOVE MK-MATRICULA      TO APR-DIGITADOR.
           MOVE MK-TRANSACAO      TO APR-TRANSACAO.
      *
           MOVE APR-ID-DATA       TO GDA-PEND-DATA.
           MOVE APR-ID-SEQ        TO GDA-PEND-SEQ.
      *
       210099-SAI-LE-PENDENCIA.
           EXIT.
      *
      *----------------------------------------
       212000-LE-DEBTXAPE              SECTION.
      *----------------------------------------
      *
           READ DEBTXAPE INTO REG-APROVACAO
                AT END
                    MOVE 1 TO IND-FIM-APE
                    GO TO 212099-SAI-LE-DEBTXAPE
           END-READ.
      *
           ADD 1 TO CNT-QT-PEND-LIDAS.
      *
           IF APR-ID-DATA EQUAL GDA-DATA-PROC
           AND APR-ID-SEQ > GDA-ULT-SEQ
              MOVE APR-ID-SEQ TO GDA-ULT-SEQ
           END-IF.
      *
           MOVE APR-ID-DATA TO GDA-PEND-DATA.
           MOVE APR-ID-SEQ  TO GDA-PEND-SEQ.
      *
       212099-SAI-LE-DEBTXAPE.
           EXIT.
      *
      *----------------------------------------
       215000-IMPRIME-DIGITADA-RECUSADA SECTION.
      *----------------------------------------
      *Transacao digitada que nao virou pendencia - sai no relatorio
      *sem identificacao.
      *----------------------------------------
      *
           INITIALIZE LINHA-ITEM.
      *
           MOVE MK-TX-ACAO         TO LIT-ACAO.
           MOVE MK-TX-TIPO-REG     TO LIT-TIPO-REG.
           MOVE MK-TX-CHAVE-DADOS  TO LIT-CHAVE.
           MOVE MK-MATRICULA       TO LIT-DIGITADOR.
           MOVE 'DIGITACAO RECUSADA' TO LIT-SITUACAO.
      *
           WRITE REGISTRO-DEBTXAPR FROM LINHA-ITEM.
      *
       215099-SAI-IMPRIME-DIGITADA.
           EXIT.
      *
      *----------------------------------------
       220000-LE-DECISAO               SECTION.
      *----------------------------------------
      *
           READ DEBTXDEC
                AT END
                    MOVE HIGH-VALUES TO GDA-CHAVE-DEC
                    GO TO 220099-SAI-LE-DECISAO
           END-READ.
      *
           ADD 1 TO CNT-QT-DECISOES.
      *
           MOVE DEC-ID-DATA TO GDA-DEC-DATA.
           MOVE DEC-ID-SEQ  TO GDA-DEC-SEQ.
      *
      *--- Fora de ordem o balanceamento perderia decisoes em silencio.
           IF GDA-CHAVE-DEC < GDA-CHAVE-DEC-ANT
              PERFORM 990006-ERRO-06
           END-IF.
      *
           MOVE GDA-CHAVE-DEC TO GDA-CHAVE-DEC-ANT.
      *
       220099-SAI-LE-DECISAO.
           EXIT.
      *
      *----------------------------------------
       230000-CONFRONTA                SECTION.
      *----------------------------------------
      *
           EVALUATE TRUE
               WHEN GDA-CHAVE-PEND < GDA-CHAVE-DEC
                    PERFORM 240000-ENCERRA-PENDENCIA
                    PERFORM 210000-LE-PENDENCIA
      *
               WHEN GDA-CHAVE-PEND > GDA-CHAVE-DEC
                    PERFORM 990002-ERRO-02
                    PERFORM 235000-IMPRIME-DECISAO-AVULSA
                    PERFORM 220000-LE-DECISAO
      *
      *--- Mesma chave: a pendencia fica corrente ate passarem todas
      *--- as decisoes dela (uma segunda decisao e recusada).
               WHEN OTHER
                    PERFORM 250000-TRATA-DECISAO
                    PERFORM 220000-LE-DECISAO
      *
           END-EVALUATE.
      *
       230099-SAI-CONFRONTA.
           EXIT.
      *
      *----------------------------------------
       235000-IMPRIME-DECISAO-AVULSA   SECTION.
      *----------------------------------------
      *Decisao cuja identificacao nao esta entre as pendencias.
      *----------------------------------------
      *
           INITIALIZE LINHA-ITEM.
      *
           MOVE DEC-ID-DATA        TO LIT-ID-DATA.
           MOVE DEC-ID-SEQ         TO LIT-ID-SEQ.
           MOVE DEC-APROVADOR      TO LIT-APROVADOR.
           MOVE 'DECISAO SEM PENDENCIA' TO LIT-SITUACAO.
           MOVE DEC-MOTIVO         TO LIT-MOTIVO.
      *
           WRITE REGISTRO-DEBTXAPR FROM LINHA-ITEM.
      *
       235099-SAI-IMPRIME-DECISAO.
           EXIT.
      *
      *----------------------------------------
       240000-ENCERRA-PENDENCIA        SECTION.
      *----------------------------------------
      *Pendencia sem decisao valida neste ciclo volta p/ o DEBTXAPS e
      *sai no relatorio como PENDENTE.
      *----------------------------------------
      *
           IF IND-DECIDIDA = 1
              GO TO 240099-SAI-ENCERRA-PENDENCIA
           END-IF.
      *
           WRITE REGISTRO-DEBTXAPS FROM REG-APROVACAO.
           ADD 1 TO CNT-QT-PENDENTES.
      *
           PERFORM 270000-MONTA-LINHA.
           MOVE 'PENDENTE DE APROVACAO' TO LIT-SITUACAO.
           WRITE REGISTRO-DEBTXAPR FROM LINHA-ITEM.
      *
       240099-SAI-ENCERRA-PENDENCIA.
           EXIT.
      *
      *----------------------------------------
       250000-TRATA-DECISAO            SECTION.
      *----------------------------------------
      *Decisao da pendencia corrente. A dupla custodia exige aprovador
      *informado e diferente de quem digitou; decisao recusada nao
      *conta - a pendencia continua aguardando.
      *----------------------------------------
      *
           IF IND-DECIDIDA = 1
              PERFORM 990005-ERRO-05
              MOVE 'RECUSADA: DECISAO REPETIDA' TO GDA-SITUACAO
              PERFORM 255000-IMPRIME-RECUSA
              GO TO 250099-SAI-TRATA-DECISAO
           END-IF.
      *
           IF DEC-APROVADOR EQUAL SPACES
           OR DEC-APROVADOR EQUAL APR-DIGITADOR
              PERFORM 990003-ERRO-03
              MOVE 'RECUSADA: APROVADOR INVALIDO' TO GDA-SITUACAO
              PERFORM 255000-IMPRIME-RECUSA
              GO TO 250099-SAI-TRATA-DECISAO
           END-IF.
      *
           EVALUATE TRUE
               WHEN DEC-APROVA
                    WRITE REGISTRO-DEBTX014 FROM APR-TRANSACAO
                    ADD 1 TO CNT-QT-APROVADAS
                    PERFORM 270000-MONTA-LINHA
                    MOVE 'APROVADA - ENVIADA AO DEBPC015'
                                        TO LIT-SITUACAO
      *
               WHEN DEC-REJEITA
                    ADD 1 TO CNT-QT-REJEITADAS
                    PERFORM 270000-MONTA-LINHA
                    MOVE 'REJEITADA'    TO LIT-SITUACAO
      *
               WHEN OTHER
                    PERFORM 990004-ERRO-04
                    MOVE 'RECUSADA: DECISAO INVALIDA' TO GDA-SITUACAO
                    PERFORM 255000-IMPRIME-RECUSA
                    GO TO 250099-SAI-TRATA-DECISAO
      *
           END-EVALUATE.
      *
           MOVE 1 TO IND-DECIDIDA.
      *
           MOVE DEC-APROVADOR TO LIT-APROVADOR.
           MOVE DEC-MOTIVO    TO LIT-MOTIVO.
           WRITE REGISTRO-DEBTXAPR FROM LINHA-ITEM.
      *
           PERFORM 260000-GRAVA-JORNAL.
      *
       250099-SAI-TRATA-DECISAO.
           EXIT.
      *
      *----------------------------------------
       255000-IMPRIME-RECUSA           SECTION.
      *----------------------------------------
      *Decisao recusada sobre a pendencia corrente, com o motivo da
      *recusa em GDA-SITUACAO.
      *----------------------------------------
      *
           PERFORM 270000-MONTA-LINHA.
      *
           MOVE DEC-APROVADOR      TO LIT-APROVADOR.
           MOVE GDA-SITUACAO       TO LIT-SITUACAO.
           MOVE DEC-MOTIVO         TO LIT-MOTIVO.
      *
           WRITE REGISTRO-DEBTXAPR FROM LINHA-ITEM.
      *
       255099-SAI-IMPRIME-RECUSA.
           EXIT.
      *
      *----------------------------------------
       260000-GRAVA-JORNAL             SECTION.
      *----------------------------------------
      *Linha de decisao no DEBJR015 (ver DEBKJ015): a transacao, quem
      *digitou, quem decidiu e o motivo - a aplicacao no master, se
      *aprovada, e jornalizada depois pelo DEBPC015.
      *----------------------------------------
      *
           MOVE GDA-DATA-PROC      TO JRN-DATA-PROC.
           MOVE APR-TX-ACAO        TO JRN-ACAO.
           MOVE APR-TX-TIPO-REG    TO JRN-TIPO-REG.
           MOVE APR-TX-CHAVE-DADOS TO JRN-CHAVE-DADOS.
           MOVE APR-TRANSACAO      TO JRN-TRANSACAO.
      *
           MOVE SPACES             TO JRN-IMAGEM-ANTES.
           MOVE APR-ID-DATA        TO JRN-DEC-ID-DATA.
           MOVE APR-ID-SEQ         TO JRN-DEC-ID-SEQ.
           MOVE DEC-DECISAO        TO JRN-DEC-DECISAO.
           MOVE APR-DIGITADOR      TO JRN-DEC-DIGITADOR.
           MOVE DEC-APROVADOR      TO JRN-DEC-APROVADOR.
           MOVE DEC-MOTIVO         TO JRN-DEC-MOTIVO.
      *
           MOVE SPACES             TO JRN-IMAGEM-DEPOIS.
           MOVE 'D'                TO JRN-TIPO-LINHA.
      *
           WRITE REGISTRO-DEBJR015 FROM REG-DEBJR015.
           ADD 1 TO CNT-QT-JORNAL.
      *
       260099-SAI-GRAVA-JORNAL.
           EXIT.
      *
      *----------------------------------------
       270000-MONTA-LINHA              SECTION.
      *----------------------------------------
      *Linha do relatorio com a pendencia corrente; situacao, aprovador
      *e motivo ficam p/ o chamador.
      *----------------------------------------
      *
           INITIALIZE LINHA-ITEM.
      *
           MOVE APR-ID-DATA        TO LIT-ID-DATA.
           MOVE APR-ID-SEQ         TO LIT-ID-SEQ.
           MOVE APR-TX-ACAO        TO LIT-ACAO.
           MOVE APR-TX-TIPO-REG    TO LIT-TIPO-REG.
           MOVE APR-TX-CHAVE-DADOS TO LIT-CHAVE.
           MOVE APR-DIGITADOR      TO LIT-DIGITADOR.
      *
       270099-SAI-MONTA-LINHA.
           EXIT.
      *
      *----------------------------------------
       300000-PROC-FINAIS              SECTION.
      *----------------------------------------
      *
       300001-TOTAIS-RELATORIO.
           MOVE SPACES TO REGISTRO-DEBTXAPR.
           WRITE REGISTRO-DEBTXAPR.
      *
           MOVE 'PENDENCIAS DO CICLO ANTERIOR'  TO LTT-DESCRICAO.
           MOVE CNT-QT-PEND-LIDAS              TO LTT-VALOR.
           WRITE REGISTRO-DEBTXAPR FROM LINHA-TOTAL.
      *
           MOVE 'TRANSACOES DIGITADAS'          TO LTT-DESCRICAO.
           MOVE CNT-QT-DIGITADAS               TO LTT-VALOR.
           WRITE REGISTRO-DEBTXAPR FROM LINHA-TOTAL.
      *
           MOVE 'DIGITADAS RECUSADAS'           TO LTT-DESCRICAO.
           MOVE CNT-QT-ENTR-RECUSADAS          TO LTT-VALOR.
           WRITE REGISTRO-DEBTXAPR FROM LINHA-TOTAL.
      *
           MOVE 'DECISOES LIDAS'                TO LTT-DESCRICAO.
           MOVE CNT-QT-DECISOES                TO LTT-VALOR.
           WRITE REGISTRO-DEBTXAPR FROM LINHA-TOTAL.
      *
           MOVE 'DECISOES RECUSADAS'            TO LTT-DESCRICAO.
           MOVE CNT-QT-DEC-RECUSADAS           TO LTT-VALOR.
           WRITE REGISTRO-DEBTXAPR FROM LINHA-TOTAL.
      *
           MOVE 'APROVADAS (DEBTX014)'          TO LTT-DESCRICAO.
           MOVE CNT-QT-APROVADAS               TO LTT-VALOR.
           WRITE REGISTRO-DEBTXAPR FROM LINHA-TOTAL.
      *
           MOVE 'REJEITADAS'                    TO LTT-DESCRICAO.
           MOVE CNT-QT-REJEITADAS              TO LTT-VALOR.
           WRITE REGISTRO-DEBTXAPR FROM LINHA-TOTAL.
      *
           MOVE 'PENDENTES DE APROVACAO (DEBTXAPS)' TO LTT-DESCRICAO.
           MOVE CNT-QT-PENDENTES               TO LTT-VALOR.
           WRITE REGISTRO-DEBTXAPR FROM LINHA-TOTAL.
      *
       300002-GRAVA-CONTROLE.
      *--- Registro padrao de controle de ciclo (ver ACHKCTL): entrada
      *--- = pendencias do DEBTXAPE + digitadas, saida = aprovadas +
      *--- mantidas pendentes, rejeitados = rejeitadas pelo aprovador
      *--- + digitadas recusadas (erro 001).
           MOVE 'DEBPC018'          TO CTL-PROGRAMA.
           MOVE GDA-DATA-PROC       TO CTL-DATA-CICLO.
           COMPUTE CTL-QT-ENTRADA = CNT-QT-PEND-LIDAS +
                                    CNT-QT-DIGITADAS.
           COMPUTE CTL-QT-SAIDA   = CNT-QT-APROVADAS +
                                    CNT-QT-PENDENTES.
           COMPUTE CTL-QT-REJEITADOS = CNT-QT-REJEITADAS +
                                       CNT-QT-ENTR-RECUSADAS.
           COMPUTE CTL-SEQ-EXECUCAO = ACHKT97-QT-EXECUCOES + 1.
           MOVE ACHKT97-AUTORIZADO-POR TO CTL-AUTORIZADO-POR.
           IF ACHKT97-ACAO-REEXECUTA
              MOVE 'S' TO CTL-IN-REEXECUCAO
           ELSE
              MOVE 'N' TO CTL-IN-REEXECUCAO
           END-IF.
           MOVE ZEROS               TO CTL-DATA-REFERENCIA.
           WRITE REGISTRO-ACHCTL FROM REG-ACHCTL.
      *
       300003-FECHA-ARQUIVOS.
           CLOSE DEBTXMK DEBTXAPE DEBTXDEC ACH601E DEBTXAPS
                 DEBTX014 DEBTXAPR DEBJR015 ACHCTLF.
      *
       300099-SAI.
           DISPLAY 'DEBPC018 - PENDENCIAS ANTERIORES .: '
                                                   CNT-QT-PEND-LIDAS.
           DISPLAY 'DEBPC018 - TRANSACOES DIGITADAS ..: '
                                                   CNT-QT-DIGITADAS.
           DISPLAY 'DEBPC018 - DIGITADAS RECUSADAS ...: '
                                               CNT-QT-ENTR-RECUSADAS.
           DISPLAY 'DEBPC018 - DECISOES LIDAS ........: '
                                                   CNT-QT-DECISOES.
           DISPLAY 'DEBPC018 - DECISOES RECUSADAS ....: '
                                                CNT-QT-DEC-RECUSADAS.
           DISPLAY 'DEBPC018 - APROVADAS .............: '
                                                   CNT-QT-APROVADAS.
           DISPLAY 'DEBPC018 - REJEITADAS ............: '
                                                   CNT-QT-REJEITADAS.
           DISPLAY 'DEBPC018 - MANTIDAS PENDENTES ....: '
                                                   CNT-QT-PENDENTES.
           DISPLAY 'DEBPC018 - LINHAS DE JORNAL ......: '
                                                   CNT-QT-JORNAL.
           EXIT.
      *
      *---------------------
       990000-ERROS SECTION.
      *---------------------
      *
       990001-ERRO-01.
           ADD 1 TO CNT-QT-ENTR-RECUSADAS.
           DISPLAY '888 ' CTE-PROG  ' 001 - TRANSACAO DIGITADA RECUSADA'
                    ' - ACAO: ' MK-TX-ACAO ' TIPO: ' MK-TX-TIPO-REG
                    ' CHAVE: ' MK-TX-CHAVE-DADOS
                    ' DIGITADOR: ' MK-MATRICULA.
      *
       990002-ERRO-02.
           ADD 1 TO CNT-QT-DEC-RECUSADAS.
           DISPLAY '888 ' CTE-PROG  ' 002 - DECISAO SEM PENDENCIA - ID:'
                    ' ' DEC-ID-DATA '-' DEC-ID-SEQ
                    ' APROVADOR: ' DEC-APROVADOR.
      *
       990003-ERRO-03.
           ADD 1 TO CNT-QT-DEC-RECUSADAS.
           DISPLAY '888 ' CTE-PROG  ' 003 - DECISAO RECUSADA,'
                    ' APROVADOR EM BRANCO OU IGUAL AO DIGITADOR - ID: '
                    DEC-ID-DATA '-' DEC-ID-SEQ
                    ' DIGITADOR: ' APR-DIGITADOR.
      *
       990004-ERRO-04.
           ADD 1 TO CNT-QT-DEC-RECUSADAS.
           DISPLAY '888 ' CTE-PROG  ' 004 - DECISAO INVALIDA: '
                    DEC-DECISAO ' - ID: ' DEC-ID-DATA '-' DEC-ID-SEQ.
      *
       990005-ERRO-05.
           ADD 1 TO CNT-QT-DEC-RECUSADAS.
           DISPLAY '888 ' CTE-PROG  ' 005 - PENDENCIA JA DECIDIDA NO'
                    ' CICLO, DECISAO REPETIDA DESCONSIDERADA - ID: '
                    DEC-ID-DATA '-' DEC-ID-SEQ.
      *
       990006-ERRO-06.
           DISPLAY '888 ' CTE-PROG  ' 006 - DEBTXDEC FORA DE SEQUENCIA'
                    ' - ID: ' DEC-ID-DATA '-' DEC-ID-SEQ.
           PERFORM 999000-ABENDA.
      *
       990007-ERRO-07.
           DISPLAY '888 ' CTE-PROG ' 007 - O ARQUIVO ACH601 ESTA VAZIO'.
           PERFORM 999000-ABENDA.
      *
       990008-ERRO-08.
           DISPLAY '888 ' CTE-PROG  ' 008 - PROGRAMA JA CONCLUIDO NO'
                    ' CICLO ' ACHKT97-DATA-CICLO ' - REEXECUCAO SO COM'
                    ' A MATRICULA DE QUEM AUTORIZOU NO PARM'.
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

      *====================== FIM DEBPC018 =============================*
