      *================================================================*
      * PROGRAMA: ACHPC080
      *
      * AUTOR   : F7023235 Matheus Santiago.
      *
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      * OBJETIVO..: Aplicar, contra o master de calendario ACHCALM, as
      * transacoes de inclusao ('I'), alteracao ('A') e exclusao ('E')
      * de feriados nacionais e bancarios lidas do ACHCALTX. O ACHCALM
      * e a base do ACHPC081, que gera/valida as datas do lider
      * ACH601E. Toda transacao aplicada e jornalizada no ACHCALJR com
      * a imagem anterior e a posterior do registro, mesmo esquema do
      * DEBJR015 (ver DEBPC015) e do ACHRETJR (ver ACHPC076).
      *
      *================================================================*
      *
      * VRS001 15/10/2026 F7023235 Implantacao - manutencao do master
      *                            de calendario ACHCALM com jornal de
      *                            auditoria ACHCALJR.
      *
      *================================================================*

      *************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHPC080.
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
           SELECT ACHCALTX ASSIGN TO UT-S-ACHCALTX.
           SELECT ACHCALJR ASSIGN TO UT-S-ACHCALJR.
           SELECT ACH601E  ASSIGN TO UT-S-ACH601E.
      *
           SELECT ACHCALM ASSIGN TO UT-S-ACHCALM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CHAVE-ACHCALM.
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      *
       FD  ACHCALTX
           BLOCK  0
           RECORD 64
           RECORDING F.
      *
       01  REGISTRO-ACHCALTX           PIC X(64).
      *
       FD  ACHCALM
           RECORD 64.
      *
       COPY ACHKCAL.
      *
      *--- Jornal de auditoria: uma linha por transacao APLICADA no
      *--- master, com a imagem anterior e a posterior do REG-ACHCALM.
      *--- Aberto em EXTEND p/ acumular os ciclos (ver ACHKCJR).
      *
       FD  ACHCALJR
           BLOCK  0
           RECORD 220
           RECORDING F.
      *
       01  REGISTRO-ACHCALJR           PIC X(220).
      *
       FD  ACH601E
           BLOCK  0
           RECORD 50
           RECORDING F.
      *
       01  REGISTRO-ACH601E            PIC  X(050).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *
      *---------------------- C O N S T A N T E S ---------------------*
      *
       77  CTE-PROG                    PIC  X(016)
                                       VALUE '*** ACHPC080 ***'.
       77  CTE-VERS                    PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO                    PIC  X(08) VALUE 'SBVERSAO'.
       77  SBABEND                     PIC  X(07) VALUE 'SBABEND'.
      *
      *------------------------- B O O K S ----------------------------*
      *
       COPY ACHKCTX.
       COPY ACHKCJR.
       COPY ACHK601.
      *
      *----------------------- T A B E L A S --------------------------*
      *
      *--- Dias de cada mes (fevereiro acertado p/ ano bissexto em
      *--- 225000-VALIDA-DATA).
      *
       01  TAB-DIAS-MES-VALORES.
           05  FILLER                  PIC X(24)
                                  VALUE '312831303130313130313031'.
       01  TAB-DIAS-MES REDEFINES TAB-DIAS-MES-VALORES.
           05  QT-DIAS-MES OCCURS 12 TIMES PIC 9(02).
      *
      *------------------------ G U A R D A S -------------------------*
      *
       77  GDA-DATA-PROC                PIC 9(08) VALUE 0.
       77  GDA-IMAGEM-ANTES             PIC X(64) VALUE SPACES.
       77  GDA-IMAGEM-DEPOIS            PIC X(64) VALUE SPACES.
       77  GDA-ULTIMO-DIA               PIC 9(02) VALUE 0.
       77  GDA-QUOCIENTE                PIC 9(04) VALUE 0.
       77  GDA-RESTO-4                  PIC 9(04) VALUE 0.
       77  GDA-RESTO-100                PIC 9(04) VALUE 0.
       77  GDA-RESTO-400                PIC 9(04) VALUE 0.
      *
      *-------------------- I N D I C A D O R E S ---------------------*
      *
       77  IND-FIM-CALTX                PIC 9 VALUE 0.
       77  IND-CHAVE-ENCONTRADA         PIC 9 VALUE 0.
       77  IND-DATA-VALIDA              PIC 9 VALUE 0.
      *
      *--------------------- C O N T A D O R E S ----------------------*
      *
       77  CNT-QT-LIDOS                 PIC 9(07) COMP VALUE 0.
       77  CNT-QT-INCLUSOES             PIC 9(07) COMP VALUE 0.
       77  CNT-QT-ALTERACOES            PIC 9(07) COMP VALUE 0.
       77  CNT-QT-EXCLUSOES             PIC 9(07) COMP VALUE 0.
       77  CNT-QT-REJEITOS              PIC 9(07) COMP VALUE 0.
       77  CNT-QT-JORNAL                PIC 9(07) COMP VALUE 0.
      *
      ********************
       PROCEDURE DIVISION.
      ********************
      *
      *----------------------------------------
       000000-INICIO                   SECTION.
      *----------------------------------------
      *
      *    CALL SBVERSAO USING CTE-PROG CTE-VERS.
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
       100000-PROC-INICIAIS            SECTION.
      *----------------------------------------
      *
       100001-ABRE-ARQUIVOS.
           OPEN INPUT  ACHCALTX.
           OPEN INPUT  ACH601E.
           OPEN I-O    ACHCALM.
           OPEN EXTEND ACHCALJR.
      *
       100002-DATA-PROCESSAMENTO.
      *--- A data do ciclo vem do lider ACH601E corrente (o do ciclo
      *--- que acabou de rodar - o do proximo e gerado depois desta
      *--- manutencao, pelo ACHPC081): e ela que vai p/ o jornal e p/
      *--- a data de inclusao do feriado.
           READ ACH601E INTO 601-REG-GERAL
                AT END PERFORM 990007-ERRO-07
           END-READ.
      *
           MOVE 601-DT-AMD-ATU TO GDA-DATA-PROC.
      *
       100099-SAI-PROC-INICIAIS.
           EXIT.
      *
      *----------------------------------------
       200000-PROCESSA                 SECTION.
      *----------------------------------------
      *
       200001-LOOP-PRINCIPAL.
           PERFORM 210000-LE-ACHCALTX.
      *
           PERFORM UNTIL IND-FIM-CALTX = 1
                PERFORM 215000-TRATA-TRANSACAO
                PERFORM 210000-LE-ACHCALTX
           END-PERFORM.
      *
       200099-SAI-PROCESSA.
           EXIT.
      *
      *----------------------------------------
       210000-LE-ACHCALTX              SECTION.
      *----------------------------------------
      *
           READ ACHCALTX INTO REG-ACHCALTX
                AT END
                    MOVE 1 TO IND-FIM-CALTX
                    GO TO 210099-SAI-LE-ACHCALTX
           END-READ.
      *
           ADD 1 TO CNT-QT-LIDOS.
      *
       210099-SAI-LE-ACHCALTX.
           EXIT.
      *
      *----------------------------------------
       215000-TRATA-TRANSACAO          SECTION.
      *----------------------------------------
      *Consistencias comuns as tres acoes (matricula e data de
      *calendario valida) e leitura do feriado no master.
      *----------------------------------------
      *
           IF CTX-MATRICULA EQUAL SPACES
              PERFORM 990002-ERRO-02
              GO TO 215099-SAI-TRATA-TRANSACAO
           END-IF.
      *
           PERFORM 225000-VALIDA-DATA.
      *
           IF IND-DATA-VALIDA = 0
              PERFORM 990003-ERRO-03
              GO TO 215099-SAI-TRATA-TRANSACAO
           END-IF.
      *
           MOVE 0 TO IND-CHAVE-ENCONTRADA.
      *
           MOVE CTX-DATA TO CAL-DATA.
      *
           READ ACHCALM
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 1 TO IND-CHAVE-ENCONTRADA
           END-READ.
      *
           EVALUATE TRUE
               WHEN CTX-ACAO-INCLUI
                    PERFORM 230000-INCLUI-FERIADO
      *
               WHEN CTX-ACAO-ALTERA
                    PERFORM 240000-ALTERA-FERIADO
      *
               WHEN CTX-ACAO-EXCLUI
                    PERFORM 250000-EXCLUI-FERIADO
      *
               WHEN OTHER
                    PERFORM 990001-ERRO-01
      *
           END-EVALUATE.
      *
       215099-SAI-TRATA-TRANSACAO.
           EXIT.
      *
      *----------------------------------------
       225000-VALIDA-DATA              SECTION.
      *----------------------------------------
      *CTX-DATA tem de ser uma data AMD que existe no calendario: mes
      *de 1 a 12 e dia ate o ultimo do mes - fevereiro com 29 dias no
      *ano bissexto (divisivel por 4, e nao por 100 a menos que por
      *400).
      *----------------------------------------
      *
           MOVE 0 TO IND-DATA-VALIDA.
      *
           IF CTX-DATA NOT NUMERIC
              GO TO 225099-SAI-VALIDA-DATA
           END-IF.
      *
           IF CTX-DATA-ANO EQUAL 0
           OR CTX-DATA-MES < 1 OR CTX-DATA-MES > 12
           OR CTX-DATA-DIA < 1
              GO TO 225099-SAI-VALIDA-DATA
           END-IF.
      *
           MOVE QT-DIAS-MES(CTX-DATA-MES) TO GDA-ULTIMO-DIA.
      *
           IF CTX-DATA-MES EQUAL 2
              DIVIDE CTX-DATA-ANO BY 4   GIVING GDA-QUOCIENTE
                                         REMAINDER GDA-RESTO-4
              DIVIDE CTX-DATA-ANO BY 100 GIVING GDA-QUOCIENTE
                                         REMAINDER GDA-RESTO-100
              DIVIDE CTX-DATA-ANO BY 400 GIVING GDA-QUOCIENTE
                                         REMAINDER GDA-RESTO-400
              IF GDA-RESTO-4 EQUAL 0
              AND (GDA-RESTO-100 NOT EQUAL 0 OR GDA-RESTO-400 EQUAL 0)
                 MOVE 29 TO GDA-ULTIMO-DIA
              END-IF
           END-IF.
      *
           IF CTX-DATA-DIA > GDA-ULTIMO-DIA
              GO TO 225099-SAI-VALIDA-DATA
           END-IF.
      *
           MOVE 1 TO IND-DATA-VALIDA.
      *
       225099-SAI-VALIDA-DATA.
           EXIT.
      *
      *----------------------------------------
       230000-INCLUI-FERIADO           SECTION.
      *----------------------------------------
      *
           IF IND-CHAVE-ENCONTRADA = 1
              PERFORM 990004-ERRO-04
              GO TO 230099-SAI-INCLUI-FERIADO
           END-IF.
      *
           IF NOT CTX-TIPO-VALIDO
           OR CTX-DESCRICAO EQUAL SPACES
              PERFORM 990006-ERRO-06
              GO TO 230099-SAI-INCLUI-FERIADO
           END-IF.
      *
           MOVE SPACES            TO REG-ACHCALM.
           MOVE CTX-DATA          TO CAL-DATA.
           MOVE CTX-TIPO          TO CAL-TIPO.
           MOVE CTX-DESCRICAO     TO CAL-DESCRICAO.
           MOVE CTX-MATRICULA     TO CAL-INCLUIDO-POR.
           MOVE GDA-DATA-PROC     TO CAL-DT-INCLUSAO.
      *
           WRITE REG-ACHCALM
                 INVALID KEY
                     PERFORM 990004-ERRO-04
                     GO TO 230099-SAI-INCLUI-FERIADO
           END-WRITE.
      *
           ADD 1 TO CNT-QT-INCLUSOES.
      *
      *--- Inclusao nao tem imagem anterior - vai em branco no jornal.
           MOVE SPACES       TO GDA-IMAGEM-ANTES.
           MOVE REG-ACHCALM  TO GDA-IMAGEM-DEPOIS.
           PERFORM 260000-GRAVA-JORNAL.
      *
       230099-SAI-INCLUI-FERIADO.
           EXIT.
      *
      *----------------------------------------
       240000-ALTERA-FERIADO           SECTION.
      *----------------------------------------
      *So tipo e descricao mudam - a data e a chave; feriado mudado
      *de dia e uma exclusao seguida de uma inclusao.
      *----------------------------------------
      *
           IF IND-CHAVE-ENCONTRADA = 0
              PERFORM 990005-ERRO-05
              GO TO 240099-SAI-ALTERA-FERIADO
           END-IF.
      *
           IF NOT CTX-TIPO-VALIDO
           OR CTX-DESCRICAO EQUAL SPACES
              PERFORM 990006-ERRO-06
              GO TO 240099-SAI-ALTERA-FERIADO
           END-IF.
      *
           MOVE REG-ACHCALM       TO GDA-IMAGEM-ANTES.
      *
           MOVE CTX-TIPO          TO CAL-TIPO.
           MOVE CTX-DESCRICAO     TO CAL-DESCRICAO.
      *
           REWRITE REG-ACHCALM
                 INVALID KEY
                     PERFORM 990005-ERRO-05
                     GO TO 240099-SAI-ALTERA-FERIADO
           END-REWRITE.
      *
           ADD 1 TO CNT-QT-ALTERACOES.
      *
           MOVE REG-ACHCALM       TO GDA-IMAGEM-DEPOIS.
           PERFORM 260000-GRAVA-JORNAL.
      *
       240099-SAI-ALTERA-FERIADO.
           EXIT.
      *
      *----------------------------------------
       250000-EXCLUI-FERIADO           SECTION.
      *----------------------------------------
      *
           IF IND-CHAVE-ENCONTRADA = 0
              PERFORM 990005-ERRO-05
              GO TO 250099-SAI-EXCLUI-FERIADO
           END-IF.
      *
           MOVE REG-ACHCALM TO GDA-IMAGEM-ANTES.
      *
           DELETE ACHCALM
                 INVALID KEY
                     PERFORM 990005-ERRO-05
                     GO TO 250099-SAI-EXCLUI-FERIADO
           END-DELETE.
      *
           ADD 1 TO CNT-QT-EXCLUSOES.
      *
      *--- Exclusao nao tem imagem posterior - vai em branco.
           MOVE SPACES TO GDA-IMAGEM-DEPOIS.
           PERFORM 260000-GRAVA-JORNAL.
      *
       250099-SAI-EXCLUI-FERIADO.
           EXIT.
      *
      *----------------------------------------
       260000-GRAVA-JORNAL             SECTION.
      *----------------------------------------
      *Grava no ACHCALJR a transacao recem-APLICADA no master (as
      *rejeitadas nao geram jornal, vao p/ o log): acao, data do
      *feriado, transacao de origem e as imagens anterior/posterior
      *preparadas pelo chamador em GDA-IMAGEM-ANTES/DEPOIS.
      *----------------------------------------
      *
           MOVE GDA-DATA-PROC     TO CJR-DATA-PROC.
           MOVE CTX-ACAO          TO CJR-ACAO.
           MOVE CTX-DATA          TO CJR-CHAVE.
           MOVE REG-ACHCALTX      TO CJR-TRANSACAO.
           MOVE GDA-IMAGEM-ANTES  TO CJR-IMAGEM-ANTES.
           MOVE GDA-IMAGEM-DEPOIS TO CJR-IMAGEM-DEPOIS.
      *
           WRITE REGISTRO-ACHCALJR FROM REG-ACHCALJR.
           ADD 1 TO CNT-QT-JORNAL.
      *
       260099-SAI-GRAVA-JORNAL.
           EXIT.
      *
      *----------------------------------------
       300000-PROC-FINAIS              SECTION.
      *----------------------------------------
      *
       300001-FECHA-ARQUIVOS.
           CLOSE ACHCALTX ACHCALM ACHCALJR ACH601E.
      *
       300099-SAI.
           DISPLAY 'ACHPC080 - TRANSACOES LIDAS ......: ' CNT-QT-LIDOS.
           DISPLAY 'ACHPC080 - FERIADOS INCLUIDOS ....: '
                                                   CNT-QT-INCLUSOES.
           DISPLAY 'ACHPC080 - FERIADOS ALTERADOS ....: '
                                                   CNT-QT-ALTERACOES.
           DISPLAY 'ACHPC080 - FERIADOS EXCLUIDOS ....: '
                                                   CNT-QT-EXCLUSOES.
           DISPLAY 'ACHPC080 - REJEITADAS POR ERRO ...: '
                                                   CNT-QT-REJEITOS.
           DISPLAY 'ACHPC080 - LINHAS DE JORNAL ......: '
                                                   CNT-QT-JORNAL.
           EXIT.
      *
      *---------------------
       990000-ERROS SECTION.
      *---------------------
      *
       990001-ERRO-01.
           ADD 1 TO CNT-QT-REJEITOS.
           DISPLAY '888 ' CTE-PROG  ' 001 - ACAO DE TRANSACAO INVALIDA'
                    ' - ACAO: ' CTX-ACAO ' DATA: ' CTX-DATA.
      *
       990002-ERRO-02.
           ADD 1 TO CNT-QT-REJEITOS.
           DISPLAY '888 ' CTE-PROG  ' 002 - TRANSACAO SEM A MATRICULA'
                    ' DE QUEM MANTEM O CALENDARIO - ACAO: ' CTX-ACAO
                    ' DATA: ' CTX-DATA.
      *
       990003-ERRO-03.
           ADD 1 TO CNT-QT-REJEITOS.
           DISPLAY '888 ' CTE-PROG  ' 003 - DATA INVALIDA NA TRANSACAO'
                    ' - ACAO: ' CTX-ACAO ' DATA: ' CTX-DATA.
      *
       990004-ERRO-04.
           ADD 1 TO CNT-QT-REJEITOS.
           DISPLAY '888 ' CTE-PROG  ' 004 - INCLUSAO REJEITADA, DATA'
                    ' JA CADASTRADA - DATA: ' CTX-DATA
                    ' FERIADO VIGENTE: ' CAL-DESCRICAO.
      *
       990005-ERRO-05.
           ADD 1 TO CNT-QT-REJEITOS.
           DISPLAY '888 ' CTE-PROG  ' 005 - ALTERACAO/EXCLUSAO REJEITA'
                    'DA, DATA NAO CADASTRADA - DATA: ' CTX-DATA.
      *
       990006-ERRO-06.
           ADD 1 TO CNT-QT-REJEITOS.
           DISPLAY '888 ' CTE-PROG  ' 006 - TIPO (N/B) OU DESCRICAO'
                    ' INVALIDOS - ACAO: ' CTX-ACAO ' DATA: ' CTX-DATA
                    ' TIPO: ' CTX-TIPO.
      *
       990007-ERRO-07.
           DISPLAY '888 ' CTE-PROG ' 007 - O ARQUIVO ACH601 ESTA VAZIO'.
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

      *====================== FIM ACHPC080 ============================*
