      *================================================================*
      * PROGRAMA: ACHPC076
      *
      * AUTOR   : F7023235 Matheus Santiago.
      *
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      * OBJETIVO..: Aplicar, contra o master de retencao ACHRETM, as
      * transacoes de retencao ('I') e liberacao ('L') de contas lidas
      * do ACHRETTX - digitadas pela operacao (bloqueio judicial,
      * fraude) ou revisadas a partir das propostas automaticas do
      * ACHPC068 (devolucao recorrente da rede). Conta retida nao vai
      * p/ a rede ACH: o ACHPC060 a desvia p/ o DEB610REJ com o motivo
      * CONTA-RETIDA. Toda transacao aplicada e jornalizada no
      * ACHRETJR com a imagem anterior e a posterior do registro,
      * mesmo esquema do DEBJR015 (ver DEBPC015).
      *
      *================================================================*
      *
      * VRS001 15/10/2026 F7023235 Implantacao - manutencao do master
      *                            de retencao ACHRETM com jornal de
      *                            auditoria ACHRETJR.
      *
      *================================================================*

      *************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHPC076.
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
           SELECT ACHRETTX ASSIGN TO UT-S-ACHRETTX.
           SELECT ACHRETJR ASSIGN TO UT-S-ACHRETJR.
           SELECT ACH601E  ASSIGN TO UT-S-ACH601E.
      *
           SELECT ACHRETM ASSIGN TO UT-S-ACHRETM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CHAVE-ACHRETM.
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      *
       FD  ACHRETTX
           BLOCK  0
           RECORD 100
           RECORDING F.
      *
       01  REGISTRO-ACHRETTX           PIC X(100).
      *
       FD  ACHRETM
           RECORD 100.
      *
       COPY ACHKRET.
      *
      *--- Jornal de auditoria: uma linha por transacao APLICADA no
      *--- master, com a imagem anterior e a posterior do REG-ACHRETM.
      *--- Aberto em EXTEND p/ acumular os ciclos (ver ACHKRJR).
      *
       FD  ACHRETJR
           BLOCK  0
           RECORD 330
           RECORDING F.
      *
       01  REGISTRO-ACHRETJR           PIC X(330).
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
                                       VALUE '*** ACHPC076 ***'.
       77  CTE-VERS                    PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO                    PIC  X(08) VALUE 'SBVERSAO'.
       77  SBABEND                     PIC  X(07) VALUE 'SBABEND'.
      *
      *------------------------- B O O K S ----------------------------*
      *
       COPY ACHKRTX.
       COPY ACHKRJR.
       COPY ACHK601.
      *
      *------------------------ G U A R D A S -------------------------*
      *
       77  GDA-DATA-PROC                PIC 9(08) VALUE 0.
       77  GDA-DT-LIBERACAO             PIC 9(08) VALUE 0.
       77  GDA-IMAGEM-ANTES             PIC X(100) VALUE SPACES.
       77  GDA-IMAGEM-DEPOIS            PIC X(100) VALUE SPACES.
      *
      *-------------------- I N D I C A D O R E S ---------------------*
      *
       77  IND-FIM-RETTX                PIC 9 VALUE 0.
       77  IND-CHAVE-ENCONTRADA         PIC 9 VALUE 0.
       77  IND-RETENCAO-ABERTA          PIC 9 VALUE 0.
      *
      *--------------------- C O N T A D O R E S ----------------------*
      *
       77  CNT-QT-LIDOS                 PIC 9(07) COMP VALUE 0.
       77  CNT-QT-RETENCOES             PIC 9(07) COMP VALUE 0.
       77  CNT-QT-LIBERACOES            PIC 9(07) COMP VALUE 0.
       77  CNT-QT-AUTOMATICAS           PIC 9(07) COMP VALUE 0.
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
           OPEN INPUT  ACHRETTX.
           OPEN INPUT  ACH601E.
           OPEN I-O    ACHRETM.
           OPEN EXTEND ACHRETJR.
      *
       100002-DATA-PROCESSAMENTO.
      *--- A data do ciclo vem do lider ACH601E - a mesma que o
      *--- ACHPC060 usa p/ decidir se a retencao esta ativa: e ela
      *--- que assume o lugar das datas nao informadas na transacao e
      *--- que vai p/ o jornal.
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
           PERFORM 210000-LE-ACHRETTX.
      *
           PERFORM UNTIL IND-FIM-RETTX = 1
                PERFORM 215000-TRATA-TRANSACAO
                PERFORM 210000-LE-ACHRETTX
           END-PERFORM.
      *
       200099-SAI-PROCESSA.
           EXIT.
      *
      *----------------------------------------
       210000-LE-ACHRETTX              SECTION.
      *----------------------------------------
      *
           READ ACHRETTX INTO REG-ACHRETTX
                AT END
                    MOVE 1 TO IND-FIM-RETTX
                    GO TO 210099-SAI-LE-ACHRETTX
           END-READ.
      *
           ADD 1 TO CNT-QT-LIDOS.
      *
       210099-SAI-LE-ACHRETTX.
           EXIT.
      *
      *----------------------------------------
       215000-TRATA-TRANSACAO          SECTION.
      *----------------------------------------
      *Consistencias comuns as duas acoes e leitura da situacao atual
      *da conta no master. Retencao "aberta" e a que ainda nao foi
      *liberada no ciclo corrente (liberacao em zeros ou futura) -
      *inclui a agendada p/ comecar num ciclo futuro.
      *----------------------------------------
      *
           IF RTX-MATRICULA EQUAL SPACES
              PERFORM 990002-ERRO-02
              GO TO 215099-SAI-TRATA-TRANSACAO
           END-IF.
      *
           MOVE 0 TO IND-CHAVE-ENCONTRADA.
           MOVE 0 TO IND-RETENCAO-ABERTA.
      *
           MOVE RTX-AGENCIA TO RET-AGENCIA.
           MOVE RTX-CONTA   TO RET-CONTA.
      *
           READ ACHRETM
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 1 TO IND-CHAVE-ENCONTRADA
           END-READ.
      *
           IF IND-CHAVE-ENCONTRADA = 1
              IF RET-DT-LIBERACAO EQUAL ZEROS
              OR RET-DT-LIBERACAO > GDA-DATA-PROC
                 MOVE 1 TO IND-RETENCAO-ABERTA
              END-IF
           END-IF.
      *
           EVALUATE TRUE
               WHEN RTX-ACAO-RETEM
                    PERFORM 220000-RETEM-CONTA
      *
               WHEN RTX-ACAO-LIBERA
                    PERFORM 230000-LIBERA-CONTA
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
       220000-RETEM-CONTA              SECTION.
      *----------------------------------------
      *Conta sem registro no master ganha um novo; conta com retencao
      *ja liberada tem o registro substituido (a imagem da retencao
      *antiga fica no jornal); conta com retencao aberta e rejeitada
      *- a retencao vigente nao pode ser sobreposta sem liberacao.
      *----------------------------------------
      *
           IF RTX-MOTIVO EQUAL SPACES
              PERFORM 990005-ERRO-05
              GO TO 220099-SAI-RETEM-CONTA
           END-IF.
      *
           IF IND-RETENCAO-ABERTA = 1
              PERFORM 990003-ERRO-03
              GO TO 220099-SAI-RETEM-CONTA
           END-IF.
      *
           IF RTX-DT-INICIO NOT NUMERIC
           OR RTX-DT-INICIO EQUAL ZEROS
              MOVE GDA-DATA-PROC TO RTX-DT-INICIO
           END-IF.
      *
           IF RTX-DT-LIBERACAO NOT NUMERIC
              MOVE ZEROS TO RTX-DT-LIBERACAO
           END-IF.
      *
           IF RTX-DT-LIBERACAO NOT EQUAL ZEROS
           AND RTX-DT-LIBERACAO NOT > RTX-DT-INICIO
              PERFORM 990006-ERRO-06
              GO TO 220099-SAI-RETEM-CONTA
           END-IF.
      *
       220001-MONTA-RETENCAO.
           IF IND-CHAVE-ENCONTRADA = 1
              MOVE REG-ACHRETM TO GDA-IMAGEM-ANTES
           ELSE
      *--- Retencao inedita nao tem imagem anterior - vai em branco.
              MOVE SPACES      TO GDA-IMAGEM-ANTES
           END-IF.
      *
           MOVE SPACES            TO REG-ACHRETM.
           MOVE RTX-AGENCIA       TO RET-AGENCIA.
           MOVE RTX-CONTA         TO RET-CONTA.
           MOVE RTX-MOTIVO        TO RET-MOTIVO.
           MOVE RTX-DESCRICAO     TO RET-DESCRICAO.
           MOVE RTX-MATRICULA     TO RET-INCLUIDO-POR.
           MOVE RTX-DT-INICIO     TO RET-DT-INICIO.
           MOVE RTX-DT-LIBERACAO  TO RET-DT-LIBERACAO.
           MOVE SPACES            TO RET-LIBERADO-POR.
      *
           IF RTX-ORIGEM-AUTOMATICA
              MOVE 'A' TO RET-IN-ORIGEM
              ADD 1 TO CNT-QT-AUTOMATICAS
           ELSE
              MOVE 'M' TO RET-IN-ORIGEM
           END-IF.
      *
       220002-GRAVA-RETENCAO.
           IF IND-CHAVE-ENCONTRADA = 1
              REWRITE REG-ACHRETM
                    INVALID KEY
                        PERFORM 990004-ERRO-04
                        GO TO 220099-SAI-RETEM-CONTA
              END-REWRITE
           ELSE
              WRITE REG-ACHRETM
                    INVALID KEY
                        PERFORM 990003-ERRO-03
                        GO TO 220099-SAI-RETEM-CONTA
              END-WRITE
           END-IF.
      *
           ADD 1 TO CNT-QT-RETENCOES.
      *
           MOVE REG-ACHRETM TO GDA-IMAGEM-DEPOIS.
           PERFORM 260000-GRAVA-JORNAL.
      *
       220099-SAI-RETEM-CONTA.
           EXIT.
      *
      *----------------------------------------
       230000-LIBERA-CONTA             SECTION.
      *----------------------------------------
      *So libera retencao aberta. Liberacao sem data vale p/ o ciclo
      *corrente - a conta volta a ser enviada ja no ACHPC060 de hoje;
      *com data futura, a retencao continua ativa ate aquele ciclo.
      *O registro nao e excluido: fica como historico no master.
      *----------------------------------------
      *
           IF IND-RETENCAO-ABERTA = 0
              PERFORM 990004-ERRO-04
              GO TO 230099-SAI-LIBERA-CONTA
           END-IF.
      *
           IF RTX-DT-LIBERACAO NOT NUMERIC
           OR RTX-DT-LIBERACAO EQUAL ZEROS
              MOVE GDA-DATA-PROC    TO GDA-DT-LIBERACAO
           ELSE
              MOVE RTX-DT-LIBERACAO TO GDA-DT-LIBERACAO
           END-IF.
      *
           IF GDA-DT-LIBERACAO < GDA-DATA-PROC
           OR GDA-DT-LIBERACAO < RET-DT-INICIO
              PERFORM 990006-ERRO-06
              GO TO 230099-SAI-LIBERA-CONTA
           END-IF.
      *
           MOVE REG-ACHRETM      TO GDA-IMAGEM-ANTES.
      *
           MOVE GDA-DT-LIBERACAO TO RET-DT-LIBERACAO.
           MOVE RTX-MATRICULA    TO RET-LIBERADO-POR.
      *
           REWRITE REG-ACHRETM
                 INVALID KEY
                     PERFORM 990004-ERRO-04
                     GO TO 230099-SAI-LIBERA-CONTA
           END-REWRITE.
      *
           ADD 1 TO CNT-QT-LIBERACOES.
      *
           MOVE REG-ACHRETM      TO GDA-IMAGEM-DEPOIS.
           PERFORM 260000-GRAVA-JORNAL.
      *
       230099-SAI-LIBERA-CONTA.
           EXIT.
      *
      *----------------------------------------
       260000-GRAVA-JORNAL             SECTION.
      *----------------------------------------
      *Grava no ACHRETJR a transacao recem-APLICADA no master (as
      *rejeitadas nao geram jornal, vao p/ o log): acao, chave,
      *transacao de origem e as imagens anterior/posterior preparadas
      *pelo chamador em GDA-IMAGEM-ANTES/DEPOIS.
      *----------------------------------------
      *
           MOVE GDA-DATA-PROC     TO RJR-DATA-PROC.
           MOVE RTX-ACAO          TO RJR-ACAO.
           MOVE RTX-CHAVE         TO RJR-CHAVE.
           MOVE REG-ACHRETTX      TO RJR-TRANSACAO.
           MOVE GDA-IMAGEM-ANTES  TO RJR-IMAGEM-ANTES.
           MOVE GDA-IMAGEM-DEPOIS TO RJR-IMAGEM-DEPOIS.
      *
           WRITE REGISTRO-ACHRETJR FROM REG-ACHRETJR.
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
           CLOSE ACHRETTX ACHRETM ACHRETJR ACH601E.
      *
       300099-SAI.
           DISPLAY 'ACHPC076 - TRANSACOES LIDAS ......: ' CNT-QT-LIDOS.
           DISPLAY 'ACHPC076 - RETENCOES APLICADAS ...: '
                                                   CNT-QT-RETENCOES.
           DISPLAY 'ACHPC076 - DAS QUAIS AUTOMATICAS .: '
                                                   CNT-QT-AUTOMATICAS.
           DISPLAY 'ACHPC076 - LIBERACOES APLICADAS ..: '
                                                   CNT-QT-LIBERACOES.
           DISPLAY 'ACHPC076 - REJEITADAS POR ERRO ...: '
                                                   CNT-QT-REJEITOS.
           DISPLAY 'ACHPC076 - LINHAS DE JORNAL ......: '
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
                    ' - ACAO: ' RTX-ACAO ' AGENCIA: ' RTX-AGENCIA
                    ' CONTA: ' RTX-CONTA.
      *
       990002-ERRO-02.
           ADD 1 TO CNT-QT-REJEITOS.
           DISPLAY '888 ' CTE-PROG  ' 002 - TRANSACAO SEM A MATRICULA'
                    ' DE QUEM RETEM/LIBERA - ACAO: ' RTX-ACAO
                    ' AGENCIA: ' RTX-AGENCIA ' CONTA: ' RTX-CONTA.
      *
       990003-ERRO-03.
           ADD 1 TO CNT-QT-REJEITOS.
           DISPLAY '888 ' CTE-PROG  ' 003 - RETENCAO REJEITADA, CONTA'
                    ' JA RETIDA - AGENCIA: ' RTX-AGENCIA
                    ' CONTA: ' RTX-CONTA ' MOTIVO VIGENTE: ' RET-MOTIVO.
      *
       990004-ERRO-04.
           ADD 1 TO CNT-QT-REJEITOS.
           DISPLAY '888 ' CTE-PROG  ' 004 - LIBERACAO REJEITADA, CONTA'
                    ' SEM RETENCAO ABERTA - AGENCIA: ' RTX-AGENCIA
                    ' CONTA: ' RTX-CONTA.
      *
       990005-ERRO-05.
           ADD 1 TO CNT-QT-REJEITOS.
           DISPLAY '888 ' CTE-PROG  ' 005 - RETENCAO REJEITADA, SEM O'
                    ' MOTIVO - AGENCIA: ' RTX-AGENCIA
                    ' CONTA: ' RTX-CONTA.
      *
       990006-ERRO-06.
           ADD 1 TO CNT-QT-REJEITOS.
           DISPLAY '888 ' CTE-PROG  ' 006 - DATAS INCONSISTENTES NA'
                    ' TRANSACAO - ACAO: ' RTX-ACAO
                    ' AGENCIA: ' RTX-AGENCIA ' CONTA: ' RTX-CONTA
                    ' INICIO: ' RTX-DT-INICIO
                    ' LIBERACAO: ' RTX-DT-LIBERACAO.
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

      *====================== FIM ACHPC076 ============================*
