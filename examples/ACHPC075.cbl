      *================================================================*
      * PROGRAMA: ACHPC075
      *
      * AUTOR   : F7023235 Matheus Santiago.
      *
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      * OBJETIVO..: Consolidar numa lista unica por agencia as
      * pendencias de conta que hoje chegam as agencias por quatro
      * caminhos diferentes: rejeitos do DEB610REJ (250000-GRAVA-
      * REJEITO do ACHPC060), escalonamentos do master ACHREJM
      * (ACHPC069), divergencias de cheque-ouro do ACH610DV (245000-
      * CONFERE-CHEQUE-OURO do ACHPC060) e devolucoes da rede do
      * ACH610DA (ACHPC068). Roda depois deles: merge balanceado das
      * tres fontes sequenciais por agencia+conta (mesmo esquema do
      * 240000-MERGE-FONTES do ACHPC059, cada fonte ja vem
      * classificada), com o ACHREJM consultado por chave p/ os dias
      * em aberto e o escalonamento. Grava o arquivo padrao ACH610WL
      * (ver ACHKWKL) e o relatorio ACH610WR com uma secao por
      * agencia - a conta atingida por mais de uma fonte sai uma vez,
      * com todas as pendencias juntas.
      *
      *================================================================*
      *
      * VRS001 15/10/2026 F7023235 Implantacao - lista consolidada de
      *                            pendencias por agencia.
      *
      *================================================================*

      *************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHPC075.
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
           SELECT ACH601E   ASSIGN TO UT-S-ACH601E.
           SELECT DEB610REJ ASSIGN TO UT-S-DEB610REJ.
           SELECT ACH610DV  ASSIGN TO UT-S-ACH610DV.
           SELECT ACH610DA  ASSIGN TO UT-S-ACH610DA.
      *
           SELECT ACH610WL  ASSIGN TO UT-S-ACH610WL.
           SELECT ACH610WR  ASSIGN TO UT-S-ACH610WR.
      *
           SELECT ACHREJM ASSIGN TO UT-S-ACHREJM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CHAVE-ACHREJM.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *----------------------------------------------------------------
      *
       FD  ACH601E
           BLOCK  0
           RECORD 50
           RECORDING F.
      *
       01  REGISTRO-ACH601E            PIC  X(050).
      *
       FD  DEB610REJ
           BLOCK  0
           RECORD 1212
           RECORDING F.
      *
       01  REGISTRO-DEB610REJ.
           05  REJ-COD-MOTIVO          PIC X(012).
           05  REJ-REG610              PIC X(1200).
      *
      *--- Mesmo layout da LINHA-DIVERGENCIA gravada em 245000-CONFERE-
      *--- CHEQUE-OURO no ACHPC060 - os limites vem editados e sao
      *--- deseditados na leitura (ver 215000).
      *
       FD  ACH610DV
           BLOCK  0
           RECORD 132
           RECORDING F.
      *
       01  REGISTRO-ACH610DV.
           05  DV-AGENCIA              PIC 9(05).
           05  FILLER                  PIC X(01).
           05  DV-CONTA                PIC 9(08).
           05  FILLER                  PIC X(02).
           05  DV-MOTIVO               PIC X(12).
           05  FILLER                  PIC X(02).
           05  DV-LIMITE-EXTRATO       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02).
           05  DV-LIMITE-CADASTRO      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(72).
      *
      *--- Mesmo layout do ACH610DA gravado em 230001-GRAVA-DEVOLVIDA
      *--- no ACHPC068.
      *
       FD  ACH610DA
           BLOCK  0
           RECORD 80
           RECORDING F.
      *
       01  REGISTRO-ACH610DA.
           05  DA-AGENCIA              PIC 9(05).
           05  DA-CONTA                PIC 9(08).
           05  DA-MOTIVO-DEVOL         PIC X(04).
           05  DA-RAZAO                PIC 9(03).
           05  DA-LIMITE               PIC 9(09)V99.
           05  DA-DATA-DEVOL           PIC 9(08).
           05  FILLER                  PIC X(41).
      *
       FD  ACH610WL
           BLOCK  0
           RECORD 80
           RECORDING F.
      *
       01  REGISTRO-ACH610WL           PIC X(80).
      *
       FD  ACH610WR
           BLOCK  0
           RECORD 132
           RECORDING F.
      *
       01  REGISTRO-ACH610WR           PIC X(132).
      *
      *--- Mesmo layout do ACHREJM mantido pelo ACHPC069.
      *
       FD  ACHREJM
           RECORD 64.
      *
       01  REG-ACHREJM.
           05  CHAVE-ACHREJM.
               10  REJM-AGENCIA        PIC 9(05).
               10  REJM-CONTA          PIC 9(08).
               10  REJM-MOTIVO         PIC X(12).
           05  REJM-DT-PRIMEIRA        PIC 9(08).
           05  REJM-DT-ULTIMA          PIC 9(08).
           05  REJM-QT-DIAS-CONSEC     PIC 9(05).
           05  FILLER                  PIC X(18).
      *
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      *
      *---------------------- C O N S T A N T E S ---------------------*
      *
       77  CTE-PROG                    PIC  X(016)
                                       VALUE '*** ACHPC075 ***'.
       77  CTE-VERS                    PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO                    PIC  X(08) VALUE 'SBVERSAO'.
       77  SBABEND                     PIC  X(07) VALUE 'SBABEND'.
      *
      *    Rejeitos estruturais do arquivo (header/trailer), e nao da
      *    conta - ficam fora da lista (ver 250000-GRAVA-REJEITO no
      *    ACHPC060).
      *
       77  CTE-MOT-AGENCIA-ZERO        PIC  X(12) VALUE 'AGENCIA-ZERO'.
       77  CTE-MOT-AGENCIA-TRLR        PIC  X(12) VALUE 'AGENCIA-TRLR'.
      *
      *    Fontes de pendencia gravadas no WKL-FONTE (ver ACHKWKL).
      *
       77  CTE-FONTE-REJEITO           PIC  X(03) VALUE 'REJ'.
       77  CTE-FONTE-ESCALONADO        PIC  X(03) VALUE 'ESC'.
       77  CTE-FONTE-DIVERGENCIA       PIC  X(03) VALUE 'DIV'.
       77  CTE-FONTE-DEVOLUCAO         PIC  X(03) VALUE 'DEV'.
      *
      *    Mesmo limite padrao de escalonamento do ACHPC069 - os dois
      *    programas devem rodar com o mesmo PARM.
      *
       77  CTE-QT-DIAS-ESCALONA        PIC  9(03) VALUE 5.
      *
      *    Capacidade da tabela de pendencias ja gravadas da conta
      *    corrente, usada p/ nao repetir fonte+motivo (ver 250000).
      *
       77  CTE-MAX-ITENS-CONTA         PIC  9(04) VALUE 50.
      *
      *------------------------- B O O K S ----------------------------*
      *
       COPY DEBK610.
       COPY ACHK601.
       COPY ACHKWKL.
      *
      *----------------------- T A B E L A S --------------------------*
      *
      *--- Pendencias (fonte+motivo) ja gravadas p/ a conta corrente:
      *--- um mesmo rejeito duplicado no ciclo, ou a mesma devolucao
      *--- repetida no retorno, sai uma vez so.
      *
       77  QT-ITENS-CONTA               PIC 9(04) COMP VALUE 0.
       01  TAB-ITENS-CONTA.
           05  REC-ITEM-CONTA OCCURS 50 TIMES
                              INDEXED BY IX-ITEM.
               10  ITEM-FONTE            PIC X(03).
               10  ITEM-MOTIVO           PIC X(12).
      *
      *--- Itens por fonte p/ o resumo final (1=REJ 2=ESC 3=DIV
      *--- 4=DEV, mesma ordem da TAB-NOMES-FONTE).
      *
       01  TAB-NOMES-FONTE.
           05  FILLER                  PIC X(03) VALUE 'REJ'.
           05  FILLER                  PIC X(03) VALUE 'ESC'.
           05  FILLER                  PIC X(03) VALUE 'DIV'.
           05  FILLER                  PIC X(03) VALUE 'DEV'.
       01  FILLER REDEFINES TAB-NOMES-FONTE.
           05  NOME-FONTE OCCURS 4 TIMES PIC X(03).
      *
       01  TAB-QT-FONTE.
           05  QT-ITENS-FONTE OCCURS 4 TIMES PIC 9(09) VALUE 0.
      *
      *------------------------ G U A R D A S -------------------------*
      *
       77  GDA-DT-CICLO-ATU            PIC 9(08) VALUE 0.
       77  GDA-QT-DIAS-ESCALONA        PIC 9(03) VALUE 0.
      *
      *--- Chave corrente de cada fonte do merge (agencia+conta, como
      *--- os 13 primeiros bytes do REG610) - HIGH-VALUES encerra o
      *--- lado da fonte. A chave anterior de cada uma confere a
      *--- classificacao da entrada.
      *
       77  GDA-CHAVE-REJ               PIC X(13) VALUE LOW-VALUES.
       77  GDA-CHAVE-DIV               PIC X(13) VALUE LOW-VALUES.
       77  GDA-CHAVE-DEV               PIC X(13) VALUE LOW-VALUES.
       77  GDA-CHAVE-ANT-REJ           PIC X(13) VALUE LOW-VALUES.
       77  GDA-CHAVE-ANT-DIV           PIC X(13) VALUE LOW-VALUES.
       77  GDA-CHAVE-ANT-DEV           PIC X(13) VALUE LOW-VALUES.
       77  GDA-ARQUIVO-FORA-ORDEM      PIC X(09) VALUE SPACES.
      *
       01  GDA-CHAVE-CORRENTE.
           05  GDA-COR-AGENCIA         PIC 9(05).
           05  GDA-COR-CONTA           PIC 9(08).
      *
       77  GDA-AGENCIA-CORRENTE        PIC 9(05) VALUE 0.
       77  GDA-QT-CONTAS-AGENCIA       PIC 9(07) VALUE 0.
       77  GDA-QT-ITENS-AGENCIA        PIC 9(07) VALUE 0.
       77  GDA-SUB-FONTE               PIC 9(02) COMP VALUE 0.
      *
      *--------------------- C O N T A D O R E S ----------------------*
      *
       77  CNT-QT-LIDOS-REJ            PIC 9(09) VALUE 0.
       77  CNT-QT-LIDOS-DIV            PIC 9(09) VALUE 0.
       77  CNT-QT-LIDOS-DEV            PIC 9(09) VALUE 0.
       77  CNT-QT-IGNORADOS            PIC 9(09) VALUE 0.
       77  CNT-QT-REPETIDOS            PIC 9(09) VALUE 0.
       77  CNT-QT-CONTAS               PIC 9(09) VALUE 0.
       77  CNT-QT-AGENCIAS             PIC 9(09) VALUE 0.
       77  CNT-QT-ITENS                PIC 9(09) VALUE 0.
      *
      *-------------------- I N D I C A D O R E S ---------------------*
      *
       77  IND-AGENCIA-ABERTA          PIC 9 VALUE 0.
       77  IND-ITEM-REPETIDO           PIC 9 VALUE 0.
       77  IND-PRIMEIRO-ITEM-CONTA     PIC 9 VALUE 0.
      *
      *-------------------------- L I N H A S -------------------------*
      *
       01  LINHA-TITULO.
           05  FILLER                  PIC X(41) VALUE
               'LISTA DE PENDENCIAS POR AGENCIA - CICLO: '.
           05  TIT-DT-CICLO            PIC 9(08).
           05  FILLER                  PIC X(83) VALUE SPACES.
      *
       01  LINHA-AGENCIA.
           05  FILLER                  PIC X(09) VALUE 'AGENCIA: '.
           05  AGE-AGENCIA             PIC 9(05).
           05  FILLER                  PIC X(118) VALUE SPACES.
      *
       01  LINHA-COLUNAS.
           05  FILLER                  PIC X(10) VALUE 'CONTA'.
           05  FILLER                  PIC X(05) VALUE 'FTE'.
           05  FILLER                  PIC X(14) VALUE 'MOTIVO'.
           05  FILLER                  PIC X(07) VALUE ' DIAS'.
           05  FILLER                  PIC X(16)
                                       VALUE '  LIMITE CONTA'.
           05  FILLER                  PIC X(16)
                                       VALUE 'LIMITE CADASTRO'.
           05  FILLER                  PIC X(64) VALUE SPACES.
      *
       01  LINHA-PENDENCIA.
           05  PND-CONTA               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PND-FONTE               PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PND-MOTIVO              PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PND-QT-DIAS             PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PND-LIMITE              PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PND-LIMITE-CADASTRO     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(66) VALUE SPACES.
      *
       01  LINHA-TOTAL-AGENCIA.
           05  FILLER                  PIC X(17)
                                       VALUE 'TOTAL DA AGENCIA '.
           05  TAG-AGENCIA             PIC 9(05).
           05  FILLER                  PIC X(10) VALUE ' - CONTAS:'.
           05  TAG-QT-CONTAS           PIC Z.ZZZ.ZZ9.
           05  FILLER                  PIC X(10) VALUE '  ITENS:'.
           05  TAG-QT-ITENS            PIC Z.ZZZ.ZZ9.
           05  FILLER                  PIC X(72) VALUE SPACES.
      *
       01  LINHA-RESUMO.
           05  FILLER                  PIC X(07) VALUE 'FONTE '.
           05  RSM-FONTE               PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RSM-QT-ITENS            PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(109) VALUE SPACES.
      *
      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------
      *
      *--- Parametro de execucao (EXEC PGM=ACHPC075,PARM='010'): o
      *--- mesmo limite de dias consecutivos p/ escalonar passado ao
      *--- ACHPC069 no ciclo. PARM vazio usa CTE-QT-DIAS-ESCALONA.
      *
       01  PARM-ACHPC075.
           05  PARM-LEN                PIC S9(04) COMP.
           05  PARM-DADOS.
               10  PARM-QT-DIAS        PIC X(03).
               10  FILLER              PIC X(97).
      *
      ********************
       PROCEDURE DIVISION USING PARM-ACHPC075.
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
      *Mesma regra do 050000-TRATA-PARM do ACHPC069: 3 digitos definem
      *o limite de escalonamento, PARM vazio usa o padrao, valor nao
      *numerico ou zero abenda.
      *----------------------------------------
      *
           MOVE CTE-QT-DIAS-ESCALONA TO GDA-QT-DIAS-ESCALONA.
      *
           IF PARM-LEN EQUAL 0
              GO TO 050099-SAI-TRATA-PARM
           END-IF.
      *
           IF PARM-LEN < 3
              PERFORM 990001-ERRO-01
           END-IF.
      *
           IF PARM-QT-DIAS NOT NUMERIC
              PERFORM 990001-ERRO-01
           END-IF.
      *
           MOVE PARM-QT-DIAS TO GDA-QT-DIAS-ESCALONA.
      *
           IF GDA-QT-DIAS-ESCALONA EQUAL 0
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
           OPEN INPUT  ACH601E
                INPUT  DEB610REJ
                INPUT  ACH610DV
                INPUT  ACH610DA
                OUTPUT ACH610WL
                OUTPUT ACH610WR.
           OPEN INPUT  ACHREJM.
      *
       100002-LE-LIDER-601.
           READ ACH601E INTO 601-REG-GERAL
                AT END PERFORM 990002-ERRO-02
           END-READ.
      *
           MOVE 601-DT-AMD-ATU TO GDA-DT-CICLO-ATU.
      *
       100003-IMPRIME-CABECALHO.
           MOVE GDA-DT-CICLO-ATU TO TIT-DT-CICLO.
           WRITE REGISTRO-ACH610WR FROM LINHA-TITULO.
      *
       100099-SAI-PROC-INICIAIS.
           EXIT.
      *
      *----------------------------------------
       200000-PROCESSA                 SECTION.
      *----------------------------------------
      *Merge balanceado das tres fontes sequenciais por agencia+conta.
      *A cada volta a menor chave vira a conta corrente e TODAS as
      *pendencias dela, de todas as fontes, sao tratadas antes de
      *avancar - e o que junta numa unica entrada a conta atingida por
      *mais de uma fonte.
      *----------------------------------------
      *
           PERFORM 210000-LE-DEB610REJ.
           PERFORM 215000-LE-ACH610DV.
           PERFORM 218000-LE-ACH610DA.
      *
       200001-LOOP-MERGE.
           PERFORM UNTIL GDA-CHAVE-REJ EQUAL HIGH-VALUES
                     AND GDA-CHAVE-DIV EQUAL HIGH-VALUES
                     AND GDA-CHAVE-DEV EQUAL HIGH-VALUES
                PERFORM 230000-DEFINE-MENOR-CHAVE
                PERFORM 240000-TRATA-CONTA
           END-PERFORM.
      *
       200099-SAI-PROCESSA.
           EXIT.
      *
      *----------------------------------------
       210000-LE-DEB610REJ             SECTION.
      *----------------------------------------
      *Proximo rejeito de conta do DEB610REJ: os estruturais (header/
      *trailer) sao pulados. Fim do arquivo leva a chave a HIGH-VALUES.
      *----------------------------------------
      *
       210001-LEITURA.
           READ DEB610REJ
                AT END
                    MOVE HIGH-VALUES TO GDA-CHAVE-REJ
                    GO TO 210099-SAI-LE-DEB610REJ
           END-READ.
      *
           ADD 1 TO CNT-QT-LIDOS-REJ.
      *
           IF REJ-COD-MOTIVO EQUAL CTE-MOT-AGENCIA-ZERO
           OR REJ-COD-MOTIVO EQUAL CTE-MOT-AGENCIA-TRLR
              ADD 1 TO CNT-QT-IGNORADOS
              GO TO 210001-LEITURA
           END-IF.
      *
           MOVE REJ-REG610       TO REG610.
           MOVE REJ-REG610(1:13) TO GDA-CHAVE-REJ.
      *
           IF GDA-CHAVE-REJ < GDA-CHAVE-ANT-REJ
              MOVE 'DEB610REJ' TO GDA-ARQUIVO-FORA-ORDEM
              PERFORM 990003-ERRO-03
           END-IF.
      *
           MOVE GDA-CHAVE-REJ TO GDA-CHAVE-ANT-REJ.
      *
       210099-SAI-LE-DEB610REJ.
           EXIT.
      *
      *----------------------------------------
       215000-LE-ACH610DV              SECTION.
      *----------------------------------------
      *Proxima divergencia do ACH610DV. Linha sem agencia numerica
      *(nao gerada pelo 245000 do ACHPC060) e pulada.
      *----------------------------------------
      *
       215001-LEITURA.
           READ ACH610DV
                AT END
                    MOVE HIGH-VALUES TO GDA-CHAVE-DIV
                    GO TO 215099-SAI-LE-ACH610DV
           END-READ.
      *
           ADD 1 TO CNT-QT-LIDOS-DIV.
      *
           IF DV-AGENCIA NOT NUMERIC OR DV-CONTA NOT NUMERIC
              ADD 1 TO CNT-QT-IGNORADOS
              GO TO 215001-LEITURA
           END-IF.
      *
           MOVE REGISTRO-ACH610DV(1:5) TO GDA-CHAVE-DIV(1:5).
           MOVE REGISTRO-ACH610DV(7:8) TO GDA-CHAVE-DIV(6:8).
      *
           IF GDA-CHAVE-DIV < GDA-CHAVE-ANT-DIV
              MOVE 'ACH610DV' TO GDA-ARQUIVO-FORA-ORDEM
              PERFORM 990003-ERRO-03
           END-IF.
      *
           MOVE GDA-CHAVE-DIV TO GDA-CHAVE-ANT-DIV.
      *
       215099-SAI-LE-ACH610DV.
           EXIT.
      *
      *----------------------------------------
       218000-LE-ACH610DA              SECTION.
      *----------------------------------------
      *Proxima devolucao do ACH610DA (ordem de agencia+conta do
      *ACH610RT de origem).
      *----------------------------------------
      *
           READ ACH610DA
                AT END
                    MOVE HIGH-VALUES TO GDA-CHAVE-DEV
                    GO TO 218099-SAI-LE-ACH610DA
           END-READ.
      *
           ADD 1 TO CNT-QT-LIDOS-DEV.
      *
           MOVE REGISTRO-ACH610DA(1:13) TO GDA-CHAVE-DEV.
      *
           IF GDA-CHAVE-DEV < GDA-CHAVE-ANT-DEV
              MOVE 'ACH610DA' TO GDA-ARQUIVO-FORA-ORDEM
              PERFORM 990003-ERRO-03
           END-IF.
      *
           MOVE GDA-CHAVE-DEV TO GDA-CHAVE-ANT-DEV.
      *
       218099-SAI-LE-ACH610DA.
           EXIT.
      *
      *----------------------------------------
       230000-DEFINE-MENOR-CHAVE       SECTION.
      *----------------------------------------
      *
           MOVE GDA-CHAVE-REJ TO GDA-CHAVE-CORRENTE.
      *
           IF GDA-CHAVE-DIV < GDA-CHAVE-CORRENTE
              MOVE GDA-CHAVE-DIV TO GDA-CHAVE-CORRENTE
           END-IF.
      *
           IF GDA-CHAVE-DEV < GDA-CHAVE-CORRENTE
              MOVE GDA-CHAVE-DEV TO GDA-CHAVE-CORRENTE
           END-IF.
      *
       230099-SAI-DEFINE-MENOR-CHAVE.
           EXIT.
      *
      *----------------------------------------
       240000-TRATA-CONTA              SECTION.
      *----------------------------------------
      *Conta corrente do merge: quebra de agencia, se mudou, e todas
      *as pendencias da conta na ordem rejeito -> divergencia ->
      *devolucao, consumindo cada fonte ate a chave dela passar da
      *conta corrente.
      *----------------------------------------
      *
           IF IND-AGENCIA-ABERTA = 1
              IF GDA-COR-AGENCIA NOT EQUAL GDA-AGENCIA-CORRENTE
                 PERFORM 270000-FECHA-AGENCIA
              END-IF
           END-IF.
      *
           IF IND-AGENCIA-ABERTA = 0
              PERFORM 260000-ABRE-AGENCIA
           END-IF.
      *
           MOVE 0 TO QT-ITENS-CONTA.
           MOVE 1 TO IND-PRIMEIRO-ITEM-CONTA.
      *
       240001-PENDENCIAS-REJEITO.
           PERFORM UNTIL GDA-CHAVE-REJ NOT EQUAL GDA-CHAVE-CORRENTE
                PERFORM 241000-ITEM-REJEITO
                PERFORM 210000-LE-DEB610REJ
           END-PERFORM.
      *
       240002-PENDENCIAS-DIVERGENCIA.
           PERFORM UNTIL GDA-CHAVE-DIV NOT EQUAL GDA-CHAVE-CORRENTE
                PERFORM 242000-ITEM-DIVERGENCIA
                PERFORM 215000-LE-ACH610DV
           END-PERFORM.
      *
       240003-PENDENCIAS-DEVOLUCAO.
           PERFORM UNTIL GDA-CHAVE-DEV NOT EQUAL GDA-CHAVE-CORRENTE
                PERFORM 243000-ITEM-DEVOLUCAO
                PERFORM 218000-LE-ACH610DA
           END-PERFORM.
      *
           ADD 1 TO CNT-QT-CONTAS.
           ADD 1 TO GDA-QT-CONTAS-AGENCIA.
      *
       240099-SAI-TRATA-CONTA.
           EXIT.
      *
      *----------------------------------------
       241000-ITEM-REJEITO             SECTION.
      *----------------------------------------
      *Rejeito do DEB610REJ: os dias em aberto vem do ACHREJM quando o
      *motivo e envelhecido pelo ACHPC069 e a ultima ocorrencia e a
      *de hoje; alcancado o limite de escalonamento a pendencia sai
      *como ESC (a mesma conta que o ACHREJRL lista). Motivo fora do
      *ACHREJM conta como ocorrencia do dia.
      *----------------------------------------
      *
           MOVE SPACES TO REG-ACHWKL.
           MOVE GDA-COR-AGENCIA     TO WKL-AGENCIA.
           MOVE GDA-COR-CONTA       TO WKL-CONTA.
           MOVE CTE-FONTE-REJEITO   TO WKL-FONTE.
           MOVE REJ-COD-MOTIVO      TO WKL-MOTIVO.
           MOVE 1                   TO WKL-QT-DIAS-ABERTO.
           MOVE VL-LIMITE-CHQ-ESPECIAL-610 TO WKL-VL-LIMITE.
           MOVE ZEROS               TO WKL-VL-LIMITE-CADASTRO.
      *
           MOVE GDA-COR-AGENCIA     TO REJM-AGENCIA.
           MOVE GDA-COR-CONTA       TO REJM-CONTA.
           MOVE REJ-COD-MOTIVO      TO REJM-MOTIVO.
      *
           READ ACHREJM
                INVALID KEY
                    GO TO 241001-GRAVA
           END-READ.
      *
           IF REJM-DT-ULTIMA EQUAL GDA-DT-CICLO-ATU
              MOVE REJM-QT-DIAS-CONSEC TO WKL-QT-DIAS-ABERTO
              IF REJM-QT-DIAS-CONSEC NOT LESS GDA-QT-DIAS-ESCALONA
                 MOVE CTE-FONTE-ESCALONADO TO WKL-FONTE
              END-IF
           END-IF.
      *
       241001-GRAVA.
           PERFORM 250000-GRAVA-ITEM.
      *
       241099-SAI-ITEM-REJEITO.
           EXIT.
      *
      *----------------------------------------
       242000-ITEM-DIVERGENCIA         SECTION.
      *----------------------------------------
      *Divergencia de cheque-ouro do ACH610DV: limite do extrato e teto
      *cadastrado (zeros no SEM-CHQ-OURO), deseditados da linha.
      *----------------------------------------
      *
           MOVE SPACES TO REG-ACHWKL.
           MOVE GDA-COR-AGENCIA       TO WKL-AGENCIA.
           MOVE GDA-COR-CONTA         TO WKL-CONTA.
           MOVE CTE-FONTE-DIVERGENCIA TO WKL-FONTE.
           MOVE DV-MOTIVO             TO WKL-MOTIVO.
           MOVE 1                     TO WKL-QT-DIAS-ABERTO.
           MOVE DV-LIMITE-EXTRATO     TO WKL-VL-LIMITE.
           MOVE DV-LIMITE-CADASTRO    TO WKL-VL-LIMITE-CADASTRO.
      *
           PERFORM 250000-GRAVA-ITEM.
      *
       242099-SAI-ITEM-DIVERGENCIA.
           EXIT.
      *
      *----------------------------------------
       243000-ITEM-DEVOLUCAO           SECTION.
      *----------------------------------------
      *Devolucao da rede do ACH610DA: motivo de devolucao da rede e o
      *limite enviado.
      *----------------------------------------
      *
           MOVE SPACES TO REG-ACHWKL.
           MOVE GDA-COR-AGENCIA       TO WKL-AGENCIA.
           MOVE GDA-COR-CONTA         TO WKL-CONTA.
           MOVE CTE-FONTE-DEVOLUCAO   TO WKL-FONTE.
           MOVE DA-MOTIVO-DEVOL       TO WKL-MOTIVO.
           MOVE 1                     TO WKL-QT-DIAS-ABERTO.
           MOVE DA-LIMITE             TO WKL-VL-LIMITE.
           MOVE ZEROS                 TO WKL-VL-LIMITE-CADASTRO.
      *
           PERFORM 250000-GRAVA-ITEM.
      *
       243099-SAI-ITEM-DEVOLUCAO.
           EXIT.
      *
      *----------------------------------------
       250000-GRAVA-ITEM               SECTION.
      *----------------------------------------
      *Grava a pendencia montada no REG-ACHWKL, a menos que a mesma
      *fonte+motivo ja tenha saido p/ a conta corrente. A conta so e
      *impressa na primeira linha - as demais pendencias saem logo
      *abaixo, com a coluna da conta em branco.
      *----------------------------------------
      *
           MOVE 0 TO IND-ITEM-REPETIDO.
      *
           IF QT-ITENS-CONTA > 0
              PERFORM VARYING IX-ITEM FROM 1 BY 1
                      UNTIL IX-ITEM > QT-ITENS-CONTA
                   IF ITEM-FONTE(IX-ITEM)  EQUAL WKL-FONTE
                   AND ITEM-MOTIVO(IX-ITEM) EQUAL WKL-MOTIVO
                      MOVE 1 TO IND-ITEM-REPETIDO
                   END-IF
              END-PERFORM
           END-IF.
      *
           IF IND-ITEM-REPETIDO = 1
              ADD 1 TO CNT-QT-REPETIDOS
              GO TO 250099-SAI-GRAVA-ITEM
           END-IF.
      *
           IF QT-ITENS-CONTA < CTE-MAX-ITENS-CONTA
              ADD 1 TO QT-ITENS-CONTA
              SET IX-ITEM TO QT-ITENS-CONTA
              MOVE WKL-FONTE  TO ITEM-FONTE(IX-ITEM)
              MOVE WKL-MOTIVO TO ITEM-MOTIVO(IX-ITEM)
           END-IF.
      *
           MOVE GDA-DT-CICLO-ATU TO WKL-DT-CICLO.
           WRITE REGISTRO-ACH610WL FROM REG-ACHWKL.
      *
           ADD 1 TO CNT-QT-ITENS.
           ADD 1 TO GDA-QT-ITENS-AGENCIA.
      *
           EVALUATE WKL-FONTE
               WHEN CTE-FONTE-REJEITO
                    ADD 1 TO QT-ITENS-FONTE(1)
               WHEN CTE-FONTE-ESCALONADO
                    ADD 1 TO QT-ITENS-FONTE(2)
               WHEN CTE-FONTE-DIVERGENCIA
                    ADD 1 TO QT-ITENS-FONTE(3)
               WHEN OTHER
                    ADD 1 TO QT-ITENS-FONTE(4)
           END-EVALUATE.
      *
       250001-IMPRIME-ITEM.
           IF IND-PRIMEIRO-ITEM-CONTA = 1
              MOVE WKL-CONTA TO PND-CONTA
              MOVE 0         TO IND-PRIMEIRO-ITEM-CONTA
           ELSE
              MOVE SPACES    TO PND-CONTA
           END-IF.
      *
           MOVE WKL-FONTE              TO PND-FONTE.
           MOVE WKL-MOTIVO             TO PND-MOTIVO.
           MOVE WKL-QT-DIAS-ABERTO     TO PND-QT-DIAS.
           MOVE WKL-VL-LIMITE          TO PND-LIMITE.
           MOVE WKL-VL-LIMITE-CADASTRO TO PND-LIMITE-CADASTRO.
           WRITE REGISTRO-ACH610WR FROM LINHA-PENDENCIA.
      *
       250099-SAI-GRAVA-ITEM.
           EXIT.
      *
      *----------------------------------------
       260000-ABRE-AGENCIA             SECTION.
      *----------------------------------------
      *Inicio da secao da agencia no relatorio.
      *----------------------------------------
      *
           MOVE GDA-COR-AGENCIA TO GDA-AGENCIA-CORRENTE.
           MOVE 0               TO GDA-QT-CONTAS-AGENCIA.
           MOVE 0               TO GDA-QT-ITENS-AGENCIA.
           MOVE 1               TO IND-AGENCIA-ABERTA.
           ADD 1 TO CNT-QT-AGENCIAS.
      *
           MOVE SPACES TO REGISTRO-ACH610WR.
           WRITE REGISTRO-ACH610WR.
           MOVE GDA-AGENCIA-CORRENTE TO AGE-AGENCIA.
           WRITE REGISTRO-ACH610WR FROM LINHA-AGENCIA.
           WRITE REGISTRO-ACH610WR FROM LINHA-COLUNAS.
      *
       260099-SAI-ABRE-AGENCIA.
           EXIT.
      *
      *----------------------------------------
       270000-FECHA-AGENCIA            SECTION.
      *----------------------------------------
      *Fim da secao da agencia: linha de total de contas e pendencias.
      *----------------------------------------
      *
           IF IND-AGENCIA-ABERTA = 0
              GO TO 270099-SAI-FECHA-AGENCIA
           END-IF.
      *
           MOVE GDA-AGENCIA-CORRENTE  TO TAG-AGENCIA.
           MOVE GDA-QT-CONTAS-AGENCIA TO TAG-QT-CONTAS.
           MOVE GDA-QT-ITENS-AGENCIA  TO TAG-QT-ITENS.
           WRITE REGISTRO-ACH610WR FROM LINHA-TOTAL-AGENCIA.
      *
           MOVE 0 TO IND-AGENCIA-ABERTA.
      *
       270099-SAI-FECHA-AGENCIA.
           EXIT.
      *
      *----------------------------------------
       300000-PROC-FINAIS              SECTION.
      *----------------------------------------
      *
       300001-FECHA-ULTIMA-AGENCIA.
           PERFORM 270000-FECHA-AGENCIA.
      *
       300002-IMPRIME-RESUMO.
           MOVE SPACES TO REGISTRO-ACH610WR.
           WRITE REGISTRO-ACH610WR.
           MOVE 'RESUMO DE PENDENCIAS POR FONTE'
                        TO REGISTRO-ACH610WR(1:30).
           WRITE REGISTRO-ACH610WR.
      *
           PERFORM VARYING GDA-SUB-FONTE FROM 1 BY 1
                   UNTIL GDA-SUB-FONTE > 4
                MOVE NOME-FONTE(GDA-SUB-FONTE)     TO RSM-FONTE
                MOVE QT-ITENS-FONTE(GDA-SUB-FONTE) TO RSM-QT-ITENS
                WRITE REGISTRO-ACH610WR FROM LINHA-RESUMO
           END-PERFORM.
      *
       300003-FECHA-ARQUIVOS.
           CLOSE ACH601E DEB610REJ ACH610DV ACH610DA
                 ACH610WL ACH610WR ACHREJM.
      *
       300099-SAI.
           DISPLAY 'ACHPC075 - REJEITOS LIDOS ........: '
                                                   CNT-QT-LIDOS-REJ.
           DISPLAY 'ACHPC075 - DIVERGENCIAS LIDAS ....: '
                                                   CNT-QT-LIDOS-DIV.
           DISPLAY 'ACHPC075 - DEVOLUCOES LIDAS ......: '
                                                   CNT-QT-LIDOS-DEV.
           DISPLAY 'ACHPC075 - IGNORADOS (ESTRUTURAIS): '
                                                   CNT-QT-IGNORADOS.
           DISPLAY 'ACHPC075 - PENDENCIAS REPETIDAS ..: '
                                                   CNT-QT-REPETIDOS.
           DISPLAY 'ACHPC075 - AGENCIAS NA LISTA .....: '
                                                   CNT-QT-AGENCIAS.
           DISPLAY 'ACHPC075 - CONTAS NA LISTA .......: '
                                                   CNT-QT-CONTAS.
           DISPLAY 'ACHPC075 - PENDENCIAS GRAVADAS ...: '
                                                   CNT-QT-ITENS.
           EXIT.
      *
      *---------------------
       990000-ERROS SECTION.
      *---------------------
      *
       990001-ERRO-01.
           DISPLAY '888 ' CTE-PROG  ' 001 - PARM INVALIDO - ESPERADO'
                    ' LIMITE DE DIAS (3 DIGITOS, MAIOR QUE ZERO) -'
                    ' PARM-LEN: ' PARM-LEN.
           PERFORM 999000-ABENDA.
      *
       990002-ERRO-02.
           DISPLAY '888 ' CTE-PROG ' 002 - O ARQUIVO ACH601 ESTA VAZIO'.
           PERFORM 999000-ABENDA.
      *
       990003-ERRO-03.
           DISPLAY '888 ' CTE-PROG  ' 003 - ARQUIVO '
                    GDA-ARQUIVO-FORA-ORDEM ' FORA DA ORDEM DE AGENCIA+'
                    'CONTA - O MERGE PERDERIA PENDENCIAS'.
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

      *====================== FIM ACHPC075 ============================*
