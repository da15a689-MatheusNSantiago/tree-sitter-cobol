      *================================================================*
      * PROGRAMA: ACHPC081
      *
      * AUTOR   : F7023235 Matheus Santiago.
      *
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      * OBJETIVO..: Gerar ou validar o lider ACH601E contra o
      * calendario de dias uteis ACHCALM (ver ACHKCAL/ACHPC080) - as
      * tres datas do 601-REG-GERAL sao a base de toda a esteira e o
      * ACHPC059, o ACHPC060 e o ACHPC074 confiam nelas.
      * PARM 'G' gera no ACH601N o lider do proximo ciclo a partir do
      * lider corrente (ou da data atual informada no PARM), p/ o JCL
      * promover a ACH601E. PARM 'V' valida o ACH601E recebido: data
      * atual em dia util (nem sabado, nem domingo, nem feriado do
      * ACHCALM), anterior = dia util anterior e futura = dia util
      * seguinte. Roda como primeiro passo do ciclo, ANTES do
      * ACHPC059: lider errado para o ciclo aqui (gate do ACHPCT98),
      * e nao depois, no header do DEB610E lido pelo ACHPC060.
      *
      *================================================================*
      *
      * VRS001 15/10/2026 F7023235 Implantacao - geracao/validacao do
      *                            lider ACH601E pelo calendario de
      *                            dias uteis.
      *
      *================================================================*

      *************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHPC081.
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
           SELECT ACH601E  ASSIGN TO UT-S-ACH601E.
           SELECT ACH601N  ASSIGN TO UT-S-ACH601N.
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
      *--- Lider do proximo ciclo (so no modo 'G'), mesmo layout.
      *
       FD  ACH601N
           BLOCK  0
           RECORD 50
           RECORDING F.
      *
       01  REGISTRO-ACH601N            PIC  X(050).
      *
       FD  ACHCALM
           RECORD 64.
      *
       COPY ACHKCAL.
      *
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      *
      *---------------------- C O N S T A N T E S ---------------------*
      *
       77  CTE-PROG                    PIC  X(016)
                                       VALUE '*** ACHPC081 ***'.
       77  CTE-VERS                    PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO                    PIC  X(08) VALUE 'SBVERSAO'.
       77  SBABEND                     PIC  X(07) VALUE 'SBABEND'.
       77  ACHPCT98                    PIC  X(08) VALUE 'ACHPCT98'.
      *
      *    Maximo de dias corridos sem dia util que a busca do dia util
      *    anterior/seguinte aceita - mais que isso e calendario
      *    cadastrado errado (ex.: feriado em massa por engano).
      *
       77  CTE-MAX-DIAS-SEM-UTIL       PIC  9(02) VALUE 15.
      *
      *------------------------- B O O K S ----------------------------*
      *
       COPY ACHK601.
       COPY ACHKT98.
      *
      *----------------------- T A B E L A S --------------------------*
      *
      *--- Dias de cada mes (fevereiro acertado p/ ano bissexto em
      *--- 430000-ULTIMO-DIA-MES).
      *
       01  TAB-DIAS-MES-VALORES.
           05  FILLER                  PIC X(24)
                                  VALUE '312831303130313130313031'.
       01  TAB-DIAS-MES REDEFINES TAB-DIAS-MES-VALORES.
           05  QT-DIAS-MES OCCURS 12 TIMES PIC 9(02).
      *
      *------------------------ G U A R D A S -------------------------*
      *
      *--- Datas do lider lido (AMD, mesma convencao do restante da
      *--- esteira) e as calculadas pelo calendario.
      *
       77  GDA-LIDO-ANT                PIC 9(08) VALUE 0.
       77  GDA-LIDO-ATU                PIC 9(08) VALUE 0.
       77  GDA-LIDO-FUT                PIC 9(08) VALUE 0.
       77  GDA-CALC-ANT                PIC 9(08) VALUE 0.
       77  GDA-CALC-ATU                PIC 9(08) VALUE 0.
       77  GDA-CALC-FUT                PIC 9(08) VALUE 0.
      *
      *--- Data de trabalho das rotinas de calendario (400000).
      *
       01  GDA-DT-TRAB                 PIC 9(08) VALUE 0.
       01  FILLER REDEFINES GDA-DT-TRAB.
           05  GDA-TRAB-ANO            PIC 9(04).
           05  GDA-TRAB-MES            PIC 9(02).
           05  GDA-TRAB-DIA            PIC 9(02).
      *
       77  GDA-ULTIMO-DIA              PIC 9(02) VALUE 0.
       77  GDA-QUOCIENTE               PIC 9(06) VALUE 0.
       77  GDA-RESTO-4                 PIC 9(04) VALUE 0.
       77  GDA-RESTO-100               PIC 9(04) VALUE 0.
       77  GDA-RESTO-400               PIC 9(04) VALUE 0.
      *
      *--- Dia da semana pela congruencia de Zeller: janeiro e
      *--- fevereiro contam como meses 13 e 14 do ano anterior.
      *
       77  GDA-Z-MES                   PIC 9(02) VALUE 0.
       77  GDA-Z-ANO                   PIC 9(04) VALUE 0.
       77  GDA-Z-SECULO                PIC 9(02) VALUE 0.
       77  GDA-Z-ANO-SECULO            PIC 9(02) VALUE 0.
       77  GDA-Z-PARCELA-MES           PIC 9(03) VALUE 0.
       77  GDA-Z-PARCELA-ANO           PIC 9(02) VALUE 0.
       77  GDA-Z-PARCELA-SECULO        PIC 9(02) VALUE 0.
       77  GDA-Z-SOMA                  PIC 9(05) VALUE 0.
       77  GDA-DIA-SEMANA              PIC 9(01) VALUE 0.
           88  GDA-SABADO                  VALUE 0.
           88  GDA-DOMINGO                 VALUE 1.
      *
       77  GDA-MOTIVO-NAO-UTIL         PIC X(40) VALUE SPACES.
      *
      *--------------------- C O N T A D O R E S ----------------------*
      *
       77  CNT-QT-DIAS-BUSCA           PIC 9(03) COMP VALUE 0.
       77  CNT-QT-DIVERGENCIAS         PIC 9(03) COMP VALUE 0.
      *
      *-------------------- I N D I C A D O R E S ---------------------*
      *
       77  IND-DATA-VALIDA             PIC 9 VALUE 0.
       77  IND-DIA-UTIL                PIC 9 VALUE 0.
      *
      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------
      *
      *--- Parametro de execucao (EXEC PGM=ACHPC081,PARM='...'): modo
      *--- 'G' (gera o ACH601N) ou 'V' (valida o ACH601E). No modo 'G'
      *--- a data atual do novo ciclo pode vir nas posicoes 2 a 9
      *--- (AMD) - sem ela, e o dia util seguinte ao do lider corrente.
      *
       01  PARM-ACHPC081.
           05  PARM-LEN                PIC S9(04) COMP.
           05  PARM-DADOS.
               10  PARM-MODO           PIC X(01).
                   88  PARM-MODO-GERA      VALUE 'G'.
                   88  PARM-MODO-VALIDA    VALUE 'V'.
               10  PARM-DT-ATU         PIC X(08).
               10  PARM-DT-ATU-N REDEFINES PARM-DT-ATU
                                       PIC 9(08).
               10  FILLER              PIC X(91).
      *
      ********************
       PROCEDURE DIVISION USING PARM-ACHPC081.
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
           IF PARM-MODO-GERA
              PERFORM 200000-GERA-LIDER
           ELSE
              PERFORM 250000-VALIDA-LIDER
           END-IF.
      *
           PERFORM 300000-PROC-FINAIS.
      *
           STOP RUN.
      *
      *----------------------------------------
       050000-TRATA-PARM               SECTION.
      *----------------------------------------
      *O modo e obrigatorio; a data atual so e aceita no modo 'G' e
      *tem de vir inteira (PARM-LEN 9).
      *----------------------------------------
      *
           IF PARM-LEN NOT EQUAL 1
           AND PARM-LEN NOT EQUAL 9
              PERFORM 990001-ERRO-01
           END-IF.
      *
           IF NOT PARM-MODO-GERA
           AND NOT PARM-MODO-VALIDA
              PERFORM 990001-ERRO-01
           END-IF.
      *
           IF PARM-LEN EQUAL 9
              IF PARM-MODO-VALIDA
              OR PARM-DT-ATU NOT NUMERIC
                 PERFORM 990001-ERRO-01
              END-IF
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
           OPEN INPUT ACH601E.
           OPEN INPUT ACHCALM.
      *
           IF PARM-MODO-GERA
              OPEN OUTPUT ACH601N
           END-IF.
      *
       100002-LE-LIDER-601.
           READ ACH601E INTO 601-REG-GERAL
                AT END PERFORM 990002-ERRO-02
           END-READ.
      *
           MOVE 601-DT-AMD-ANT TO GDA-LIDO-ANT.
           MOVE 601-DT-AMD-ATU TO GDA-LIDO-ATU.
           MOVE 601-DT-AMD-FUT TO GDA-LIDO-FUT.
      *
           DISPLAY '888 ' CTE-PROG ' - LIDER ACH601E LIDO {'
                   'ANTERIOR: ' GDA-LIDO-ANT ', '
                   'ATUAL: '    GDA-LIDO-ATU ', '
                   'FUTURO: '   GDA-LIDO-FUT '}'.
      *
       100099-SAI-PROC-INICIAIS.
           EXIT.
      *
      *----------------------------------------
       200000-GERA-LIDER               SECTION.
      *----------------------------------------
      *Modo 'G': a data atual do novo ciclo e a do PARM (tem de ser
      *dia util e posterior ao ciclo do lider corrente - recuperacao
      *de ciclo pulado) ou o dia util seguinte ao do lider corrente;
      *anterior e futura saem do calendario. O restante do registro
      *(tipo e filler) e copiado do lider corrente.
      *----------------------------------------
      *
       200001-DATA-ATUAL.
           IF PARM-LEN EQUAL 9
              MOVE PARM-DT-ATU-N TO GDA-DT-TRAB
              PERFORM 435000-VALIDA-DATA
              IF IND-DATA-VALIDA = 0
                 PERFORM 990003-ERRO-03
              END-IF
              IF GDA-DT-TRAB NOT > GDA-LIDO-ATU
                 PERFORM 990005-ERRO-05
              END-IF
              PERFORM 440000-VERIFICA-DIA-UTIL
              IF IND-DIA-UTIL = 0
                 PERFORM 990004-ERRO-04
              END-IF
           ELSE
              MOVE GDA-LIDO-ATU TO GDA-DT-TRAB
              PERFORM 435000-VALIDA-DATA
              IF IND-DATA-VALIDA = 0
                 PERFORM 990003-ERRO-03
              END-IF
              PERFORM 410000-PROXIMO-DIA-UTIL
           END-IF.
      *
           MOVE GDA-DT-TRAB TO GDA-CALC-ATU.
      *
       200002-DATAS-VIZINHAS.
           MOVE GDA-CALC-ATU TO GDA-DT-TRAB.
           PERFORM 415000-DIA-UTIL-ANTERIOR.
           MOVE GDA-DT-TRAB  TO GDA-CALC-ANT.
      *
           MOVE GDA-CALC-ATU TO GDA-DT-TRAB.
           PERFORM 410000-PROXIMO-DIA-UTIL.
           MOVE GDA-DT-TRAB  TO GDA-CALC-FUT.
      *
      *--- Anterior do novo ciclo diferente do atual do lider corrente
      *--- quer dizer ciclo pulado (data no PARM) ou lider corrente
      *--- fora do calendario - so registra, o novo lider e o certo.
           IF GDA-CALC-ANT NOT EQUAL GDA-LIDO-ATU
              DISPLAY '888 ' CTE-PROG ' - ATENCAO: DATA ANTERIOR DO '
                       'NOVO CICLO (' GDA-CALC-ANT ') DIFERENTE DA '
                       'ATUAL DO LIDER CORRENTE (' GDA-LIDO-ATU ')'
           END-IF.
      *
       200003-GRAVA-LIDER.
           MOVE GDA-CALC-ANT TO 601-DT-AMD-ANT.
           MOVE GDA-CALC-ATU TO 601-DT-AMD-ATU.
           MOVE GDA-CALC-FUT TO 601-DT-AMD-FUT.
      *
           WRITE REGISTRO-ACH601N FROM 601-REG-GERAL.
      *
           DISPLAY '888 ' CTE-PROG ' - LIDER ACH601N GERADO {'
                   'ANTERIOR: ' GDA-CALC-ANT ', '
                   'ATUAL: '    GDA-CALC-ATU ', '
                   'FUTURO: '   GDA-CALC-FUT '}'.
      *
       200099-SAI-GERA-LIDER.
           EXIT.
      *
      *----------------------------------------
       250000-VALIDA-LIDER             SECTION.
      *----------------------------------------
      *Modo 'V': confere cada data do ACH601E contra o calendario e
      *lista no log todas as divergencias antes do gate - quem corrige
      *o lider ve de uma vez tudo o que esta errado.
      *----------------------------------------
      *
       250001-DATA-ATUAL.
           MOVE GDA-LIDO-ATU TO GDA-DT-TRAB.
           PERFORM 435000-VALIDA-DATA.
      *
           IF IND-DATA-VALIDA = 0
              ADD 1 TO CNT-QT-DIVERGENCIAS
              DISPLAY '888 ' CTE-PROG ' - DATA ATUAL DO LIDER '
                       'INVALIDA: ' GDA-LIDO-ATU
              GO TO 250004-GATE
           END-IF.
      *
           PERFORM 440000-VERIFICA-DIA-UTIL.
      *
           IF IND-DIA-UTIL = 0
              ADD 1 TO CNT-QT-DIVERGENCIAS
              DISPLAY '888 ' CTE-PROG ' - DATA ATUAL DO LIDER NAO E '
                       'DIA UTIL: ' GDA-LIDO-ATU ' - '
                       GDA-MOTIVO-NAO-UTIL
           END-IF.
      *
       250002-DATA-ANTERIOR.
           MOVE GDA-LIDO-ATU TO GDA-DT-TRAB.
           PERFORM 415000-DIA-UTIL-ANTERIOR.
           MOVE GDA-DT-TRAB  TO GDA-CALC-ANT.
      *
           IF GDA-LIDO-ANT NOT EQUAL GDA-CALC-ANT
              ADD 1 TO CNT-QT-DIVERGENCIAS
              DISPLAY '888 ' CTE-PROG ' - DATA ANTERIOR DO LIDER: '
                       GDA-LIDO-ANT ' - DIA UTIL ANTERIOR PELO '
                       'CALENDARIO: ' GDA-CALC-ANT
           END-IF.
      *
       250003-DATA-FUTURA.
           MOVE GDA-LIDO-ATU TO GDA-DT-TRAB.
           PERFORM 410000-PROXIMO-DIA-UTIL.
           MOVE GDA-DT-TRAB  TO GDA-CALC-FUT.
      *
           IF GDA-LIDO-FUT NOT EQUAL GDA-CALC-FUT
              ADD 1 TO CNT-QT-DIVERGENCIAS
              DISPLAY '888 ' CTE-PROG ' - DATA FUTURA DO LIDER: '
                       GDA-LIDO-FUT ' - DIA UTIL SEGUINTE PELO '
                       'CALENDARIO: ' GDA-CALC-FUT
           END-IF.
      *
       250004-GATE.
      *--- Mesmo uso do ACHPCT98 feito no ACHPC072/ACHPC078:
      *--- severidade 'N' abenda em PRD e so alerta fora dela.
           IF CNT-QT-DIVERGENCIAS EQUAL 0
              DISPLAY '888 ' CTE-PROG ' - LIDER ACH601E CONFERE COM O '
                       'CALENDARIO DE DIAS UTEIS'
              GO TO 250099-SAI-VALIDA-LIDER
           END-IF.
      *
           MOVE '001' TO ACHKT98-COD-ERRO.
           MOVE 'N'   TO ACHKT98-SEVERIDADE.
      *
           CALL ACHPCT98 USING ACHKT98-PARM.
      *
           IF ACHKT98-ACAO-ABENDA
              PERFORM 990006-ERRO-06
           END-IF.
      *
           DISPLAY '888 ' CTE-PROG ' - AMBIENTE '
                    ACHKT98-COD-AMBIENTE ' - SEGUE COMO ALERTA'.
      *
       250099-SAI-VALIDA-LIDER.
           EXIT.
      *
      *----------------------------------------
       410000-PROXIMO-DIA-UTIL         SECTION.
      *----------------------------------------
      *Devolve em GDA-DT-TRAB o primeiro dia util DEPOIS da data
      *recebida nele.
      *----------------------------------------
      *
           MOVE 0 TO CNT-QT-DIAS-BUSCA.
           MOVE 0 TO IND-DIA-UTIL.
      *
           PERFORM UNTIL IND-DIA-UTIL = 1
                ADD 1 TO CNT-QT-DIAS-BUSCA
                IF CNT-QT-DIAS-BUSCA > CTE-MAX-DIAS-SEM-UTIL
                   PERFORM 990007-ERRO-07
                END-IF
                PERFORM 420000-DIA-SEGUINTE
                PERFORM 440000-VERIFICA-DIA-UTIL
           END-PERFORM.
      *
       410099-SAI-PROXIMO-DIA-UTIL.
           EXIT.
      *
      *----------------------------------------
       415000-DIA-UTIL-ANTERIOR        SECTION.
      *----------------------------------------
      *Devolve em GDA-DT-TRAB o ultimo dia util ANTES da data
      *recebida nele.
      *----------------------------------------
      *
           MOVE 0 TO CNT-QT-DIAS-BUSCA.
           MOVE 0 TO IND-DIA-UTIL.
      *
           PERFORM UNTIL IND-DIA-UTIL = 1
                ADD 1 TO CNT-QT-DIAS-BUSCA
                IF CNT-QT-DIAS-BUSCA > CTE-MAX-DIAS-SEM-UTIL
                   PERFORM 990007-ERRO-07
                END-IF
                PERFORM 425000-DIA-ANTERIOR
                PERFORM 440000-VERIFICA-DIA-UTIL
           END-PERFORM.
      *
       415099-SAI-DIA-UTIL-ANTERIOR.
           EXIT.
      *
      *----------------------------------------
       420000-DIA-SEGUINTE             SECTION.
      *----------------------------------------
      *
           PERFORM 430000-ULTIMO-DIA-MES.
      *
           IF GDA-TRAB-DIA < GDA-ULTIMO-DIA
              ADD 1 TO GDA-TRAB-DIA
              GO TO 420099-SAI-DIA-SEGUINTE
           END-IF.
      *
           MOVE 1 TO GDA-TRAB-DIA.
      *
           IF GDA-TRAB-MES < 12
              ADD 1 TO GDA-TRAB-MES
           ELSE
              MOVE 1 TO GDA-TRAB-MES
              ADD 1 TO GDA-TRAB-ANO
           END-IF.
      *
       420099-SAI-DIA-SEGUINTE.
           EXIT.
      *
      *----------------------------------------
       425000-DIA-ANTERIOR             SECTION.
      *----------------------------------------
      *
           IF GDA-TRAB-DIA > 1
              SUBTRACT 1 FROM GDA-TRAB-DIA
              GO TO 425099-SAI-DIA-ANTERIOR
           END-IF.
      *
           IF GDA-TRAB-MES > 1
              SUBTRACT 1 FROM GDA-TRAB-MES
           ELSE
              MOVE 12 TO GDA-TRAB-MES
              SUBTRACT 1 FROM GDA-TRAB-ANO
           END-IF.
      *
           PERFORM 430000-ULTIMO-DIA-MES.
           MOVE GDA-ULTIMO-DIA TO GDA-TRAB-DIA.
      *
       425099-SAI-DIA-ANTERIOR.
           EXIT.
      *
      *----------------------------------------
       430000-ULTIMO-DIA-MES           SECTION.
      *----------------------------------------
      *Ultimo dia do mes de GDA-DT-TRAB: fevereiro tem 29 no ano
      *bissexto (divisivel por 4, e nao por 100 a menos que por 400).
      *----------------------------------------
      *
           MOVE QT-DIAS-MES(GDA-TRAB-MES) TO GDA-ULTIMO-DIA.
      *
           IF GDA-TRAB-MES NOT EQUAL 2
              GO TO 430099-SAI-ULTIMO-DIA-MES
           END-IF.
      *
           DIVIDE GDA-TRAB-ANO BY 4   GIVING GDA-QUOCIENTE
                                      REMAINDER GDA-RESTO-4.
           DIVIDE GDA-TRAB-ANO BY 100 GIVING GDA-QUOCIENTE
                                      REMAINDER GDA-RESTO-100.
           DIVIDE GDA-TRAB-ANO BY 400 GIVING GDA-QUOCIENTE
                                      REMAINDER GDA-RESTO-400.
      *
           IF GDA-RESTO-4 EQUAL 0
           AND (GDA-RESTO-100 NOT EQUAL 0 OR GDA-RESTO-400 EQUAL 0)
              MOVE 29 TO GDA-ULTIMO-DIA
           END-IF.
      *
       430099-SAI-ULTIMO-DIA-MES.
           EXIT.
      *
      *----------------------------------------
       435000-VALIDA-DATA              SECTION.
      *----------------------------------------
      *GDA-DT-TRAB tem de ser uma data AMD que existe no calendario.
      *----------------------------------------
      *
           MOVE 0 TO IND-DATA-VALIDA.
      *
           IF GDA-TRAB-ANO EQUAL 0
           OR GDA-TRAB-MES < 1 OR GDA-TRAB-MES > 12
           OR GDA-TRAB-DIA < 1
              GO TO 435099-SAI-VALIDA-DATA
           END-IF.
      *
           PERFORM 430000-ULTIMO-DIA-MES.
      *
           IF GDA-TRAB-DIA > GDA-ULTIMO-DIA
              GO TO 435099-SAI-VALIDA-DATA
           END-IF.
      *
           MOVE 1 TO IND-DATA-VALIDA.
      *
       435099-SAI-VALIDA-DATA.
           EXIT.
      *
      *----------------------------------------
       440000-VERIFICA-DIA-UTIL        SECTION.
      *----------------------------------------
      *GDA-DT-TRAB e dia util se nao cai em sabado ou domingo (dia da
      *semana por Zeller: 0 = sabado, 1 = domingo, ..., 6 = sexta) e
      *nao esta cadastrado como feriado no ACHCALM.
      *----------------------------------------
      *
           MOVE 0      TO IND-DIA-UTIL.
           MOVE SPACES TO GDA-MOTIVO-NAO-UTIL.
      *
       440001-DIA-DA-SEMANA.
           MOVE GDA-TRAB-MES TO GDA-Z-MES.
           MOVE GDA-TRAB-ANO TO GDA-Z-ANO.
      *
           IF GDA-Z-MES < 3
              ADD 12 TO GDA-Z-MES
              SUBTRACT 1 FROM GDA-Z-ANO
           END-IF.
      *
           DIVIDE GDA-Z-ANO BY 100 GIVING GDA-Z-SECULO
                                   REMAINDER GDA-Z-ANO-SECULO.
           COMPUTE GDA-Z-PARCELA-MES = (13 * (GDA-Z-MES + 1)) / 5.
           DIVIDE GDA-Z-ANO-SECULO BY 4 GIVING GDA-Z-PARCELA-ANO.
           DIVIDE GDA-Z-SECULO     BY 4 GIVING GDA-Z-PARCELA-SECULO.
      *
           COMPUTE GDA-Z-SOMA = GDA-TRAB-DIA
                              + GDA-Z-PARCELA-MES
                              + GDA-Z-ANO-SECULO
                              + GDA-Z-PARCELA-ANO
                              + GDA-Z-PARCELA-SECULO
                              + (5 * GDA-Z-SECULO).
      *
           DIVIDE GDA-Z-SOMA BY 7 GIVING GDA-QUOCIENTE
                                  REMAINDER GDA-DIA-SEMANA.
      *
           IF GDA-SABADO
              MOVE 'SABADO'  TO GDA-MOTIVO-NAO-UTIL
              GO TO 440099-SAI-VERIFICA-DIA-UTIL
           END-IF.
      *
           IF GDA-DOMINGO
              MOVE 'DOMINGO' TO GDA-MOTIVO-NAO-UTIL
              GO TO 440099-SAI-VERIFICA-DIA-UTIL
           END-IF.
      *
       440002-FERIADO.
           MOVE GDA-DT-TRAB TO CAL-DATA.
      *
           READ ACHCALM
                INVALID KEY
                    MOVE 1 TO IND-DIA-UTIL
                NOT INVALID KEY
                    STRING 'FERIADO: ' CAL-DESCRICAO
                           DELIMITED BY SIZE
                           INTO GDA-MOTIVO-NAO-UTIL
           END-READ.
      *
       440099-SAI-VERIFICA-DIA-UTIL.
           EXIT.
      *
      *----------------------------------------
       300000-PROC-FINAIS              SECTION.
      *----------------------------------------
      *
       300001-FECHA-ARQUIVOS.
           CLOSE ACH601E ACHCALM.
      *
           IF PARM-MODO-GERA
              CLOSE ACH601N
           END-IF.
      *
       300099-SAI.
           DISPLAY 'ACHPC081 - MODO (G/V) ............: ' PARM-MODO.
           DISPLAY 'ACHPC081 - DIVERGENCIAS NO LIDER .: '
                                                   CNT-QT-DIVERGENCIAS.
           EXIT.
      *
      *---------------------
       990000-ERROS SECTION.
      *---------------------
      *
       990001-ERRO-01.
           DISPLAY '888 ' CTE-PROG  ' 001 - PARM INVALIDO - ESPERADO'
                    ' G[AAAAMMDD] OU V - PARM-LEN: ' PARM-LEN.
           PERFORM 999000-ABENDA.
      *
       990002-ERRO-02.
           DISPLAY '888 ' CTE-PROG ' 002 - O ARQUIVO ACH601 ESTA VAZIO'.
           PERFORM 999000-ABENDA.
      *
       990003-ERRO-03.
           DISPLAY '888 ' CTE-PROG  ' 003 - DATA INVALIDA P/ GERAR O'
                    ' LIDER: ' GDA-DT-TRAB.
           PERFORM 999000-ABENDA.
      *
       990004-ERRO-04.
           DISPLAY '888 ' CTE-PROG  ' 004 - DATA ATUAL INFORMADA NO'
                    ' PARM NAO E DIA UTIL: ' GDA-DT-TRAB ' - '
                    GDA-MOTIVO-NAO-UTIL.
           PERFORM 999000-ABENDA.
      *
       990005-ERRO-05.
           DISPLAY '888 ' CTE-PROG  ' 005 - DATA ATUAL INFORMADA NO'
                    ' PARM (' GDA-DT-TRAB ') NAO E POSTERIOR AO CICLO'
                    ' DO LIDER CORRENTE (' GDA-LIDO-ATU ')'.
           PERFORM 999000-ABENDA.
      *
       990006-ERRO-06.
           DISPLAY '888 ' CTE-PROG  ' 006 - LIDER ACH601E NAO CONFERE'
                    ' COM O CALENDARIO (' CNT-QT-DIVERGENCIAS
                    ' DIVERGENCIA(S)), E O AMBIENTE '
                    ACHKT98-COD-AMBIENTE ' EXIGE CICLO INTEGRO'.
           PERFORM 999000-ABENDA.
      *
       990007-ERRO-07.
           DISPLAY '888 ' CTE-PROG  ' 007 - MAIS DE '
                    CTE-MAX-DIAS-SEM-UTIL ' DIAS CORRIDOS SEM DIA UTIL'
                    ' A PARTIR DE ' GDA-DT-TRAB ' - CONFERIR O ACHCALM'.
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

      *====================== FIM ACHPC081 ============================*
