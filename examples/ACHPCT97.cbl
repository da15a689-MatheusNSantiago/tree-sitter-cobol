      *================================================================*
      * PROGRAMA: ACHPCT97
      *
      * AUTOR   : F7023235 Matheus Santiago.
      *
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      * OBJETIVO..: Trava de reexecucao por data de ciclo, chamada no
      * inicio de cada programa que grava o registro de controle no
      * ACHCTLF, ANTES de ele abrir qualquer arquivo: le a data atual
      * do lider ACH601E e procura no ACHCTLF do ciclo um registro do
      * programa chamador com essa data - registro presente quer dizer
      * que o programa ja concluiu no ciclo. Devolve a acao em
      * ACHKT97-ACAO (ver ACHKT97): primeira execucao segue; execucao
      * repetida so segue com a matricula de quem autorizou a
      * reexecucao, e fica logada; sem ela, o chamador abenda.
      *
      *================================================================*
      *
      * VRS001 15/10/2026 F7023235 Implantacao - trava de reexecucao
      *                            da esteira ACH610 por data de ciclo.
      *
      *================================================================*
      *************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHPCT97.
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
      *----------------------- P R O G R A M A S ----------------------*
      *
       77 SBVERSAO                     PIC  X(008) VALUE 'SBVERSAO'.
       77 SBABEND                      PIC  X(008) VALUE 'SBABEND'.
      *
      *--------------------- C O N S T A N T E S ----------------------*
      *
       77 CTE-PROG                     PIC  X(016)
                                       VALUE '*** ACHPCT97 ***'.
       77 CTE-VERS                     PIC  X(006) VALUE 'VRS001'.
      *
      *-------------------- I N D I C A D O R E S ---------------------*
      *
       77 IND-FIM-CTL                  PIC 9 VALUE 0.
      *
      *-------------------------- B O O K S ---------------------------*
      *
       COPY ACHK601.
       COPY ACHKCTL.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
      *
       COPY ACHKT97.
      *
      ********************
       PROCEDURE DIVISION USING ACHKT97-PARM.
      ********************
      *
      *---------------------------------------*
       000000-ROTINA-PRINCIPAL         SECTION.
      *---------------------------------------*
      *
           PERFORM 100000-INICIA.
      *
           PERFORM 200000-PROCESSA.
      *
           PERFORM 300000-FINALIZA.
      *
           GOBACK.
      *
      *---------------------------------------*
       100000-INICIA                   SECTION.
      *---------------------------------------*
      *
      *    CALL SBVERSAO USING CTE-PROG CTE-VERS.
      *
           MOVE 0     TO IND-FIM-CTL.
           MOVE ZEROS TO ACHKT97-QT-EXECUCOES.
           MOVE 'A'   TO ACHKT97-ACAO.
      *
           OPEN INPUT ACH601E.
           OPEN INPUT ACHCTLF.
      *
           READ ACH601E INTO 601-REG-GERAL
                AT END PERFORM 990001-ERRO-01
           END-READ.
      *
           MOVE 601-DT-AMD-ATU TO ACHKT97-DATA-CICLO.
      *
       100099-SAI.
           EXIT.
      *
      *---------------------------------------*
       200000-PROCESSA                 SECTION.
      *---------------------------------------*
      *
      *--- Cada conclusao do chamador no ciclo deixou um registro com
      *--- o nome dele e a data do lider (o ACHPC067 grava tambem os
      *--- das instancias do ACHPC060 - contam como execucoes do
      *--- ACHPC060).
      *
           PERFORM UNTIL IND-FIM-CTL = 1
                READ ACHCTLF INTO REG-ACHCTL
                     AT END
                         MOVE 1 TO IND-FIM-CTL
                     NOT AT END
                         IF CTL-PROGRAMA   EQUAL ACHKT97-PROGRAMA
                         AND CTL-DATA-CICLO EQUAL ACHKT97-DATA-CICLO
                            ADD 1 TO ACHKT97-QT-EXECUCOES
                         END-IF
                END-READ
           END-PERFORM.
      *
           EVALUATE TRUE
               WHEN ACHKT97-QT-EXECUCOES EQUAL ZEROS
                    MOVE 'P' TO ACHKT97-ACAO
                    IF ACHKT97-AUTORIZADO-POR NOT EQUAL SPACES
                       DISPLAY '888 ' CTE-PROG ' - ' ACHKT97-PROGRAMA
                                ' SEM EXECUCAO ANTERIOR NO CICLO '
                                ACHKT97-DATA-CICLO ' - AUTORIZACAO DE'
                                ' REEXECUCAO DESCONSIDERADA'
                       MOVE SPACES TO ACHKT97-AUTORIZADO-POR
                    END-IF
      *
               WHEN ACHKT97-AUTORIZADO-POR NOT EQUAL SPACES
                    MOVE 'R' TO ACHKT97-ACAO
                    DISPLAY '888 ' CTE-PROG ' - REEXECUCAO DO '
                             ACHKT97-PROGRAMA ' NO CICLO '
                             ACHKT97-DATA-CICLO ' AUTORIZADA POR: '
                             ACHKT97-AUTORIZADO-POR
                             ' - EXECUCOES ANTERIORES: '
                             ACHKT97-QT-EXECUCOES
      *
               WHEN OTHER
                    MOVE 'A' TO ACHKT97-ACAO
                    DISPLAY '888 ' CTE-PROG ' - ' ACHKT97-PROGRAMA
                             ' JA CONCLUIDO NO CICLO '
                             ACHKT97-DATA-CICLO ' ('
                             ACHKT97-QT-EXECUCOES ' EXECUCAO(OES))'
                             ' - REEXECUCAO SO COM AUTORIZACAO NO PARM'
      *
           END-EVALUATE.
      *
       200099-SAI.
           EXIT.
      *
      *--------------------------------------*
       300000-FINALIZA                SECTION.
      *--------------------------------------*
      *
           CLOSE ACH601E ACHCTLF.
      *
       300099-SAI.
           EXIT.
      *
      *--------------------------------------*
       990000-ERROS                   SECTION.
      *--------------------------------------*
      *
       990001-ERRO-01.
           DISPLAY '888 ' CTE-PROG ' 001 - O ARQUIVO ACH601 ESTA VAZIO'.
           PERFORM 999000-ABENDA.
      *
      *--------------------------------------*
       999000-ABENDA                  SECTION.
      *--------------------------------------*
           DISPLAY '888 ' CTE-PROG ' 888 CANCELADO'.
      *    CALL SBABEND.
           EXIT.
      *====================== FIM ACHPCT97 ============================*
