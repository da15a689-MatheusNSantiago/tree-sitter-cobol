      *                            um registro de controle ACHPC060
      *                            por instancia, montado do
      *                            checkpoint parcial.
      * VRS004 15/10/2026 F7023235 Trava de reexecucao no mesmo ciclo
      *                            (ACHPCT97): so segue com PARM 'S' +
      *                            matricula de quem autorizou, marcada
      *                            no ACHCTLF.
      * VRS005 15/10/2026 F7023235 CTL-DATA-REFERENCIA zerada no
      *                            registro de controle do ACHCTLF
      *                            (ver ACHKCTL).
      *
      *================================================================*

       77  CTE-VERS                    PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO                    PIC  X(08) VALUE 'SBVERSAO'.
       77  SBABEND                     PIC  X(07) VALUE 'SBABEND'.
       77  ACHPCT97                    PIC  X(08) VALUE 'ACHPCT97'.
       77  SBDATAF                     PIC  X(08) VALUE 'SBDATAF'.
       77  SBDATAF-FUNCAO              PIC  X(03) VALUE 'F08'.
      *
      *
       COPY DEBK610.
       COPY ACHKCTL.
       COPY ACHKT97.
      *
      *------------------------ G U A R D A S -------------------------*
      *
       77  IND-HEADER-GRAVADO          PIC 9 VALUE 0.
       77  IND-CKPT-ACHADO             PIC 9 VALUE 0.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
      *
      *--- Parametro de execucao (EXEC PGM=ACHPC067,PARM='...'): so a
      *--- autorizacao de reexecucao no mesmo ciclo (ver 060000).
      *
       01  PARM-ACHPC067.
           05  PARM-LEN                PIC S9(04) COMP.
           05  PARM-DADOS.
               10  PARM-REEXECUCAO     PIC X(01).
                   88  PARM-REEXECUCAO-SIM VALUE 'S'.
               10  PARM-REEXEC-AUTORIZADO PIC X(10).
               10  FILLER              PIC X(89).
      *
      ********************
       PROCEDURE DIVISION USING PARM-ACHPC067.
      ********************
      *
      *----------------------------------------
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
      *--- 11a) libera a reexecucao no mesmo ciclo (ver 060000) -
      *--- mesma regra do override de datas do ACHPC060: PARM curto,
      *--- sem a matricula inteira, nao autoriza.
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
      *arquivo: se este programa ja concluiu no ciclo do lider ACH601E
      *(registro dele no ACHCTLF), so segue com a reexecucao
      *autorizada no PARM - logada aqui e marcada no registro de
      *controle p/ o balanceamento do ACHPC074.
      *----------------------------------------
      *
           MOVE 'ACHPC067'             TO ACHKT97-PROGRAMA.
      *
           CALL ACHPCT97 USING ACHKT97-PARM.
      *
           IF ACHKT97-ACAO-ABENDA
              PERFORM 990006-ERRO-06
           END-IF.
      *
       060099-SAI-VERIFICA-REEXECUCAO.
           EXIT.
      *
      *----------------------------------------
       100000-PROC-INICIAIS            SECTION.
      *----------------------------------------
           COMPUTE CTL-QT-ENTRADA = GDA-CKPT-QT-LIDOS - 1.
           MOVE GDA-CKPT-QT-GRAVADOS  TO CTL-QT-SAIDA.
           MOVE GDA-CKPT-QT-REJEITOS  TO CTL-QT-REJEITADOS.
      *--- Sequencia da execucao deste consolidador (uma reexecucao
      *--- dele substitui no ACHPC074 os registros das instancias); a
      *--- marca de reexecucao autorizada fica so no registro do
      *--- proprio ACHPC067 (ver 300003).
           COMPUTE CTL-SEQ-EXECUCAO = ACHKT97-QT-EXECUCOES + 1.
           MOVE 'N'                   TO CTL-IN-REEXECUCAO.
           MOVE SPACES                TO CTL-AUTORIZADO-POR.
           MOVE ZEROS TO CTL-DATA-REFERENCIA.
           WRITE REGISTRO-ACHCTL FROM REG-ACHCTL.
      *
       260099-SAI-CONFERE-CHECKPOINT.
           MOVE CNT-QT-DETALHE      TO CTL-QT-ENTRADA.
           MOVE CNT-QT-REGS-CKPT    TO CTL-QT-SAIDA.
           MOVE CNT-QT-REJEITOS     TO CTL-QT-REJEITADOS.
           COMPUTE CTL-SEQ-EXECUCAO = ACHKT97-QT-EXECUCOES + 1.
           MOVE ACHKT97-AUTORIZADO-POR TO CTL-AUTORIZADO-POR.
           IF ACHKT97-ACAO-REEXECUTA
              MOVE 'S' TO CTL-IN-REEXECUCAO
           ELSE
              MOVE 'N' TO CTL-IN-REEXECUCAO
           END-IF.
           MOVE ZEROS TO CTL-DATA-REFERENCIA.
           WRITE REGISTRO-ACHCTL FROM REG-ACHCTL.
      *
       300004-FECHA-ARQUIVOS.
           DISPLAY '888 ' CTE-PROG  ' 005 - FALHA NA CHAMADA AO '
                                    'SBDATAF (CONVERSAO DE DATA)'.
           PERFORM 999000-ABENDA.
      *
       990006-ERRO-06.
           DISPLAY '888 ' CTE-PROG  ' 006 - PROGRAMA JA CONCLUIDO NO'
                    ' CICLO ' ACHKT97-DATA-CICLO ' - REEXECUCAO SO COM'
                    ' A MATRICULA DE QUEM AUTORIZOU NO PARM'.
           PERFORM 999000-ABENDA.
      *
      *----------------------
       999000-ABENDA SECTION.
