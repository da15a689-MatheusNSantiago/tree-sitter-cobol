      *                            envelhecimento ACHREJM e relatorio
      *                            de escalonamento dos rejeitos nao
      *                            reciclaveis do DEB610REJ.
      * VRS002 15/10/2026 F7023235 Trava de reexecucao no mesmo ciclo
      *                            (ACHPCT97) - uma reexecucao
      *                            envelheceria os rejeitos um dia a
      *                            mais: so segue com PARM 'S' +
      *                            matricula de quem autorizou. Passa
      *                            a gravar o registro de controle de
      *                            ciclo no ACHCTLF (ver ACHKCTL).
      * VRS003 15/10/2026 F7023235 CTL-DATA-REFERENCIA zerada no
      *                            registro de controle do ACHCTLF
      *                            (ver ACHKCTL).
      *
      *================================================================*

           SELECT ACH601E   ASSIGN TO UT-S-ACH601E.
      *
           SELECT ACHREJRL  ASSIGN TO UT-S-ACHREJRL.
           SELECT ACHCTLF   ASSIGN TO UT-S-ACHCTLF.
      *
           SELECT ACHREJM ASSIGN TO UT-S-ACHREJM
                  ORGANIZATION IS INDEXED
      *
       01  REGISTRO-ACHREJRL           PIC X(132).
      *
      *--- Arquivo compartilhado de controle de ciclo da esteira (um
      *--- registro por programa, ver ACHKCTL) - aberto em EXTEND.
      *
       FD  ACHCTLF
           BLOCK  0
           RECORD 64
           RECORDING F.
      *
       01  REGISTRO-ACHCTL             PIC X(64).
      *
      *--- Master de envelhecimento: um registro por agencia+conta+
      *--- motivo visto no DEB610REJ, com primeira/ultima ocorrencia
      *--- (datas na convencao AMD do lider ACH601E) e a contagem de
       77  CTE-VERS                    PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO                    PIC  X(08) VALUE 'SBVERSAO'.
       77  SBABEND                     PIC  X(07) VALUE 'SBABEND'.
       77  ACHPCT97                    PIC  X(08) VALUE 'ACHPCT97'.
      *
      *    Mesmos literais gravados pelo ACHPC060 no DEB610REJ (ver
      *    250000-GRAVA-REJEITO la) - apenas os motivos cadastrais,
      *
       COPY DEBK610.
       COPY ACHK601.
       COPY ACHKCTL.
       COPY ACHKT97.
      *
      *------------------------ G U A R D A S -------------------------*
      *
      *
      *--- Parametro de execucao (EXEC PGM=ACHPC069,PARM='010'): a
      *--- quantidade de dias consecutivos p/ escalonar. PARM vazio
      *--- usa o limite padrao CTE-QT-DIAS-ESCALONA. A autorizacao de
      *--- reexecucao no mesmo ciclo vem depois do limite, que entao
      *--- tem de ser informado (ex.: PARM='005SF7023235').
      *
       01  PARM-ACHPC069.
           05  PARM-LEN                PIC S9(04) COMP.
           05  PARM-DADOS.
               10  PARM-QT-DIAS        PIC X(03).
               10  PARM-REEXECUCAO     PIC X(01).
                   88  PARM-REEXECUCAO-SIM VALUE 'S'.
               10  PARM-REEXEC-AUTORIZADO PIC X(10).
               10  FILLER              PIC X(86).
      *
      ********************
       PROCEDURE DIVISION USING PARM-ACHPC069.
      *    CALL SBVERSAO USING CTE-PROG CTE-VERS.
      *
           PERFORM 050000-TRATA-PARM.
      *
           PERFORM 060000-VERIFICA-REEXECUCAO.
      *
           PERFORM 100000-PROC-INICIAIS.
      *
      *----------------------------------------
      *
           MOVE CTE-QT-DIAS-ESCALONA TO GDA-QT-DIAS-ESCALONA.
      *
           MOVE SPACES TO ACHKT97-AUTORIZADO-POR.
      *
      *--- 'S' na 4a posicao + matricula de quem autorizou (ate a
      *--- 14a) libera a reexecucao no mesmo ciclo (ver 060000) -
      *--- mesma regra do override de datas do ACHPC060: PARM curto,
      *--- sem a matricula inteira, nao autoriza.
           IF PARM-LEN >= 14
              IF PARM-REEXECUCAO-SIM
                 MOVE PARM-REEXEC-AUTORIZADO TO ACHKT97-AUTORIZADO-POR
                 DISPLAY '888 ' CTE-PROG ' - REEXECUCAO NO CICLO '
                          'SOLICITADA NO PARM, AUTORIZADA POR: '
                          PARM-REEXEC-AUTORIZADO
              END-IF
           ELSE
              IF PARM-LEN >= 4 AND PARM-REEXECUCAO-SIM
                 DISPLAY '888 ' CTE-PROG ' - REEXECUCAO NO CICLO '
                          'IGNORADA - PARM SEM A MATRICULA DE QUEM '
                          'AUTORIZOU (PARM-LEN: ' PARM-LEN ')'
              END-IF
           END-IF.
      *
           IF PARM-LEN EQUAL 0
              GO TO 050099-SAI-TRATA-PARM
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
           MOVE 'ACHPC069'             TO ACHKT97-PROGRAMA.
      *
           CALL ACHPCT97 USING ACHKT97-PARM.
      *
           IF ACHKT97-ACAO-ABENDA
              PERFORM 990003-ERRO-03
           END-IF.
      *
       060099-SAI-VERIFICA-REEXECUCAO.
           EXIT.
      *
      *----------------------------------------
       100000-PROC-INICIAIS            SECTION.
      *----------------------------------------
                INPUT  ACH601E
                OUTPUT ACHREJRL.
           OPEN I-O    ACHREJM.
           OPEN EXTEND ACHCTLF.
      *
       100002-LE-LIDER-601.
           READ ACH601E INTO 601-REG-GERAL
       300000-PROC-FINAIS              SECTION.
      *----------------------------------------
      *
       300001-GRAVA-CONTROLE.
      *--- Registro padrao de controle de ciclo (ver ACHKCTL): entrada
      *--- = rejeitos lidos do DEB610REJ, saida = os que entraram no
      *--- envelhecimento, rejeitados = motivos fora dele (descartados
      *--- por este passo).
           MOVE 'ACHPC069'            TO CTL-PROGRAMA.
           MOVE GDA-DT-CICLO-ATU      TO CTL-DATA-CICLO.
           MOVE CNT-QT-LIDOS          TO CTL-QT-ENTRADA.
           MOVE CNT-QT-RASTREADOS     TO CTL-QT-SAIDA.
           MOVE CNT-QT-NAO-RASTREADOS TO CTL-QT-REJEITADOS.
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
       300002-FECHA-ARQUIVOS.
           CLOSE DEB610REJ ACH601E ACHREJRL ACHREJM ACHCTLF.
      *
       300099-SAI.
           DISPLAY 'ACHPC069 - REJEITOS LIDOS ........: ' CNT-QT-LIDOS.
       990002-ERRO-02.
           DISPLAY '888 ' CTE-PROG ' 002 - O ARQUIVO ACH601 ESTA VAZIO'.
           PERFORM 999000-ABENDA.
      *
       990003-ERRO-03.
           DISPLAY '888 ' CTE-PROG  ' 003 - PROGRAMA JA CONCLUIDO NO'
                    ' CICLO ' ACHKT97-DATA-CICLO ' - REEXECUCAO SO COM'
                    ' A MATRICULA DE QUEM AUTORIZOU NO PARM'.
           PERFORM 999000-ABENDA.
      *
      *----------------------
       999000-ABENDA SECTION.
