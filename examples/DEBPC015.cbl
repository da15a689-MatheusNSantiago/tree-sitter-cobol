      * inclusão/alteração/exclusão de razões, modalidades e limites de
      * cheque-ouro lidas do DEBTX014 - é o master de onde a CALL
      * DEBSB014 monta as tabelas em memória usadas pelo ACHPC060/
      * ACHPC061. O DEBTX014 chega ja aprovado em dupla custodia pelo
      * DEBPC018.
      *
      *================================================================*
      *
      *                            destino de compensacao da
      *                            modalidade (TB014-COD-DESTINO, ver
      *                            DEBK014/ACHPC072).
      * VRS005 15/10/2026 F7023235 Trava de reexecucao no mesmo ciclo
      *                            (ACHPCT97) - uma reexecucao
      *                            aplicaria o DEBTX014 duas vezes: so
      *                            segue com PARM 'S' + matricula de
      *                            quem autorizou. Passa a gravar o
      *                            registro de controle de ciclo no
      *                            ACHCTLF (ver ACHKCTL).
      * VRS006 15/10/2026 F7023235 DEBTX014 passa a vir da aprovacao
      *                            em dupla custodia (DEBPC018) - so
      *                            transacoes aprovadas. Linha de
      *                            aplicacao marcada no jornal, que
      *                            tambem recebe as decisoes.
      * VRS007 15/10/2026 F7023235 CTL-DATA-REFERENCIA zerada no
      *                            registro de controle do ACHCTLF
      *                            (ver ACHKCTL).
      *
      *================================================================*

           SELECT DEBTX014 ASSIGN TO UT-S-DEBTX014.
           SELECT DEBJR015 ASSIGN TO UT-S-DEBJR015.
           SELECT ACH601E  ASSIGN TO UT-S-ACH601E.
           SELECT ACHCTLF  ASSIGN TO UT-S-ACHCTLF.
      *
           SELECT DEBTXPNE ASSIGN TO UT-S-DEBTXPNE.
           SELECT DEBTXPNS ASSIGN TO UT-S-DEBTXPNS.
      *
       01  REGISTRO-ACH601E            PIC  X(050).
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
      *--- Pendentes do ciclo anterior (mesmo layout do DEBTX014),
      *--- reavaliadas antes das transacoes do dia; as que continuam
      *--- futuras voltam p/ o DEBTXPNS, que vira o DEBTXPNE do
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
      *------------------------ G U A R D A S -------------------------*
      *
       77  CNT-QT-LIBERADAS              PIC 9(07) COMP VALUE 0.
       77  CNT-QT-RETIDAS                PIC 9(07) COMP VALUE 0.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
      *
      *--- Parametro de execucao (EXEC PGM=DEBPC015,PARM='...'): so a
      *--- autorizacao de reexecucao no mesmo ciclo (ver 060000).
      *
       01  PARM-DEBPC015.
           05  PARM-LEN                PIC S9(04) COMP.
           05  PARM-DADOS.
               10  PARM-REEXECUCAO     PIC X(01).
                   88  PARM-REEXECUCAO-SIM VALUE 'S'.
               10  PARM-REEXEC-AUTORIZADO PIC X(10).
               10  FILLER              PIC X(89).
      *
      ********************
       PROCEDURE DIVISION USING PARM-DEBPC015.
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
           MOVE 'DEBPC015'             TO ACHKT97-PROGRAMA.
      *
           CALL ACHPCT97 USING ACHKT97-PARM.
      *
           IF ACHKT97-ACAO-ABENDA
              PERFORM 990005-ERRO-05
           END-IF.
      *
       060099-SAI-VERIFICA-REEXECUCAO.
           EXIT.
      *
      *----------------------------------------
       100000-PROC-INICIAIS            SECTION.
      *----------------------------------------
           OPEN I-O   DEBTB014.
           OPEN EXTEND DEBJR015.
           OPEN OUTPUT DEBTXPNS.
           OPEN EXTEND ACHCTLF.
      *
       100002-DATA-PROCESSAMENTO.
      *--- A data do ciclo vem do lider ACH601E - a mesma referencia
           MOVE REG-DEBTX014      TO JRN-TRANSACAO.
           MOVE GDA-IMAGEM-ANTES  TO JRN-IMAGEM-ANTES.
           MOVE GDA-IMAGEM-DEPOIS TO JRN-IMAGEM-DEPOIS.
           MOVE SPACES            TO JRN-TIPO-LINHA.
      *
           WRITE REGISTRO-DEBJR015 FROM REG-DEBJR015.
           ADD 1 TO CNT-QT-JORNAL.
       300000-PROC-FINAIS              SECTION.
      *----------------------------------------
      *
       300001-GRAVA-CONTROLE.
      *--- Registro padrao de controle de ciclo (ver ACHKCTL): entrada
      *--- = transacoes do dia + pendentes reavaliadas, saida =
      *--- aplicadas no master + retidas no DEBTXPNS, rejeitados =
      *--- recusadas pelos erros 001 a 003.
           MOVE 'DEBPC015'          TO CTL-PROGRAMA.
           MOVE GDA-DATA-PROC       TO CTL-DATA-CICLO.
           COMPUTE CTL-QT-ENTRADA = CNT-QT-LIDOS +
                                    CNT-QT-PENDENTES-LIDAS.
           COMPUTE CTL-QT-SAIDA   = CNT-QT-INCLUSOES +
                                    CNT-QT-ALTERACOES +
                                    CNT-QT-EXCLUSOES +
                                    CNT-QT-RETIDAS.
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
       300002-FECHA-ARQUIVOS.
           CLOSE DEBTX014 DEBTB014 DEBJR015 ACH601E
                 DEBTXPNE DEBTXPNS ACHCTLF.
      *
       300099-SAI.
           DISPLAY 'DEBPC015 - TRANSACOES LIDAS ......: ' CNT-QT-LIDOS.
       990004-ERRO-04.
           DISPLAY '888 ' CTE-PROG ' 004 - O ARQUIVO ACH601 ESTA VAZIO'.
           PERFORM 999000-ABENDA.
      *
       990005-ERRO-05.
           DISPLAY '888 ' CTE-PROG  ' 005 - PROGRAMA JA CONCLUIDO NO'
                    ' CICLO ' ACHKT97-DATA-CICLO ' - REEXECUCAO SO COM'
                    ' A MATRICULA DE QUEM AUTORIZOU NO PARM'.
           PERFORM 999000-ABENDA.
      *
      *----------------------
       999000-ABENDA SECTION.
