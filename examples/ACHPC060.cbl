      *                            ACHPC074. No modo parcial quem o
      *                            grava e o ACHPC067, a partir dos
      *                            checkpoints parciais.
      * VRS009 15/10/2026 F7023235 Consulta ao master de retencao
      *                            ACHRETM (ver ACHKRET/ACHPC076):
      *                            conta retida no ciclo vai p/ o
      *                            DEB610REJ com o motivo CONTA-RETIDA
      *                            em vez do ACH610S/IDX/DC/HS.
      * VRS010 15/10/2026 F7023235 Trava de reexecucao no mesmo ciclo
      *                            (ACHPCT97): so segue com 'S' +
      *                            matricula de quem autorizou no
      *                            PARM, marcada no ACHCTLF. Instancia
      *                            parcial fica fora (ver 060000).
      * VRS011 15/10/2026 F7023235 Teto do cheque-ouro lido direto dos
      *                            registros 'C' do master DEBTB014
      *                            (leitura por chave) em vez da
      *                            TABELA-CHEQUE-OURO, limitada a 500
      *                            contas pelo OCCURS do DEBKS014.
      * VRS012 15/10/2026 F7023235 CTL-DATA-REFERENCIA zerada no
      *                            registro de controle do ACHCTLF
      *                            (ver ACHKCTL).
      *
      *================================================================*

                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CHAVE-ACH610HS.
      *
           SELECT ACHRETM ASSIGN TO UT-S-ACHRETM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CHAVE-ACHRETM.
      *
           SELECT DEBTB014 ASSIGN TO UT-S-DEBTB014
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TB014-CHAVE-COMPLETA.
      *
           SELECT ACHCTLF ASSIGN TO UT-S-ACHCTLF.
      *
      *
       01  REGISTRO-ACHCTL             PIC X(64).
      *
      *--- Master de retencao (agencia+conta), mantido pelo ACHPC076 -
      *--- so leitura aqui (ver 247000-VERIFICA-RETENCAO).
      *
       FD  ACHRETM
           RECORD 100.
      *
       COPY ACHKRET.
      *
      *--- Master das tabelas do DEBSB014, mantido pelo DEBPC015 - so
      *--- leitura aqui, dos registros de cheque-ouro (ver 245000).
      *
       FD  DEBTB014
           RECORD 71.
      *
       COPY DEBK014.
      *
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
       77  CTE-VERS                    PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO                    PIC  X(08) VALUE 'SBVERSAO'.
       77  SBABEND                     PIC  X(07) VALUE 'SBABEND'.
       77  ACHPCT97                    PIC  X(08) VALUE 'ACHPCT97'.
       77  DEBSB014                    PIC  X(08) VALUE 'DEBSB014'.
       77  SBDATAF                     PIC  X(08) VALUE 'SBDATAF'.
       77  SBDATAF-FUNCAO              PIC  X(03) VALUE 'F08'.
       77  CTE-MOT-CPF-INVAL           PIC  X(12) VALUE 'CPF-INVALIDO'.
       77  CTE-MOT-CNPJ-INVAL          PIC  X(12) VALUE 'CNPJ-INVALID'.
       77  CTE-MOT-DV-CONTA            PIC  X(12) VALUE 'DV-CONTA-NOK'.
       77  CTE-MOT-CONTA-RETIDA        PIC  X(12) VALUE 'CONTA-RETIDA'.
      *
      *    Motivos de divergência gravados no ACH610DV (ver 245000).
      *
      *
       77  GDA-DATA-HISTORIA           PIC  9(08) VALUE 0.
      *
      *--- Data do ciclo (AMD do lider ACH601E) contra a qual a
      *--- vigencia das retencoes do ACHRETM e avaliada (ver 247000).
      *
       77  GDA-DT-CICLO-RET            PIC  9(08) VALUE 0.
      *
      *--- Areas de trabalho da validacao de documento e de DV da
      *--- conta (ver 241000/242000/243000/244000).
       COPY ACHK601.
       COPY ACHKT98.
       COPY ACHKCTL.
       COPY ACHKT97.
      *
      *----------------------- T A B E L A S --------------------------*
      *
       77  CNT-QT-LIDOS-610             PIC 9(09) VALUE 0.
       77  CNT-HASH-AGCTA               PIC 9(15) VALUE 0.
       77  CNT-QT-DIVERGENCIAS          PIC 9(09) VALUE 0.
       77  CNT-QT-RETIDAS               PIC 9(09) VALUE 0.
      *
      *-------------------- I N D I C A D O R E S ---------------------*
      *
               10  PARM-AUTORIZADO-POR PIC X(10).
               10  PARM-MODO-PARCIAL   PIC X(01).
                   88  PARM-PARCIAL-SIM    VALUE 'S'.
      *--- Autorizacao de reexecucao no mesmo ciclo (ver 060000).
               10  PARM-REEXECUCAO     PIC X(01).
                   88  PARM-REEXECUCAO-SIM VALUE 'S'.
               10  PARM-REEXEC-AUTORIZADO PIC X(10).
               10  FILLER              PIC X(75).
      *
      ********************
       PROCEDURE DIVISION USING PARM-ACHPC060.
      *    CALL SBVERSAO USING CTE-PROG CTE-VERS.
      *
           PERFORM 050000-TRATA-PARM.
      *
           PERFORM 060000-VERIFICA-REEXECUCAO.
      *
           PERFORM 100000-PROC-INICIAIS.
      *
                          'CONTROLE SERA MONTADO PELO ACHPC067'
              END-IF
           END-IF.
      *
           MOVE SPACES TO ACHKT97-AUTORIZADO-POR.
      *
      *--- 'S' na 14a posicao + matricula de quem autorizou (ate a
      *--- 24a) libera a reexecucao no mesmo ciclo (ver 060000) -
      *--- mesma regra do override de datas do ACHPC060: PARM curto,
      *--- sem a matricula inteira, nao autoriza.
           IF PARM-LEN >= 24
              IF PARM-REEXECUCAO-SIM
                 MOVE PARM-REEXEC-AUTORIZADO TO ACHKT97-AUTORIZADO-POR
                 DISPLAY '888 ' CTE-PROG ' - REEXECUCAO NO CICLO '
                          'SOLICITADA NO PARM, AUTORIZADA POR: '
                          PARM-REEXEC-AUTORIZADO
              END-IF
           ELSE
              IF PARM-LEN >= 14 AND PARM-REEXECUCAO-SIM
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
      *--- Instancia parcial nao grava o ACHCTLF (quem grava e o
      *--- ACHPC067, que tem a propria trava) e roda em paralelo com
      *--- as outras faixas - fica fora da trava.
           IF IND-MODO-PARCIAL = 1
              GO TO 060099-SAI-VERIFICA-REEXECUCAO
           END-IF.
      *
           MOVE 'ACHPC060'             TO ACHKT97-PROGRAMA.
      *
           CALL ACHPCT97 USING ACHKT97-PARM.
      *
           IF ACHKT97-ACAO-ABENDA
              PERFORM 990011-ERRO-11
           END-IF.
      *
       060099-SAI-VERIFICA-REEXECUCAO.
           EXIT.
      *
      *----------------------------------------
       100000-PROC-INICIAIS            SECTION.
      *----------------------------------------
              OPEN I-O    ACH610HS
              OPEN EXTEND ACHCTLF
           END-IF.
      *
      *--- O ACHRETM so e lido - pode ser aberto pelas instancias
      *--- paralelas do modo parcial ao mesmo tempo.
           OPEN INPUT  ACHRETM.
      *
      *--- Idem o DEBTB014, consultado p/ o teto do cheque-ouro.
           OPEN INPUT  DEBTB014.
      *
       100002-CARREGA-TABELA.
      *--- A TABELA-CHEQUE-OURO segue na interface da DEBSB014, mas
      *--- nao e mais consultada aqui - o teto vem do DEBTB014.
           CALL DEBSB014 USING TABELA-RAZOES TABELA-CHEQUE-OURO
                               TABELA-MODALIDADES.

           IF  RETURN-CODE NOT EQUAL 0
               PERFORM 990005-ERRO-05
           END-IF.
      *
           MOVE 601-DT-AMD-ATU TO GDA-DT-CICLO-RET.
      *
       100004-RECUPERA-CHECKPOINT.
           IF IND-MODO-RESTART = 1
           IF IND-CONTA-VALIDA = 1
              PERFORM 244000-VALIDAR-DV-CONTA
           END-IF.
      *
       240002-VERIFICA-RETENCAO.
      *--- Conta valida em tudo, mas retida no ACHRETM: rejeitada com
      *--- o motivo proprio, antes da busca da razao - nao vai p/ o
      *--- ACH610S nem p/ os arquivos derivados dele.
           IF IND-CONTA-VALIDA = 1
              PERFORM 247000-VERIFICA-RETENCAO
           END-IF.
      *
       240099-SAI-VALIDAR-CONTA.
           EXIT.
       244099-SAI-VALIDAR-DV-CONTA.
           EXIT.
      *
      *----------------------------------------
       247000-VERIFICA-RETENCAO        SECTION.
      *----------------------------------------
      *Consulta o master de retencao por agencia+conta. A retencao
      *vale no ciclo do lider se ja comecou (inicio <= ciclo) e ainda
      *nao foi liberada (liberacao zerada ou posterior ao ciclo) - ver
      *ACHKRET. Conta sem registro no master segue normalmente.
      *----------------------------------------
      *
           MOVE AGENCIA-610 TO RET-AGENCIA.
           MOVE CONTA-610   TO RET-CONTA.
      *
           READ ACHRETM
                INVALID KEY
                    GO TO 247099-SAI-VERIFICA-RETENCAO
           END-READ.
      *
           IF RET-DT-INICIO > GDA-DT-CICLO-RET
              GO TO 247099-SAI-VERIFICA-RETENCAO
           END-IF.
      *
           IF RET-DT-LIBERACAO NOT EQUAL ZEROS
           AND RET-DT-LIBERACAO NOT > GDA-DT-CICLO-RET
              GO TO 247099-SAI-VERIFICA-RETENCAO
           END-IF.
      *
           MOVE 0 TO IND-CONTA-VALIDA.
           MOVE CTE-MOT-CONTA-RETIDA TO GDA-MOTIVO-REJEICAO.
           ADD 1 TO CNT-QT-RETIDAS.
      *
       247099-SAI-VERIFICA-RETENCAO.
           EXIT.
      *
      *----------------------------------------
       249000-CALCULA-DV-MOD11         SECTION.
      *----------------------------------------
      *----------------------------------------
       245000-CONFERE-CHEQUE-OURO      SECTION.
      *----------------------------------------
      *Confere o registro aceito contra o registro de cheque-ouro
      *('C' + agencia + conta) do master DEBTB014, lido por chave -
      *sem teto de quantidade como a antiga TABELA-CHEQUE-OURO do
      *DEBKS014: limite do extrato acima do teto cadastrado, ou
      *cheque especial ativo em conta sem cadastro de cheque-ouro
      *ativo, vira linha no ACH610DV com os dois valores. Divergência
      *não rejeita o registro - o ACH610S oficial já foi gravado; o
      *relatório é p/ a conferência do cadastro.
      *----------------------------------------
      *
           MOVE 0 TO IND-CHQ-OURO-ACHADO.
      *
      *--- Cheque especial inativo e sem limite nao diverge com ou sem
      *--- cadastro - poupa a leitura do master (janela do batch).
           IF NOT CHQ-ESPECIAL-ATIVO-610
           AND VL-LIMITE-CHQ-ESPECIAL-610 EQUAL ZEROS
              GO TO 245099-SAI-CONFERE-CHEQUE-OURO
           END-IF.
      *
           MOVE 'C'         TO TB014-TIPO-REG.
           MOVE SPACES      TO TB014-CHAVE-DADOS.
           MOVE AGENCIA-610 TO TB014-CHQ-AGENCIA.
           MOVE CONTA-610   TO TB014-CHQ-CONTA.
      *
           READ DEBTB014
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF TB014-SITUACAO-ATIVA
                       MOVE 1 TO IND-CHQ-OURO-ACHADO
                    END-IF
           END-READ.
      *
       245001-AVALIA-DIVERGENCIA.
           IF IND-CHQ-OURO-ACHADO = 1
              IF VL-LIMITE-CHQ-ESPECIAL-610 > TB014-LIMITE-CHQ-OURO
                 MOVE CTE-DIV-ACIMA-TETO    TO DIV-MOTIVO
                 MOVE TB014-LIMITE-CHQ-OURO TO DIV-LIMITE-CADASTRO
                 PERFORM 245010-GRAVA-DIVERGENCIA
              END-IF
           ELSE
              COMPUTE CTL-QT-ENTRADA = CNT-QT-LIDOS-610 - 1
              MOVE CNT-QT-REGS      TO CTL-QT-SAIDA
              MOVE CNT-QT-REJEITOS  TO CTL-QT-REJEITADOS
              COMPUTE CTL-SEQ-EXECUCAO = ACHKT97-QT-EXECUCOES + 1
              MOVE ACHKT97-AUTORIZADO-POR TO CTL-AUTORIZADO-POR
              IF ACHKT97-ACAO-REEXECUTA
                 MOVE 'S' TO CTL-IN-REEXECUCAO
              ELSE
                 MOVE 'N' TO CTL-IN-REEXECUCAO
              END-IF
              MOVE ZEROS TO CTL-DATA-REFERENCIA
              WRITE REGISTRO-ACHCTL FROM REG-ACHCTL
           END-IF.
      *
           IF IND-MODO-PARCIAL = 0
              CLOSE ACH610HS ACHCTLF
           END-IF.
      *
           CLOSE ACHRETM DEBTB014.
      *
       300004-IMPRIME-RECONCILIACAO.
      *--- Razões vistas no DEB610E e não encontradas na tabela do
                                         CNT-QT-REJEITOS.
           DISPLAY "QUANTIDADE DE DIVERGENCIAS CHEQUE-OURO: "
                                         CNT-QT-DIVERGENCIAS.
           DISPLAY "QUANTIDADE DE CONTAS RETIDAS (ACHRETM): "
                                         CNT-QT-RETIDAS.
           EXIT.
      *
      *---------------------
           DISPLAY '888 ' CTE-PROG  ' 010 - CHAVE DUPLICADA/INVALIDA AO'
                    ' GRAVAR O ACH610DC - DOCUMENTO: ' CPF-CNPJ-610
                    ' AGENCIA: ' AGENCIA-610 ' CONTA: ' CONTA-610.
      *
       990011-ERRO-11.
           DISPLAY '888 ' CTE-PROG  ' 011 - PROGRAMA JA CONCLUIDO NO'
                    ' CICLO ' ACHKT97-DATA-CICLO ' - REEXECUCAO SO COM'
                    ' A MATRICULA DE QUEM AUTORIZOU NO PARM'.
           PERFORM 999000-ABENDA.
      *
      *----------------------
       999000-ABENDA SECTION.
