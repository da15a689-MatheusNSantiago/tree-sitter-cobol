      * de ciclo do lider ACH601E. O ramo paralelo (066/067) e
      * conferido quando presente. Qualquer quebra passa pelo gate de
      * severidade do ACHPCT98 - abenda em PRD antes do arquivo sair
      * do banco, alerta em DES/HOM. So a execucao mais recente de
      * cada programa no ciclo entra no balanceamento, e as
      * reexecucoes autorizadas (ver ACHPCT97) saem no relatorio, como
      * os reenvios feitos a partir do historico pelo ACHPC082.
      *
      *================================================================*
      *
      * VRS001 02/09/2026 F7023235 Implantacao - balanceamento de fim
      *                            de ciclo da esteira ACH610.
      * VRS002 15/10/2026 F7023235 Reexecucao no ciclo (ver ACHPCT97):
      *                            balanceia so a execucao mais
      *                            recente de cada programa
      *                            (CTL-SEQ-EXECUCAO) e lista no
      *                            ACHCTLRL as reexecucoes autorizadas
      *                            e quem autorizou. ACHPC069 e
      *                            DEBPC015 reconhecidos, fora do
      *                            balanceamento.
      * VRS003 15/10/2026 F7023235 Reenvios do ACHPC082 (ACH610HS ->
      *                            ACH610RE) listados no ACHCTLRL, fora
      *                            do balanceamento.
      * VRS004 15/10/2026 F7023235 DEBPC018 (dupla custodia do
      *                            DEBTX014) reconhecido, fora do
      *                            balanceamento.
      * VRS005 15/10/2026 F7023235 Avisos de reducao/cancelamento do
      *                            ACHPC083: deltas lidos = deltas
      *                            gravados pelo ACHPC062, quando
      *                            presente.
      *
      *================================================================*

       77  QT-ENT-061                  PIC 9(09) VALUE 0.
       77  QT-ENT-062                  PIC 9(09) VALUE 0.
       77  QT-SAI-062                  PIC 9(09) VALUE 0.
       77  QT-ENT-083                  PIC 9(09) VALUE 0.
      *
      *--- Execucao mais recente ja vista de cada programa (ver
      *--- CTL-SEQ-EXECUCAO no ACHKCTL): o registro de uma execucao
      *--- posterior zera o balde do programa e recomeca a soma; o de
      *--- uma execucao ja substituida e desconsiderado (ver 215000).
      *
       77  SEQ-059                     PIC 9(03) VALUE 0.
       77  SEQ-066                     PIC 9(03) VALUE 0.
       77  SEQ-060                     PIC 9(03) VALUE 0.
       77  SEQ-067                     PIC 9(03) VALUE 0.
       77  SEQ-061                     PIC 9(03) VALUE 0.
       77  SEQ-062                     PIC 9(03) VALUE 0.
       77  SEQ-083                     PIC 9(03) VALUE 0.
       77  GDA-SEQ-REGISTRO            PIC 9(03) VALUE 0.
       77  GDA-SEQ-BALDE               PIC 9(03) VALUE 0.
      *
      *--- Valores esperado/apurado da conferencia corrente, p/ a
      *--- linha do relatorio e o log.
       77  CNT-QT-DESCONHECIDOS        PIC 9(07) COMP VALUE 0.
       77  CNT-QT-QUEBRAS              PIC 9(07) COMP VALUE 0.
      *
      *--- Reexecucoes autorizadas do ciclo, p/ a secao propria do
      *--- relatorio (ver 220000/240000).
      *
       77  CNT-QT-REEXECUCOES          PIC 9(04) COMP VALUE 0.
       01  TAB-REEXECUCOES.
           05  REC-REEXECUCAO OCCURS 50 TIMES
                              INDEXED BY IX-REEX.
               10  REEX-PROGRAMA       PIC X(08).
               10  REEX-SEQ-EXECUCAO   PIC 9(03).
               10  REEX-AUTORIZADO-POR PIC X(10).
      *
      *--- Reenvios do ciclo a partir do ACH610HS (ver 225000/245000).
      *
       77  CNT-QT-REENVIOS             PIC 9(04) COMP VALUE 0.
       01  TAB-REENVIOS.
           05  REC-REENVIO OCCURS 50 TIMES
                           INDEXED BY IX-RENV.
               10  RENV-SEQ-EXECUCAO   PIC 9(03).
               10  RENV-DATA-MOV       PIC 9(08).
               10  RENV-QT-PEDIDOS     PIC 9(09).
               10  RENV-QT-REENVIADOS  PIC 9(09).
               10  RENV-QT-NAO-ATEND   PIC 9(09).
               10  RENV-SOLICITANTE    PIC X(10).
      *
      *-------------------- I N D I C A D O R E S ---------------------*
      *
       77  IND-FIM-CTL                 PIC 9 VALUE 0.
       77  IND-PRES-067                PIC 9 VALUE 0.
       77  IND-PRES-061                PIC 9 VALUE 0.
       77  IND-PRES-062                PIC 9 VALUE 0.
       77  IND-PRES-083                PIC 9 VALUE 0.
       77  IND-DATA-DIVERGENTE         PIC 9 VALUE 0.
       77  IND-SEQ-ZERA                PIC 9 VALUE 0.
       77  IND-SEQ-DESCARTA            PIC 9 VALUE 0.
      *
      *-------------------------- L I N H A S -------------------------*
      *
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CHK-VLR-APURADO         PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(56) VALUE SPACES.
      *
       01  LINHA-REEXECUCAO.
           05  RXL-PROGRAMA            PIC X(08).
           05  FILLER                  PIC X(12) VALUE ' - EXECUCAO '.
           05  RXL-SEQ-EXECUCAO        PIC ZZ9.
           05  FILLER                  PIC X(17)
                                       VALUE ' AUTORIZADA POR: '.
           05  RXL-AUTORIZADO-POR      PIC X(10).
           05  FILLER                  PIC X(82) VALUE SPACES.
      *
       01  LINHA-REENVIO.
           05  FILLER                  PIC X(08) VALUE 'REENVIO '.
           05  RNL-SEQ-EXECUCAO        PIC ZZ9.
           05  FILLER                  PIC X(13) VALUE ' - MOVIMENTO '.
           05  RNL-DATA-MOV            PIC 9(08).
           05  FILLER                  PIC X(11) VALUE ' - PEDIDOS '.
           05  RNL-QT-PEDIDOS          PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(12) VALUE ' REENVIADAS '.
           05  RNL-QT-REENVIADOS       PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(14) VALUE ' NAO ATENDIDOS'.
           05  RNL-QT-NAO-ATEND        PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(07) VALUE ' - POR '.
           05  RNL-SOLICITANTE         PIC X(10).
           05  FILLER                  PIC X(13) VALUE SPACES.
      *
      ********************
       PROCEDURE DIVISION.
           PERFORM 200000-ACUMULA-CONTROLES.
      *
           PERFORM 230000-BALANCEIA-ESTEIRA.
      *
           PERFORM 240000-IMPRIME-REEXECUCOES.
      *
           PERFORM 245000-IMPRIME-REENVIOS.
      *
           PERFORM 300000-PROC-FINAIS.
      *
                       CTL-DATA-CICLO ' (LIDER: '
                       GDA-DATA-CICLO-REF ')'
           END-IF.
      *
      *--- Registro gravado antes da sequencia de execucao (brancos)
      *--- vale como primeira execucao.
           IF CTL-SEQ-EXECUCAO NUMERIC AND CTL-SEQ-EXECUCAO > 0
              MOVE CTL-SEQ-EXECUCAO TO GDA-SEQ-REGISTRO
           ELSE
              MOVE 1                TO GDA-SEQ-REGISTRO
           END-IF.
      *
           IF CTL-REEXECUCAO
              PERFORM 220000-GUARDA-REEXECUCAO
           END-IF.
      *
           EVALUATE CTL-PROGRAMA
               WHEN 'ACHPC059'
                    MOVE SEQ-059 TO GDA-SEQ-BALDE
                    PERFORM 215000-CONFERE-SEQUENCIA
                    MOVE GDA-SEQ-BALDE TO SEQ-059
                    IF IND-SEQ-ZERA = 1
                       MOVE 0 TO QT-ENT-059 QT-SAI-059 QT-REJ-059
                    END-IF
                    IF IND-SEQ-DESCARTA = 0
                       MOVE 1 TO IND-PRES-059
                       ADD CTL-QT-ENTRADA    TO QT-ENT-059
                       ADD CTL-QT-SAIDA      TO QT-SAI-059
                       ADD CTL-QT-REJEITADOS TO QT-REJ-059
                    END-IF
      *
               WHEN 'ACHPC066'
                    MOVE SEQ-066 TO GDA-SEQ-BALDE
                    PERFORM 215000-CONFERE-SEQUENCIA
                    MOVE GDA-SEQ-BALDE TO SEQ-066
                    IF IND-SEQ-ZERA = 1
                       MOVE 0 TO QT-ENT-066 QT-SAI-066
                    END-IF
                    IF IND-SEQ-DESCARTA = 0
                       MOVE 1 TO IND-PRES-066
                       ADD CTL-QT-ENTRADA    TO QT-ENT-066
                       ADD CTL-QT-SAIDA      TO QT-SAI-066
                    END-IF
      *
               WHEN 'ACHPC060'
                    MOVE SEQ-060 TO GDA-SEQ-BALDE
                    PERFORM 215000-CONFERE-SEQUENCIA
                    MOVE GDA-SEQ-BALDE TO SEQ-060
                    IF IND-SEQ-ZERA = 1
                       MOVE 0 TO QT-ENT-060 QT-SAI-060 QT-REJ-060
                    END-IF
                    IF IND-SEQ-DESCARTA = 0
                       MOVE 1 TO IND-PRES-060
                       ADD CTL-QT-ENTRADA    TO QT-ENT-060
                       ADD CTL-QT-SAIDA      TO QT-SAI-060
                       ADD CTL-QT-REJEITADOS TO QT-REJ-060
                    END-IF
      *
               WHEN 'ACHPC067'
                    MOVE SEQ-067 TO GDA-SEQ-BALDE
                    PERFORM 215000-CONFERE-SEQUENCIA
                    MOVE GDA-SEQ-BALDE TO SEQ-067
                    IF IND-SEQ-ZERA = 1
                       MOVE 0 TO QT-ENT-067 QT-SAI-067 QT-REJ-067
                    END-IF
                    IF IND-SEQ-DESCARTA = 0
                       MOVE 1 TO IND-PRES-067
                       ADD CTL-QT-ENTRADA    TO QT-ENT-067
                       ADD CTL-QT-SAIDA      TO QT-SAI-067
                       ADD CTL-QT-REJEITADOS TO QT-REJ-067
                    END-IF
      *
               WHEN 'ACHPC061'
                    MOVE SEQ-061 TO GDA-SEQ-BALDE
                    PERFORM 215000-CONFERE-SEQUENCIA
                    MOVE GDA-SEQ-BALDE TO SEQ-061
                    IF IND-SEQ-ZERA = 1
                       MOVE 0 TO QT-ENT-061
                    END-IF
                    IF IND-SEQ-DESCARTA = 0
                       MOVE 1 TO IND-PRES-061
                       ADD CTL-QT-ENTRADA    TO QT-ENT-061
                    END-IF
      *
               WHEN 'ACHPC062'
                    MOVE SEQ-062 TO GDA-SEQ-BALDE
                    PERFORM 215000-CONFERE-SEQUENCIA
                    MOVE GDA-SEQ-BALDE TO SEQ-062
                    IF IND-SEQ-ZERA = 1
                       MOVE 0 TO QT-ENT-062 QT-SAI-062
                    END-IF
                    IF IND-SEQ-DESCARTA = 0
                       MOVE 1 TO IND-PRES-062
                       ADD CTL-QT-ENTRADA    TO QT-ENT-062
                       ADD CTL-QT-SAIDA      TO QT-SAI-062
                    END-IF
      *
               WHEN 'ACHPC083'
                    MOVE SEQ-083 TO GDA-SEQ-BALDE
                    PERFORM 215000-CONFERE-SEQUENCIA
                    MOVE GDA-SEQ-BALDE TO SEQ-083
                    IF IND-SEQ-ZERA = 1
                       MOVE 0 TO QT-ENT-083
                    END-IF
                    IF IND-SEQ-DESCARTA = 0
                       MOVE 1 TO IND-PRES-083
                       ADD CTL-QT-ENTRADA    TO QT-ENT-083
                    END-IF
      *
      *--- Gravam controle so p/ a trava de reexecucao (ver ACHPCT97)
      *--- - nao fazem parte do fluxo de detalhes balanceado aqui.
               WHEN 'ACHPC069'
               WHEN 'DEBPC015'
               WHEN 'DEBPC018'
                    CONTINUE
      *
      *--- Reenvio sob demanda a partir do historico - fora do fluxo
      *--- balanceado, mas listado no relatorio.
               WHEN 'ACHPC082'
                    PERFORM 225000-GUARDA-REENVIO
      *
               WHEN OTHER
                    ADD 1 TO CNT-QT-DESCONHECIDOS
       210099-SAI-TRATA-CONTROLE.
           EXIT.
      *
      *----------------------------------------
       215000-CONFERE-SEQUENCIA        SECTION.
      *----------------------------------------
      *Confronta a execucao do registro corrente (GDA-SEQ-REGISTRO)
      *com a mais recente ja somada no balde do programa
      *(GDA-SEQ-BALDE, devolvida atualizada): posterior zera o balde
      *(IND-SEQ-ZERA), anterior e desconsiderada (IND-SEQ-DESCARTA),
      *a mesma soma - as instancias do ACHPC060 gravadas pelo ACHPC067
      *tem todas a mesma sequencia.
      *----------------------------------------
      *
           MOVE 0 TO IND-SEQ-ZERA.
           MOVE 0 TO IND-SEQ-DESCARTA.
      *
           IF GDA-SEQ-REGISTRO > GDA-SEQ-BALDE
              IF GDA-SEQ-BALDE > 0
                 DISPLAY '888 ' CTE-PROG ' - EXECUCAO '
                          GDA-SEQ-REGISTRO ' DO ' CTL-PROGRAMA
                          ' SUBSTITUI A EXECUCAO ' GDA-SEQ-BALDE
                          ' NO BALANCEAMENTO'
              END-IF
              MOVE 1                TO IND-SEQ-ZERA
              MOVE GDA-SEQ-REGISTRO TO GDA-SEQ-BALDE
              GO TO 215099-SAI-CONFERE-SEQUENCIA
           END-IF.
      *
           IF GDA-SEQ-REGISTRO < GDA-SEQ-BALDE
              MOVE 1 TO IND-SEQ-DESCARTA
              DISPLAY '888 ' CTE-PROG ' - EXECUCAO '
                       GDA-SEQ-REGISTRO ' DO ' CTL-PROGRAMA
                       ' JA SUBSTITUIDA - FORA DO BALANCEAMENTO'
           END-IF.
      *
       215099-SAI-CONFERE-SEQUENCIA.
           EXIT.
      *
      *----------------------------------------
       220000-GUARDA-REEXECUCAO        SECTION.
      *----------------------------------------
      *Guarda a reexecucao autorizada do registro corrente p/ a secao
      *do relatorio (240000). Passando do tamanho da tabela, a
      *reexecucao ainda vai p/ o log e p/ o total.
      *----------------------------------------
      *
           ADD 1 TO CNT-QT-REEXECUCOES.
      *
           DISPLAY '888 ' CTE-PROG ' - REEXECUCAO AUTORIZADA: '
                    CTL-PROGRAMA ' EXECUCAO ' GDA-SEQ-REGISTRO
                    ' AUTORIZADA POR: ' CTL-AUTORIZADO-POR.
      *
           IF CNT-QT-REEXECUCOES > 50
              DISPLAY '888 ' CTE-PROG ' - TABELA DE REEXECUCOES CHEIA'
                       ' - ' CTL-PROGRAMA ' FORA DO RELATORIO'
              GO TO 220099-SAI-GUARDA-REEXECUCAO
           END-IF.
      *
           SET IX-REEX TO CNT-QT-REEXECUCOES.
           MOVE CTL-PROGRAMA       TO REEX-PROGRAMA(IX-REEX).
           MOVE GDA-SEQ-REGISTRO   TO REEX-SEQ-EXECUCAO(IX-REEX).
           MOVE CTL-AUTORIZADO-POR TO REEX-AUTORIZADO-POR(IX-REEX).
      *
       220099-SAI-GUARDA-REEXECUCAO.
           EXIT.
      *
      *----------------------------------------
       225000-GUARDA-REENVIO           SECTION.
      *----------------------------------------
      *Guarda o reenvio do ACHPC082 do registro corrente p/ a secao do
      *relatorio (245000) - mesmo tratamento de tabela cheia do
      *220000.
      *----------------------------------------
      *
           ADD 1 TO CNT-QT-REENVIOS.
      *
           DISPLAY '888 ' CTE-PROG ' - REENVIO DO ACH610HS: EXECUCAO '
                    GDA-SEQ-REGISTRO ' MOVIMENTO '
                    CTL-DATA-REFERENCIA ' CONTAS REENVIADAS: '
                    CTL-QT-SAIDA ' SOLICITADO POR: '
                    CTL-AUTORIZADO-POR.
      *
           IF CNT-QT-REENVIOS > 50
              DISPLAY '888 ' CTE-PROG ' - TABELA DE REENVIOS CHEIA'
                       ' - REENVIO FORA DO RELATORIO'
              GO TO 225099-SAI-GUARDA-REENVIO
           END-IF.
      *
           SET IX-RENV TO CNT-QT-REENVIOS.
           MOVE GDA-SEQ-REGISTRO    TO RENV-SEQ-EXECUCAO(IX-RENV).
           MOVE CTL-DATA-REFERENCIA TO RENV-DATA-MOV(IX-RENV).
           MOVE CTL-QT-ENTRADA      TO RENV-QT-PEDIDOS(IX-RENV).
           MOVE CTL-QT-SAIDA        TO RENV-QT-REENVIADOS(IX-RENV).
           MOVE CTL-QT-REJEITADOS   TO RENV-QT-NAO-ATEND(IX-RENV).
           MOVE CTL-AUTORIZADO-POR  TO RENV-SOLICITANTE(IX-RENV).
      *
       225099-SAI-GUARDA-REENVIO.
           EXIT.
      *
      *----------------------------------------
       230000-BALANCEIA-ESTEIRA        SECTION.
      *----------------------------------------
              MOVE '020' TO ACHKT98-COD-ERRO
              PERFORM 250000-CONFERE-VALORES
           END-IF.
      *
       230010-DELTA-DO-083.
           IF IND-PRES-083 = 1
              MOVE QT-SAI-062 TO GDA-VLR-ESPERADO
              MOVE QT-ENT-083 TO GDA-VLR-APURADO
              MOVE 'DELTAS LIDOS PELO 083 = GRAVADOS PELO 062'
                            TO CHK-DESCRICAO
              MOVE '021' TO ACHKT98-COD-ERRO
              PERFORM 250000-CONFERE-VALORES
           END-IF.
      *
       230099-SAI-BALANCEIA-ESTEIRA.
           EXIT.
      *
      *----------------------------------------
       240000-IMPRIME-REEXECUCOES      SECTION.
      *----------------------------------------
      *Secao do relatorio com as reexecucoes autorizadas no ciclo
      *(passo, numero da execucao e matricula de quem autorizou) - a
      *reexecucao nao e quebra de balanceamento, mas tem de ficar a
      *vista de quem confere o ciclo.
      *----------------------------------------
      *
           MOVE SPACES TO REGISTRO-ACHCTLRL.
           WRITE REGISTRO-ACHCTLRL.
           MOVE 'REEXECUCOES AUTORIZADAS NO CICLO'
                        TO REGISTRO-ACHCTLRL(1:32).
           WRITE REGISTRO-ACHCTLRL.
      *
           IF CNT-QT-REEXECUCOES EQUAL 0
              MOVE SPACES TO REGISTRO-ACHCTLRL
              MOVE 'NENHUMA' TO REGISTRO-ACHCTLRL(1:7)
              WRITE REGISTRO-ACHCTLRL
              GO TO 240099-SAI-IMPRIME-REEXECUCOES
           END-IF.
      *
           SET IX-REEX TO 1.
           PERFORM UNTIL IX-REEX > CNT-QT-REEXECUCOES
                      OR IX-REEX > 50
                MOVE REEX-PROGRAMA(IX-REEX)       TO RXL-PROGRAMA
                MOVE REEX-SEQ-EXECUCAO(IX-REEX)   TO RXL-SEQ-EXECUCAO
                MOVE REEX-AUTORIZADO-POR(IX-REEX) TO RXL-AUTORIZADO-POR
                WRITE REGISTRO-ACHCTLRL FROM LINHA-REEXECUCAO
                SET IX-REEX UP BY 1
           END-PERFORM.
      *
       240099-SAI-IMPRIME-REEXECUCOES.
           EXIT.
      *
      *----------------------------------------
       245000-IMPRIME-REENVIOS         SECTION.
      *----------------------------------------
      *Secao do relatorio com os reenvios do ciclo a partir do
      *historico (ACHPC082): movimento reenviado, pedidos, contas
      *reenviadas, pedidos nao atendidos e quem pediu.
      *----------------------------------------
      *
           MOVE SPACES TO REGISTRO-ACHCTLRL.
           WRITE REGISTRO-ACHCTLRL.
           MOVE 'REENVIOS DO HISTORICO ACH610HS NO CICLO'
                        TO REGISTRO-ACHCTLRL(1:39).
           WRITE REGISTRO-ACHCTLRL.
      *
           IF CNT-QT-REENVIOS EQUAL 0
              MOVE SPACES TO REGISTRO-ACHCTLRL
              MOVE 'NENHUM' TO REGISTRO-ACHCTLRL(1:6)
              WRITE REGISTRO-ACHCTLRL
              GO TO 245099-SAI-IMPRIME-REENVIOS
           END-IF.
      *
           SET IX-RENV TO 1.
           PERFORM UNTIL IX-RENV > CNT-QT-REENVIOS
                      OR IX-RENV > 50
                MOVE RENV-SEQ-EXECUCAO(IX-RENV)  TO RNL-SEQ-EXECUCAO
                MOVE RENV-DATA-MOV(IX-RENV)      TO RNL-DATA-MOV
                MOVE RENV-QT-PEDIDOS(IX-RENV)    TO RNL-QT-PEDIDOS
                MOVE RENV-QT-REENVIADOS(IX-RENV) TO RNL-QT-REENVIADOS
                MOVE RENV-QT-NAO-ATEND(IX-RENV)  TO RNL-QT-NAO-ATEND
                MOVE RENV-SOLICITANTE(IX-RENV)   TO RNL-SOLICITANTE
                WRITE REGISTRO-ACHCTLRL FROM LINHA-REENVIO
                SET IX-RENV UP BY 1
           END-PERFORM.
      *
       245099-SAI-IMPRIME-REENVIOS.
           EXIT.
      *
      *----------------------------------------
       250000-CONFERE-VALORES         SECTION.
      *----------------------------------------
                                                 CNT-QT-DESCONHECIDOS.
           DISPLAY 'ACHPC074 - QUEBRAS ENCONTRADAS ...: '
                                                   CNT-QT-QUEBRAS.
           DISPLAY 'ACHPC074 - REEXECUCOES AUTORIZADAS: '
                                                   CNT-QT-REEXECUCOES.
           DISPLAY 'ACHPC074 - REENVIOS DO HISTORICO .: '
                                                   CNT-QT-REENVIOS.
           EXIT.
      *
      *---------------------
