      *================================================================*
      * PROGRAMA: ACHPC079
      *
      * AUTOR   : F7023235 Matheus Santiago.
      *
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      * OBJETIVO..: Conciliar o retorno de aceite/rejeicao por arquivo
      * enviado pela rede ACH (ACH610AK) com o master de transmissao
      * ACHTRNM gravado pelo ACHPC078: cada retorno e casado com o
      * registro do mesmo tipo/ciclo/destino e os totais informados
      * pela rede (quantidade + hash de agencia+conta) sao confrontados
      * com os do trailer que saiu do banco. Emite o relatorio
      * ACH610AR com os retornos conferidos e com todo arquivo
      * registrado que ainda nao teve retorno da rede. Retorno com
      * totais divergentes ou sem registro de envio passa pelo gate
      * de severidade do ACHPCT98.
      *
      *================================================================*
      *
      * VRS001 15/10/2026 F7023235 Implantacao - conciliacao do
      *                            retorno por arquivo da rede com o
      *                            registro de transmissao ACHTRNM.
      *
      *================================================================*

      *************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHPC079.
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
           SELECT ACH610AK ASSIGN TO UT-S-ACH610AK.
           SELECT ACH610AR ASSIGN TO UT-S-ACH610AR.
           SELECT ACH601E  ASSIGN TO UT-S-ACH601E.
      *
           SELECT ACHTRNM ASSIGN TO UT-S-ACHTRNM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-ACHTRNM.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *----------------------------------------------------------------
      *
      *--- Retorno por arquivo da rede ACH: um registro por arquivo
      *--- recebido, com o nome/destino/ciclo que enviamos, a situacao
      *--- ('A' aceito, 'R' rejeitado + motivo) e os totais que a rede
      *--- contou no arquivo.
      *
       FD  ACH610AK
           BLOCK  0
           RECORD 80
           RECORDING F.
      *
       01  REGISTRO-ACH610AK.
           05  AK-TIPO-ARQUIVO         PIC X(08).
           05  AK-DESTINO              PIC X(03).
           05  AK-DATA-CICLO           PIC 9(08).
           05  AK-SITUACAO             PIC X(01).
               88  AK-SIT-ACEITO           VALUE 'A'.
               88  AK-SIT-REJEITADO        VALUE 'R'.
           05  AK-MOTIVO               PIC X(04).
           05  AK-QT-REGISTROS         PIC 9(09).
           05  AK-HASH-AGCTA           PIC 9(15).
           05  AK-DATA-RETORNO         PIC 9(08).
           05  FILLER                  PIC X(24).
      *
       FD  ACH610AR
           BLOCK  0
           RECORD 132
           RECORDING F.
      *
       01  REGISTRO-ACH610AR           PIC X(132).
      *
       FD  ACH601E
           BLOCK  0
           RECORD 50
           RECORDING F.
      *
       01  REGISTRO-ACH601E            PIC  X(050).
      *
       FD  ACHTRNM
           RECORD 100.
      *
       COPY ACHKTRN.
      *
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      *
      *---------------------- C O N S T A N T E S ---------------------*
      *
       77  CTE-PROG                    PIC  X(016)
                                       VALUE '*** ACHPC079 ***'.
       77  CTE-VERS                    PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO                    PIC  X(08) VALUE 'SBVERSAO'.
       77  SBABEND                     PIC  X(07) VALUE 'SBABEND'.
       77  ACHPCT98                    PIC  X(08) VALUE 'ACHPCT98'.
      *
      *------------------------- B O O K S ----------------------------*
      *
       COPY ACHK601.
       COPY ACHKT98.
      *
      *------------------------ G U A R D A S -------------------------*
      *
       77  GDA-DATA-PROC               PIC 9(08) VALUE 0.
      *
      *--------------------- C O N T A D O R E S ----------------------*
      *
       77  CNT-QT-RETORNOS             PIC 9(07) COMP VALUE 0.
       77  CNT-QT-ACEITOS              PIC 9(07) COMP VALUE 0.
       77  CNT-QT-REJEITADOS           PIC 9(07) COMP VALUE 0.
       77  CNT-QT-DIVERGENTES          PIC 9(07) COMP VALUE 0.
       77  CNT-QT-SEM-REGISTRO         PIC 9(07) COMP VALUE 0.
       77  CNT-QT-REPETIDOS            PIC 9(07) COMP VALUE 0.
       77  CNT-QT-SEM-RETORNO          PIC 9(07) COMP VALUE 0.
       77  CNT-QT-AGUARDANDO           PIC 9(07) COMP VALUE 0.
      *
      *-------------------- I N D I C A D O R E S ---------------------*
      *
       77  IND-FIM-AK                  PIC 9 VALUE 0.
       77  IND-FIM-TRNM                PIC 9 VALUE 0.
      *
      *-------------------------- L I N H A S -------------------------*
      *
       01  LINHA-COLUNAS.
           05  FILLER                  PIC X(10) VALUE 'ARQUIVO'.
           05  FILLER                  PIC X(06) VALUE 'DEST.'.
           05  FILLER                  PIC X(10) VALUE 'CICLO'.
           05  FILLER                  PIC X(13) VALUE 'QT ENVIADA'.
           05  FILLER                  PIC X(13) VALUE 'QT RETORNO'.
           05  FILLER                  PIC X(17) VALUE 'HASH ENVIADO'.
           05  FILLER                  PIC X(17) VALUE 'HASH RETORNO'.
           05  FILLER                  PIC X(46) VALUE 'SITUACAO'.
      *
       01  LINHA-ARQUIVO.
           05  LAR-TIPO-ARQUIVO        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LAR-DESTINO             PIC X(03).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LAR-DATA-CICLO          PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LAR-QT-ENVIADA          PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LAR-QT-RETORNO          PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LAR-HASH-ENVIADO        PIC 9(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LAR-HASH-RETORNO        PIC 9(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LAR-SITUACAO            PIC X(30).
           05  FILLER                  PIC X(16) VALUE SPACES.
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
           OPEN INPUT  ACH610AK.
           OPEN INPUT  ACH601E.
           OPEN I-O    ACHTRNM.
           OPEN OUTPUT ACH610AR.
      *
       100002-DATA-PROCESSAMENTO.
      *--- Data do ciclo corrente (lider ACH601E): vai p/ a data de
      *--- conferencia do registro e separa, entre os arquivos sem
      *--- retorno, os do ciclo de hoje (ainda no prazo da rede) dos
      *--- de ciclos anteriores.
           READ ACH601E INTO 601-REG-GERAL
                AT END PERFORM 990001-ERRO-01
           END-READ.
      *
           MOVE 601-DT-AMD-ATU TO GDA-DATA-PROC.
      *
       100003-IMPRIME-CABECALHO.
           MOVE SPACES TO REGISTRO-ACH610AR.
           MOVE 'CONCILIACAO DO RETORNO DA REDE ACH POR ARQUIVO - CICLO
      -         ': ' TO REGISTRO-ACH610AR(1:57).
           MOVE GDA-DATA-PROC TO REGISTRO-ACH610AR(58:8).
           WRITE REGISTRO-ACH610AR.
      *
           MOVE SPACES TO REGISTRO-ACH610AR.
           WRITE REGISTRO-ACH610AR.
           MOVE 'RETORNOS RECEBIDOS DA REDE' TO REGISTRO-ACH610AR(1:26).
           WRITE REGISTRO-ACH610AR.
           WRITE REGISTRO-ACH610AR FROM LINHA-COLUNAS.
      *
       100099-SAI-PROC-INICIAIS.
           EXIT.
      *
      *----------------------------------------
       200000-PROCESSA                 SECTION.
      *----------------------------------------
      *
       200001-CONCILIA-RETORNOS.
           PERFORM 210000-LE-ACH610AK.
      *
           PERFORM UNTIL IND-FIM-AK = 1
                PERFORM 220000-CONFERE-RETORNO
                PERFORM 210000-LE-ACH610AK
           END-PERFORM.
      *
       200002-LISTA-PENDENTES.
           PERFORM 230000-LISTA-SEM-RETORNO.
      *
       200099-SAI-PROCESSA.
           EXIT.
      *
      *----------------------------------------
       210000-LE-ACH610AK              SECTION.
      *----------------------------------------
      *
           READ ACH610AK
                AT END
                    MOVE 1 TO IND-FIM-AK
                    GO TO 210099-SAI-LE-ACH610AK
           END-READ.
      *
           ADD 1 TO CNT-QT-RETORNOS.
      *
       210099-SAI-LE-ACH610AK.
           EXIT.
      *
      *----------------------------------------
       220000-CONFERE-RETORNO          SECTION.
      *----------------------------------------
      *Casa o retorno com o registro do envio pela chave e confronta
      *os totais: quantidade e hash iguais aos do trailer registrado
      *confirmam o aceite ou a rejeicao da rede; qualquer diferenca
      *marca o registro como DIVERGENTE, seja qual for a situacao
      *informada - a rede processou algo diferente do que saiu daqui.
      *Retorno de arquivo ja conferido nao sobrepoe o primeiro.
      *----------------------------------------
      *
           MOVE AK-TIPO-ARQUIVO    TO LAR-TIPO-ARQUIVO.
           MOVE AK-DESTINO         TO LAR-DESTINO.
           MOVE AK-DATA-CICLO      TO LAR-DATA-CICLO.
           MOVE AK-QT-REGISTROS    TO LAR-QT-RETORNO.
           MOVE AK-HASH-AGCTA      TO LAR-HASH-RETORNO.
      *
           MOVE AK-TIPO-ARQUIVO    TO TRN-TIPO-ARQUIVO.
           MOVE AK-DATA-CICLO      TO TRN-DATA-CICLO.
           MOVE AK-DESTINO         TO TRN-DESTINO.
      *
           READ ACHTRNM
                INVALID KEY
                    ADD 1 TO CNT-QT-SEM-REGISTRO
                    MOVE ZEROS TO LAR-QT-ENVIADA
                    MOVE ZEROS TO LAR-HASH-ENVIADO
                    MOVE 'SEM REGISTRO DE ENVIO' TO LAR-SITUACAO
                    GO TO 220001-IMPRIME-RETORNO
           END-READ.
      *
           MOVE TRN-QT-REGISTROS   TO LAR-QT-ENVIADA.
           MOVE TRN-HASH-AGCTA     TO LAR-HASH-ENVIADO.
      *
           IF NOT TRN-SIT-ENVIADO
              ADD 1 TO CNT-QT-REPETIDOS
              MOVE 'RETORNO REPETIDO - IGNORADO' TO LAR-SITUACAO
              GO TO 220001-IMPRIME-RETORNO
           END-IF.
      *
           EVALUATE TRUE
               WHEN AK-QT-REGISTROS NOT EQUAL TRN-QT-REGISTROS
               WHEN AK-HASH-AGCTA   NOT EQUAL TRN-HASH-AGCTA
                    MOVE 'D' TO TRN-SITUACAO
                    ADD 1 TO CNT-QT-DIVERGENTES
                    MOVE 'DIVERGENTE - TOTAIS DIFERENTES'
                                          TO LAR-SITUACAO
      *
               WHEN AK-SIT-ACEITO
                    MOVE 'A' TO TRN-SITUACAO
                    ADD 1 TO CNT-QT-ACEITOS
                    MOVE 'ACEITO'         TO LAR-SITUACAO
      *
               WHEN OTHER
                    MOVE 'R' TO TRN-SITUACAO
                    ADD 1 TO CNT-QT-REJEITADOS
                    MOVE SPACES           TO LAR-SITUACAO
                    STRING 'REJEITADO - MOTIVO ' AK-MOTIVO
                           DELIMITED BY SIZE INTO LAR-SITUACAO
                    END-STRING
      *
           END-EVALUATE.
      *
           MOVE AK-DATA-RETORNO    TO TRN-DT-RETORNO.
           MOVE AK-QT-REGISTROS    TO TRN-QT-RETORNO.
           MOVE AK-HASH-AGCTA      TO TRN-HASH-RETORNO.
           MOVE AK-MOTIVO          TO TRN-MOTIVO-RETORNO.
           MOVE GDA-DATA-PROC      TO TRN-DT-CONFERENCIA.
      *
           REWRITE REG-ACHTRNM
                 INVALID KEY
                     PERFORM 990002-ERRO-02
           END-REWRITE.
      *
       220001-IMPRIME-RETORNO.
           WRITE REGISTRO-ACH610AR FROM LINHA-ARQUIVO.
      *
       220099-SAI-CONFERE-RETORNO.
           EXIT.
      *
      *----------------------------------------
       230000-LISTA-SEM-RETORNO        SECTION.
      *----------------------------------------
      *Percorre o ACHTRNM inteiro (depois de aplicados os retornos do
      *dia) e lista todo envio que continua so ENVIADO. Os de ciclos
      *anteriores estao SEM RETORNO - a rede ja deveria ter
      *respondido; os do ciclo de hoje ficam como AGUARDANDO.
      *----------------------------------------
      *
           MOVE SPACES TO REGISTRO-ACH610AR.
           WRITE REGISTRO-ACH610AR.
           MOVE 'ARQUIVOS ENVIADOS SEM RETORNO DA REDE'
                        TO REGISTRO-ACH610AR(1:37).
           WRITE REGISTRO-ACH610AR.
           WRITE REGISTRO-ACH610AR FROM LINHA-COLUNAS.
      *
           MOVE LOW-VALUES TO CHAVE-ACHTRNM.
      *
           START ACHTRNM KEY IS NOT LESS THAN CHAVE-ACHTRNM
                 INVALID KEY
                     GO TO 230099-SAI-LISTA-SEM-RETORNO
           END-START.
      *
           PERFORM 235000-LE-ACHTRNM.
      *
           PERFORM UNTIL IND-FIM-TRNM = 1
                IF TRN-SIT-ENVIADO
                   MOVE TRN-TIPO-ARQUIVO TO LAR-TIPO-ARQUIVO
                   MOVE TRN-DESTINO      TO LAR-DESTINO
                   MOVE TRN-DATA-CICLO   TO LAR-DATA-CICLO
                   MOVE TRN-QT-REGISTROS TO LAR-QT-ENVIADA
                   MOVE TRN-HASH-AGCTA   TO LAR-HASH-ENVIADO
                   MOVE ZEROS            TO LAR-QT-RETORNO
                   MOVE ZEROS            TO LAR-HASH-RETORNO
                   IF TRN-DATA-CICLO < GDA-DATA-PROC
                      ADD 1 TO CNT-QT-SEM-RETORNO
                      MOVE 'SEM RETORNO DA REDE' TO LAR-SITUACAO
                   ELSE
                      ADD 1 TO CNT-QT-AGUARDANDO
                      MOVE 'AGUARDANDO RETORNO'  TO LAR-SITUACAO
                   END-IF
                   WRITE REGISTRO-ACH610AR FROM LINHA-ARQUIVO
                END-IF
                PERFORM 235000-LE-ACHTRNM
           END-PERFORM.
      *
       230099-SAI-LISTA-SEM-RETORNO.
           EXIT.
      *
      *----------------------------------------
       235000-LE-ACHTRNM               SECTION.
      *----------------------------------------
      *
           READ ACHTRNM NEXT RECORD
                AT END
                    MOVE 1 TO IND-FIM-TRNM
           END-READ.
      *
       235099-SAI-LE-ACHTRNM.
           EXIT.
      *
      *----------------------------------------
       260000-GATE-SEVERIDADE          SECTION.
      *----------------------------------------
      *Mesmo uso do ACHPCT98 feito em 260000-GATE-SEVERIDADE no
      *ACHPC070: severidade 'N' abenda em PRD e so alerta fora dela.
      *----------------------------------------
      *
           MOVE 'N' TO ACHKT98-SEVERIDADE.
      *
           CALL ACHPCT98 USING ACHKT98-PARM.
      *
           IF ACHKT98-ACAO-PROSSEGUE
              DISPLAY '888 ' CTE-PROG ' - AMBIENTE '
                       ACHKT98-COD-AMBIENTE ' - SEGUE COMO ALERTA'
           END-IF.
      *
       260099-SAI-GATE-SEVERIDADE.
           EXIT.
      *
      *----------------------------------------
       300000-PROC-FINAIS              SECTION.
      *----------------------------------------
      *
       300001-FECHA-ARQUIVOS.
           CLOSE ACH610AK ACH610AR ACH601E ACHTRNM.
      *
       300002-VERIFICA-SEVERIDADE.
      *--- Gate DEPOIS do relatorio e das situacoes gravadas no
      *--- ACHTRNM. Rejeicao e falta de retorno sao ocorrencias
      *--- operacionais (reenvio/cobranca da rede) e so alertam; total
      *--- divergente ou retorno de arquivo nunca registrado quebram o
      *--- controle fim a fim do que saiu do banco.
           IF CNT-QT-REJEITADOS > 0
              DISPLAY '888 ' CTE-PROG ' - ' CNT-QT-REJEITADOS
                       ' ARQUIVO(S) REJEITADO(S) PELA REDE - VER '
                       'ACH610AR'
           END-IF.
      *
           IF CNT-QT-SEM-RETORNO > 0
              DISPLAY '888 ' CTE-PROG ' - ' CNT-QT-SEM-RETORNO
                       ' ARQUIVO(S) DE CICLOS ANTERIORES SEM RETORNO'
                       ' DA REDE - VER ACH610AR'
           END-IF.
      *
           IF CNT-QT-DIVERGENTES > 0
           OR CNT-QT-SEM-REGISTRO > 0
              MOVE '003' TO ACHKT98-COD-ERRO
              PERFORM 260000-GATE-SEVERIDADE
              IF ACHKT98-ACAO-ABENDA
                 PERFORM 990003-ERRO-03
              END-IF
           END-IF.
      *
       300099-SAI.
           DISPLAY 'ACHPC079 - RETORNOS LIDOS ........: '
                                                   CNT-QT-RETORNOS.
           DISPLAY 'ACHPC079 - ACEITOS ...............: '
                                                   CNT-QT-ACEITOS.
           DISPLAY 'ACHPC079 - REJEITADOS ............: '
                                                   CNT-QT-REJEITADOS.
           DISPLAY 'ACHPC079 - TOTAIS DIVERGENTES ....: '
                                                   CNT-QT-DIVERGENTES.
           DISPLAY 'ACHPC079 - SEM REGISTRO DE ENVIO .: '
                                                   CNT-QT-SEM-REGISTRO.
           DISPLAY 'ACHPC079 - RETORNOS REPETIDOS ....: '
                                                   CNT-QT-REPETIDOS.
           DISPLAY 'ACHPC079 - SEM RETORNO (ATRASO) ..: '
                                                   CNT-QT-SEM-RETORNO.
           DISPLAY 'ACHPC079 - AGUARDANDO RETORNO ....: '
                                                   CNT-QT-AGUARDANDO.
           EXIT.
      *
      *---------------------
       990000-ERROS SECTION.
      *---------------------
      *
       990001-ERRO-01.
           DISPLAY '888 ' CTE-PROG ' 001 - O ARQUIVO ACH601 ESTA VAZIO'.
           PERFORM 999000-ABENDA.
      *
       990002-ERRO-02.
           DISPLAY '888 ' CTE-PROG  ' 002 - ERRO NA REGRAVACAO DO '
                    'ACHTRNM - CHAVE: ' CHAVE-ACHTRNM.
           PERFORM 999000-ABENDA.
      *
       990003-ERRO-03.
           DISPLAY '888 ' CTE-PROG  ' 003 - ' CNT-QT-DIVERGENTES
                    ' RETORNO(S) COM TOTAIS DIVERGENTES E '
                    CNT-QT-SEM-REGISTRO ' SEM REGISTRO DE ENVIO, E O'
                    ' AMBIENTE ' ACHKT98-COD-AMBIENTE
                    ' EXIGE CONFERENCIA'.
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

      *====================== FIM ACHPC079 ============================*
