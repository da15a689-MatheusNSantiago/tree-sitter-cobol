      *================================================================*
      * PROGRAMA: ACHPC078
      *
      * AUTOR   : F7023235 Matheus Santiago.
      *
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      * OBJETIVO..: Registrar no master de transmissao ACHTRNM cada
      * arquivo liberado p/ a rede ACH, no passo imediatamente antes
      * da transmissao: tipo do arquivo (ACH610S, ACH610T1, ACH610T2,
      * ACH610D ou ACH610SU, informado no PARM), destino, data do
      * ciclo (lider ACH601E) e os totais do trailer TRL, conferidos
      * contra o que foi lido do proprio arquivo. Arquivo do mesmo
      * tipo ja registrado p/ o mesmo ciclo e destino e RECUSADO - o
      * passo abenda e a transmissao nao roda, evitando o envio em
      * duplicidade -, exceto se a rede rejeitou o envio anterior
      * (situacao 'R' gravada pelo ACHPC079): ai o novo envio
      * substitui o registro. O retorno da rede e conciliado pelo
      * ACHPC079.
      *
      *================================================================*
      *
      * VRS001 15/10/2026 F7023235 Implantacao - registro de
      *                            transmissao c/ recusa de reenvio.
      *
      *================================================================*

      *************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHPC078.
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
           SELECT ACHENVIO ASSIGN TO UT-S-ACHENVIO.
           SELECT ACHENVDL ASSIGN TO UT-S-ACHENVDL.
           SELECT ACH601E  ASSIGN TO UT-S-ACH601E.
      *
           SELECT ACHTRNM ASSIGN TO UT-S-ACHTRNM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CHAVE-ACHTRNM.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *----------------------------------------------------------------
      *
      *--- Arquivo a liberar no layout do ACH610S (ACH610S, ACH610T1,
      *--- ACH610T2 e ACH610SU): header com agencia zerada, detalhes
      *--- REG610 e trailer REG610-TRAILER (ver DEBK610).
      *
       FD  ACHENVIO
           BLOCK  0
           RECORD 1200
           RECORDING F.
      *
       01  REGISTRO-ACHENVIO           PIC X(1200).
      *
      *--- Delta ACH610D (ver ACHPC062): header 'H', detalhes com
      *--- tipo de mudanca + agencia + conta e trailer 'TRL' com os
      *--- mesmos campos iniciais do REG610-TRAILER.
      *
       FD  ACHENVDL
           BLOCK  0
           RECORD 200
           RECORDING F.
      *
       01  REGISTRO-ACHENVDL.
           05  ENVDL-IDENTIFICADOR     PIC X(01).
           05  ENVDL-AGENCIA           PIC 9(05).
           05  ENVDL-CONTA             PIC 9(08).
           05  FILLER                  PIC X(186).
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
                                       VALUE '*** ACHPC078 ***'.
       77  CTE-VERS                    PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO                    PIC  X(08) VALUE 'SBVERSAO'.
       77  SBABEND                     PIC  X(07) VALUE 'SBABEND'.
       77  ACHPCT98                    PIC  X(08) VALUE 'ACHPCT98'.
      *
      *    Destinos de compensacao (mesmos codigos do TB014-COD-
      *    DESTINO): o ACH610T2 vai p/ a segunda clearing, todos os
      *    demais p/ a rede principal, salvo destino informado no PARM.
      *
       77  CTE-DEST-PRINCIPAL          PIC  X(03) VALUE '001'.
       77  CTE-DEST-SEGUNDA            PIC  X(03) VALUE '002'.
      *
      *------------------------- B O O K S ----------------------------*
      *
       COPY DEBK610.
       COPY ACHK601.
       COPY ACHKT98.
      *
      *------------------------ G U A R D A S -------------------------*
      *
       77  GDA-DATA-CICLO              PIC 9(08) VALUE 0.
       77  GDA-DESTINO                 PIC X(03) VALUE SPACES.
       77  GDA-TRL-QT-REGISTROS        PIC 9(09) VALUE 0.
       77  GDA-TRL-HASH-AGCTA          PIC 9(15) VALUE 0.
      *
      *--------------------- C O N T A D O R E S ----------------------*
      *
       77  CNT-QT-LIDOS                PIC 9(09) VALUE 0.
       77  CNT-QT-DETALHE              PIC 9(09) VALUE 0.
       77  CNT-HASH-AGCTA              PIC 9(15) VALUE 0.
      *
      *-------------------- I N D I C A D O R E S ---------------------*
      *
       77  IND-FIM-ENVIO               PIC 9 VALUE 0.
       77  IND-E-TRAILER               PIC 9 VALUE 0.
       77  IND-TRAILER-LIDO            PIC 9 VALUE 0.
       77  IND-REENVIO-REJEITADO       PIC 9 VALUE 0.
      *
      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------
      *
      *--- Parametro de execucao (EXEC PGM=ACHPC078,PARM='...'): tipo
      *--- do arquivo liberado (8 posicoes, obrigatorio) e, opcional,
      *--- o destino (3 digitos) quando nao for o padrao do tipo.
      *
       01  PARM-ACHPC078.
           05  PARM-LEN                PIC S9(04) COMP.
           05  PARM-DADOS.
               10  PARM-TIPO-ARQUIVO   PIC X(08).
                   88  PARM-TIPO-LAYOUT-610  VALUE 'ACH610S '
                                                   'ACH610T1'
                                                   'ACH610T2'
                                                   'ACH610SU'.
                   88  PARM-TIPO-DELTA       VALUE 'ACH610D '.
                   88  PARM-TIPO-SEGUNDA     VALUE 'ACH610T2'.
               10  PARM-DESTINO        PIC X(03).
               10  FILLER              PIC X(89).
      *
      ********************
       PROCEDURE DIVISION USING PARM-ACHPC078.
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
       050000-TRATA-PARM               SECTION.
      *----------------------------------------
      *O tipo do arquivo e obrigatorio - e ele que escolhe o DD lido
      *(ACHENVIO no layout do ACH610S, ACHENVDL no do delta) e que
      *entra na chave do registro. O destino padrao vem do tipo.
      *----------------------------------------
      *
           IF PARM-LEN NOT EQUAL 8
           AND PARM-LEN NOT EQUAL 11
              PERFORM 990001-ERRO-01
           END-IF.
      *
           IF NOT PARM-TIPO-LAYOUT-610
           AND NOT PARM-TIPO-DELTA
              PERFORM 990001-ERRO-01
           END-IF.
      *
           IF PARM-TIPO-SEGUNDA
              MOVE CTE-DEST-SEGUNDA   TO GDA-DESTINO
           ELSE
              MOVE CTE-DEST-PRINCIPAL TO GDA-DESTINO
           END-IF.
      *
           IF PARM-LEN < 11
              GO TO 050099-SAI-TRATA-PARM
           END-IF.
      *
           IF PARM-DESTINO NOT NUMERIC
              PERFORM 990001-ERRO-01
           END-IF.
      *
           MOVE PARM-DESTINO TO GDA-DESTINO.
      *
       050099-SAI-TRATA-PARM.
           EXIT.
      *
      *----------------------------------------
       100000-PROC-INICIAIS            SECTION.
      *----------------------------------------
      *
       100001-ABRE-ARQUIVOS.
           IF PARM-TIPO-DELTA
              OPEN INPUT ACHENVDL
           ELSE
              OPEN INPUT ACHENVIO
           END-IF.
      *
           OPEN INPUT  ACH601E.
           OPEN I-O    ACHTRNM.
      *
       100002-DATA-CICLO.
      *--- Mesma data de ciclo que os demais programas da esteira
      *--- gravam no ACHCTLF: a atual do lider ACH601E.
           READ ACH601E INTO 601-REG-GERAL
                AT END PERFORM 990002-ERRO-02
           END-READ.
      *
           MOVE 601-DT-AMD-ATU TO GDA-DATA-CICLO.
      *
       100003-VERIFICA-REENVIO.
      *--- A recusa vem antes da leitura do arquivo: se o tipo ja
      *--- saiu p/ este ciclo e destino, nada mais e feito. O envio
      *--- rejeitado pela rede e o unico que pode ser refeito.
           MOVE PARM-TIPO-ARQUIVO TO TRN-TIPO-ARQUIVO.
           MOVE GDA-DATA-CICLO    TO TRN-DATA-CICLO.
           MOVE GDA-DESTINO       TO TRN-DESTINO.
      *
           READ ACHTRNM
                INVALID KEY
                    GO TO 100099-SAI-PROC-INICIAIS
           END-READ.
      *
           IF NOT TRN-SIT-REJEITADO
              PERFORM 990005-ERRO-05
           END-IF.
      *
           MOVE 1 TO IND-REENVIO-REJEITADO.
           DISPLAY '888 ' CTE-PROG ' - ' PARM-TIPO-ARQUIVO
                    ' DO CICLO ' GDA-DATA-CICLO ' REJEITADO PELA REDE'
                    ' EM ' TRN-DT-RETORNO ' (MOTIVO '
                    TRN-MOTIVO-RETORNO ') - NOVO ENVIO REGISTRADO'.
      *
       100099-SAI-PROC-INICIAIS.
           EXIT.
      *
      *----------------------------------------
       200000-PROCESSA                 SECTION.
      *----------------------------------------
      *
           PERFORM 210000-LE-ENVIO.
      *
       200001-LOOP-PRINCIPAL.
           PERFORM UNTIL IND-FIM-ENVIO = 1
                IF IND-E-TRAILER = 0
                   PERFORM 220000-ACUMULA-DETALHE
                END-IF
      *
                PERFORM 210000-LE-ENVIO
           END-PERFORM.
      *
           PERFORM 240000-VERIFICA-TRAILER.
      *
       200099-SAI-PROCESSA.
           EXIT.
      *
      *----------------------------------------
       210000-LE-ENVIO                 SECTION.
      *----------------------------------------
      *Le o proximo registro do DD do tipo informado. O trailer 'TRL'
      *dos dois layouts comeca pelos mesmos campos, entao os totais
      *declarados vao p/ o REG610-TRAILER em ambos os casos.
      *----------------------------------------
      *
           MOVE 0 TO IND-E-TRAILER.
      *
           IF PARM-TIPO-DELTA
              READ ACHENVDL
                   AT END
                       MOVE 1 TO IND-FIM-ENVIO
                       GO TO 210099-SAI-LE-ENVIO
              END-READ
              MOVE REGISTRO-ACHENVDL TO REG610-TRAILER
           ELSE
              READ ACHENVIO INTO REG610
                   AT END
                       MOVE 1 TO IND-FIM-ENVIO
                       GO TO 210099-SAI-LE-ENVIO
              END-READ
              MOVE REGISTRO-ACHENVIO TO REG610-TRAILER
           END-IF.
      *
           ADD 1 TO CNT-QT-LIDOS.
      *
           IF TRL-IDFR-VALIDO-610
              MOVE 1 TO IND-E-TRAILER
              MOVE 1 TO IND-TRAILER-LIDO
              MOVE TRL-QT-REGISTROS-610 TO GDA-TRL-QT-REGISTROS
              MOVE TRL-HASH-AGCTA-610   TO GDA-TRL-HASH-AGCTA
           END-IF.
      *
       210099-SAI-LE-ENVIO.
           EXIT.
      *
      *----------------------------------------
       220000-ACUMULA-DETALHE          SECTION.
      *----------------------------------------
      *Header (agencia zerada no layout do ACH610S, 'H' no delta) fica
      *fora dos totais, como no trailer gravado pelos geradores.
      *----------------------------------------
      *
           IF PARM-TIPO-DELTA
              IF ENVDL-IDENTIFICADOR NOT EQUAL 'H'
                 ADD 1 TO CNT-QT-DETALHE
                 ADD ENVDL-AGENCIA ENVDL-CONTA TO CNT-HASH-AGCTA
              END-IF
           ELSE
              IF AGENCIA-610 NOT EQUAL ZEROS
                 ADD 1 TO CNT-QT-DETALHE
                 ADD AGENCIA-610 CONTA-610 TO CNT-HASH-AGCTA
              END-IF
           END-IF.
      *
       220099-SAI-ACUMULA-DETALHE.
           EXIT.
      *
      *----------------------------------------
       240000-VERIFICA-TRAILER         SECTION.
      *----------------------------------------
      *Mesma conferencia do 240000-VERIFICA-TRAILER do ACHPC072: o
      *que vai p/ o registro sao os totais do trailer - os que a rede
      *vai devolver no retorno -, entao eles tem de bater com o lido.
      *Trailer ausente ou divergente passa pelo gate do ACHPCT98;
      *seguindo como alerta, registra o que de fato vai sair.
      *----------------------------------------
      *
       240001-TRAILER-AUSENTE.
           IF IND-TRAILER-LIDO = 0
              DISPLAY '888 ' CTE-PROG ' - ' PARM-TIPO-ARQUIVO
                       ' SEM TRAILER DE CONTROLE - ARQUIVO '
                       'POSSIVELMENTE TRUNCADO'
              MOVE CNT-QT-DETALHE TO GDA-TRL-QT-REGISTROS
              MOVE CNT-HASH-AGCTA TO GDA-TRL-HASH-AGCTA
              MOVE '003' TO ACHKT98-COD-ERRO
              PERFORM 250000-GATE-SEVERIDADE
              IF ACHKT98-ACAO-ABENDA
                 PERFORM 990003-ERRO-03
              END-IF
              GO TO 240099-SAI-VERIFICA-TRAILER
           END-IF.
      *
       240002-TRAILER-DIVERGENTE.
           IF CNT-QT-DETALHE NOT EQUAL GDA-TRL-QT-REGISTROS
           OR CNT-HASH-AGCTA NOT EQUAL GDA-TRL-HASH-AGCTA
              DISPLAY '888 ' CTE-PROG ' - TRAILER DO '
                       PARM-TIPO-ARQUIVO ' NAO CONFERE COM O LIDO:'
              DISPLAY '888 ' CTE-PROG ' - QT LIDA: ' CNT-QT-DETALHE
                       ' QT TRAILER: ' GDA-TRL-QT-REGISTROS
              DISPLAY '888 ' CTE-PROG ' - HASH LIDO: ' CNT-HASH-AGCTA
                       ' HASH TRAILER: ' GDA-TRL-HASH-AGCTA
              MOVE '004' TO ACHKT98-COD-ERRO
              PERFORM 250000-GATE-SEVERIDADE
              IF ACHKT98-ACAO-ABENDA
                 PERFORM 990004-ERRO-04
              END-IF
           END-IF.
      *
       240099-SAI-VERIFICA-TRAILER.
           EXIT.
      *
      *----------------------------------------
       250000-GATE-SEVERIDADE          SECTION.
      *----------------------------------------
      *Mesmo uso do ACHPCT98 feito em 250000-GATE-SEVERIDADE no
      *ACHPC072: severidade 'N' abenda em PRD e so alerta fora dela.
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
       250099-SAI-GATE-SEVERIDADE.
           EXIT.
      *
      *----------------------------------------
       300000-PROC-FINAIS              SECTION.
      *----------------------------------------
      *
       300001-GRAVA-REGISTRO.
      *--- WRITE e nao REWRITE (salvo no reenvio de rejeitado): se
      *--- outro job registrou a mesma chave depois da leitura de
      *--- 100003, o INVALID KEY tambem recusa.
           MOVE SPACES               TO REG-ACHTRNM.
           MOVE PARM-TIPO-ARQUIVO    TO TRN-TIPO-ARQUIVO.
           MOVE GDA-DATA-CICLO       TO TRN-DATA-CICLO.
           MOVE GDA-DESTINO          TO TRN-DESTINO.
           MOVE GDA-TRL-QT-REGISTROS TO TRN-QT-REGISTROS.
           MOVE GDA-TRL-HASH-AGCTA   TO TRN-HASH-AGCTA.
           MOVE 'E'                  TO TRN-SITUACAO.
           MOVE ZEROS                TO TRN-DT-RETORNO.
           MOVE ZEROS                TO TRN-QT-RETORNO.
           MOVE ZEROS                TO TRN-HASH-RETORNO.
           MOVE ZEROS                TO TRN-DT-CONFERENCIA.
      *
           IF IND-REENVIO-REJEITADO = 1
              REWRITE REG-ACHTRNM
                    INVALID KEY
                        PERFORM 990005-ERRO-05
              END-REWRITE
           ELSE
              WRITE REG-ACHTRNM
                    INVALID KEY
                        PERFORM 990005-ERRO-05
              END-WRITE
           END-IF.
      *
       300002-FECHA-ARQUIVOS.
           IF PARM-TIPO-DELTA
              CLOSE ACHENVDL
           ELSE
              CLOSE ACHENVIO
           END-IF.
      *
           CLOSE ACH601E ACHTRNM.
      *
       300099-SAI.
           DISPLAY 'ACHPC078 - ARQUIVO REGISTRADO ....: '
                                                   PARM-TIPO-ARQUIVO.
           DISPLAY 'ACHPC078 - DESTINO ...............: ' GDA-DESTINO.
           DISPLAY 'ACHPC078 - DATA DO CICLO .........: '
                                                   GDA-DATA-CICLO.
           DISPLAY 'ACHPC078 - REGISTROS LIDOS .......: ' CNT-QT-LIDOS.
           DISPLAY 'ACHPC078 - DETALHES ..............: '
                                                   CNT-QT-DETALHE.
           DISPLAY 'ACHPC078 - QT REGISTRADA .........: '
                                                   GDA-TRL-QT-REGISTROS.
           DISPLAY 'ACHPC078 - HASH REGISTRADO .......: '
                                                   GDA-TRL-HASH-AGCTA.
           EXIT.
      *
      *---------------------
       990000-ERROS SECTION.
      *---------------------
      *
       990001-ERRO-01.
           DISPLAY '888 ' CTE-PROG  ' 001 - PARM INVALIDO - ESPERADO'
                    ' TIPO (ACH610S, ACH610T1, ACH610T2, ACH610D OU'
                    ' ACH610SU) [+ DESTINO (3 DIG.)] - PARM-LEN: '
                    PARM-LEN.
           PERFORM 999000-ABENDA.
      *
       990002-ERRO-02.
           DISPLAY '888 ' CTE-PROG ' 002 - O ARQUIVO ACH601 ESTA VAZIO'.
           PERFORM 999000-ABENDA.
      *
       990003-ERRO-03.
           DISPLAY '888 ' CTE-PROG  ' 003 - ' PARM-TIPO-ARQUIVO
                    ' SEM TRAILER, E O AMBIENTE '
                    ACHKT98-COD-AMBIENTE ' EXIGE O CONTROLE'.
           PERFORM 999000-ABENDA.
      *
       990004-ERRO-04.
           DISPLAY '888 ' CTE-PROG  ' 004 - TRAILER DO '
                    PARM-TIPO-ARQUIVO ' DIVERGENTE, E O AMBIENTE '
                    ACHKT98-COD-AMBIENTE ' EXIGE O CONTROLE'.
           PERFORM 999000-ABENDA.
      *
       990005-ERRO-05.
           DISPLAY '888 ' CTE-PROG  ' 005 - ' PARM-TIPO-ARQUIVO
                    ' JA REGISTRADO P/ O CICLO ' GDA-DATA-CICLO
                    ' E DESTINO ' GDA-DESTINO ' - REENVIO RECUSADO'.
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

      *====================== FIM ACHPC078 ============================*
