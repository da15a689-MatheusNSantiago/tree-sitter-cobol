      *================================================================*
      * PROGRAMA: ACHPC082
      *
      * AUTOR   : F7023235 Matheus Santiago.
      *
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      * OBJETIVO..: Retransmissao sob demanda de agencias inteiras ou
      * de contas avulsas, a partir das imagens gravadas no historico
      * datado ACH610HS (ver 217000-ESCREVE-ACH610HS no ACHPC060), sem
      * reprocessar o DEB610E inteiro - p/ quando a rede perde parte
      * de um arquivo ou pede o reenvio de uma agencia. O pedido
      * ACH610PR traz a data de movimento e a lista de agencias ou
      * agencia+conta; o ACH610RE sai no layout do ACH610S, com header
      * proprio (datas daquele movimento) e trailer TRL (quantidade +
      * hash de agencia+conta). Chave pedida sem imagem no historico
      * sai no relatorio ACH610RL, e o reenvio fica registrado no
      * ACHCTLF p/ o relatorio de balanceamento do ACHPC074.
      *
      *================================================================*
      *
      * VRS001 15/10/2026 F7023235 Implantacao - reenvio de agencias/
      *                            contas a partir do ACH610HS.
      *
      *================================================================*

      *************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHPC082.
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
           SELECT ACH610PR ASSIGN TO UT-S-ACH610PR.
           SELECT ACH601E  ASSIGN TO UT-S-ACH601E.
           SELECT ACH610RE ASSIGN TO UT-S-ACH610RE.
           SELECT ACH610RL ASSIGN TO UT-S-ACH610RL.
           SELECT ACHCTLF  ASSIGN TO UT-S-ACHCTLF.
      *
           SELECT ACH610HS ASSIGN TO UT-S-ACH610HS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHAVE-ACH610HS.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *----------------------------------------------------------------
      *
       FD  ACH610PR
           BLOCK  0
           RECORD 80
           RECORDING F.
      *
      *--- Pedido de reenvio: o primeiro registro e o 'D', com a data
      *--- de movimento (AMD, convencao do lider), a matricula de quem
      *--- pediu e o motivo; seguem os 'A' (agencia inteira, conta
      *--- ignorada) e os 'C' (agencia+conta) em ordem crescente de
      *--- agencia+conta (posicoes 10-22) - o 'D' vai com agencia e
      *--- conta zeradas e fica na frente no SORT do JCL.
      *
       01  REGISTRO-ACH610PR.
           05  PR-TIPO-PEDIDO          PIC X(01).
               88  PR-PEDIDO-DATA          VALUE 'D'.
               88  PR-PEDIDO-AGENCIA       VALUE 'A'.
               88  PR-PEDIDO-CONTA         VALUE 'C'.
           05  PR-DATA-MOV             PIC 9(08).
           05  PR-AGENCIA              PIC 9(05).
           05  PR-CONTA                PIC 9(08).
           05  PR-SOLICITANTE          PIC X(10).
           05  PR-MOTIVO               PIC X(30).
           05  FILLER                  PIC X(18).
      *
       FD  ACH601E
           BLOCK  0
           RECORD 50
           RECORDING F.
      *
       01  REGISTRO-ACH601E            PIC  X(050).
      *
      *--- Arquivo de reenvio, no layout do ACH610S (ver DEBK610).
      *
       FD  ACH610RE
           BLOCK  0
           RECORD 1200
           RECORDING F.
      *
       01  REGISTRO-ACH610RE           PIC X(1200).
      *
       FD  ACH610RL
           BLOCK  0
           RECORD 132
           RECORDING F.
      *
       01  REGISTRO-ACH610RL           PIC X(132).
      *
       FD  ACHCTLF
           BLOCK  0
           RECORD 64
           RECORDING F.
      *
       01  REGISTRO-ACHCTL             PIC X(64).
      *
      *--- Mesmo layout do ACH610HS gravado em 217000-ESCREVE-ACH610HS
      *--- no ACHPC060 - so leitura aqui.
      *
       FD  ACH610HS
           RECORD 1208.
      *
       01  REGISTRO-ACH610HS.
           05  CHAVE-ACH610HS.
               10  HIS-DATA-610H       PIC 9(08).
               10  HIS-AGENCIA-610H    PIC 9(05).
               10  HIS-CONTA-610H      PIC 9(08).
           05  DADOS-ACH610HS          PIC X(1187).
      *
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      *
      *---------------------- C O N S T A N T E S ---------------------*
      *
       77  CTE-PROG                    PIC  X(016)
                                       VALUE '*** ACHPC082 ***'.
       77  CTE-VERS                    PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO                    PIC  X(08) VALUE 'SBVERSAO'.
       77  SBABEND                     PIC  X(07) VALUE 'SBABEND'.
      *
      *------------------------- B O O K S ----------------------------*
      *
       COPY DEBK610.
       COPY ACHK601.
       COPY ACHKCTL.
      *
      *------------------------ G U A R D A S -------------------------*
      *
      *--- Dados do registro 'D' do pedido.
      *
       77  GDA-DATA-MOV                PIC 9(08) VALUE 0.
       77  GDA-SOLICITANTE             PIC X(10) VALUE SPACES.
       77  GDA-MOTIVO                  PIC X(30) VALUE SPACES.
      *
      *--- Datas do movimento p/ o header, tiradas da primeira imagem
      *--- do historico na data (todo detalhe carrega as datas).
      *
       77  GDA-HDR-DT-ANT              PIC 9(08) VALUE 0.
       77  GDA-HDR-DT-ATU              PIC 9(08) VALUE 0.
       77  GDA-HDR-DT-FUT              PIC 9(08) VALUE 0.
      *
      *--- Chave do pedido corrente e do ultimo atendido, p/ a
      *--- conferencia da sequencia (ver 220000).
      *
       01  GDA-CHAVE-PEDIDO.
           05  GDA-PED-AGENCIA         PIC 9(05).
           05  GDA-PED-CONTA           PIC 9(08).
       01  GDA-CHAVE-ANTERIOR.
           05  GDA-ANT-AGENCIA         PIC 9(05) VALUE 0.
           05  GDA-ANT-CONTA           PIC 9(08) VALUE 0.
      *
      *--- Ultima agencia pedida inteira: conta avulsa dela, pedida
      *--- depois, ja foi reenviada.
      *
       77  GDA-AGENCIA-INTEIRA         PIC 9(05) VALUE 0.
      *
       77  GDA-SITUACAO                PIC X(40) VALUE SPACES.
       77  GDA-QT-IMAGENS-PEDIDO       PIC 9(07) COMP VALUE 0.
      *
      *--------------------- C O N T A D O R E S ----------------------*
      *
       77  CNT-QT-PEDIDOS              PIC 9(09) VALUE 0.
       77  CNT-QT-ATENDIDOS            PIC 9(09) VALUE 0.
       77  CNT-QT-SEM-IMAGEM           PIC 9(09) VALUE 0.
       77  CNT-QT-RECUSADOS            PIC 9(09) VALUE 0.
       77  CNT-QT-REENVIADOS           PIC 9(09) VALUE 0.
       77  CNT-HASH-AGCTA              PIC 9(15) VALUE 0.
       77  CNT-QT-REENVIOS-ANT         PIC 9(03) VALUE 0.
      *
      *-------------------- I N D I C A D O R E S ---------------------*
      *
       77  IND-FIM-PEDIDO              PIC 9 VALUE 0.
       77  IND-FIM-HS                  PIC 9 VALUE 0.
       77  IND-FIM-CTL                 PIC 9 VALUE 0.
      *
      *-------------------------- L I N H A S -------------------------*
      *
       01  LINHA-CABECALHO.
           05  FILLER                  PIC X(43) VALUE
               'REENVIO DO HISTORICO ACH610HS - MOVIMENTO: '.
           05  CAB-DATA-MOV            PIC 9(08).
           05  FILLER                  PIC X(18)
                                       VALUE ' - SOLICITADO POR '.
           05  CAB-SOLICITANTE         PIC X(10).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  CAB-MOTIVO              PIC X(30).
           05  FILLER                  PIC X(20) VALUE SPACES.
      *
       01  LINHA-PEDIDO.
           05  LPD-TIPO                PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LPD-AGENCIA             PIC X(05).
           05  FILLER                  PIC X(03) VALUE ' / '.
           05  LPD-CONTA               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LPD-QT-IMAGENS          PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LPD-SITUACAO            PIC X(40).
           05  FILLER                  PIC X(56) VALUE SPACES.
      *
       01  LINHA-TOTAL.
           05  LTT-DESCRICAO           PIC X(40).
           05  LTT-VALOR               PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(81) VALUE SPACES.
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
           PERFORM 200000-PROCESSA-PEDIDOS.
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
           OPEN INPUT  ACH610PR
                INPUT  ACH601E
                INPUT  ACH610HS
                OUTPUT ACH610RE
                OUTPUT ACH610RL.
      *
       100002-LE-LIDER-601.
           READ ACH601E INTO 601-REG-GERAL
                AT END PERFORM 990003-ERRO-03
           END-READ.
      *
       100003-CONTA-REENVIOS-ANTERIORES.
      *--- Reenvio pode repetir no ciclo (outra agencia, outra perda) -
      *--- nao passa pela trava do ACHPCT97; cada um sai numerado no
      *--- ACHCTLF pela quantidade dos ja registrados no ciclo.
           OPEN INPUT ACHCTLF.
      *
           PERFORM UNTIL IND-FIM-CTL = 1
                READ ACHCTLF INTO REG-ACHCTL
                     AT END
                         MOVE 1 TO IND-FIM-CTL
                     NOT AT END
                         IF CTL-PROGRAMA   EQUAL 'ACHPC082'
                         AND CTL-DATA-CICLO EQUAL 601-DT-AMD-ATU
                            ADD 1 TO CNT-QT-REENVIOS-ANT
                         END-IF
                END-READ
           END-PERFORM.
      *
           CLOSE ACHCTLF.
           OPEN EXTEND ACHCTLF.
      *
       100004-LE-PEDIDO-DATA.
           PERFORM 210000-LE-PEDIDO.
      *
           IF IND-FIM-PEDIDO = 1
           OR NOT PR-PEDIDO-DATA
              PERFORM 990001-ERRO-01
           END-IF.
      *
           IF PR-DATA-MOV NOT NUMERIC
           OR PR-DATA-MOV EQUAL ZEROS
              PERFORM 990002-ERRO-02
           END-IF.
      *
           IF PR-SOLICITANTE EQUAL SPACES
              PERFORM 990005-ERRO-05
           END-IF.
      *
           MOVE PR-DATA-MOV    TO GDA-DATA-MOV.
           MOVE PR-SOLICITANTE TO GDA-SOLICITANTE.
           MOVE PR-MOTIVO      TO GDA-MOTIVO.
      *
           DISPLAY '888 ' CTE-PROG ' - REENVIO DO MOVIMENTO '
                    GDA-DATA-MOV ' SOLICITADO POR ' GDA-SOLICITANTE
                    ' - ' GDA-MOTIVO.
      *
       100005-GRAVA-HEADER.
           PERFORM 150000-MONTA-HEADER.
      *
       100006-CABECALHO-RELATORIO.
           MOVE GDA-DATA-MOV    TO CAB-DATA-MOV.
           MOVE GDA-SOLICITANTE TO CAB-SOLICITANTE.
           MOVE GDA-MOTIVO      TO CAB-MOTIVO.
           WRITE REGISTRO-ACH610RL FROM LINHA-CABECALHO.
      *
           MOVE SPACES TO REGISTRO-ACH610RL.
           WRITE REGISTRO-ACH610RL.
      *
       100099-SAI-PROC-INICIAIS.
           EXIT.
      *
      *----------------------------------------
       150000-MONTA-HEADER             SECTION.
      *----------------------------------------
      *Header do ACH610RE com as datas daquele movimento: a primeira
      *imagem do historico na data (START na data com agencia e conta
      *zeradas) empresta as tres datas; o resto do header vai zerado,
      *como no header do DEB610E. Data sem nenhuma imagem - expurgada
      *pelo ACHPC071 ou sem ciclo - nao tem o que reenviar.
      *----------------------------------------
      *
           MOVE GDA-DATA-MOV TO HIS-DATA-610H.
           MOVE ZEROS        TO HIS-AGENCIA-610H.
           MOVE ZEROS        TO HIS-CONTA-610H.
      *
           START ACH610HS KEY NOT LESS CHAVE-ACH610HS
                 INVALID KEY PERFORM 990004-ERRO-04
           END-START.
      *
           READ ACH610HS NEXT RECORD
                AT END PERFORM 990004-ERRO-04
           END-READ.
      *
           IF HIS-DATA-610H NOT EQUAL GDA-DATA-MOV
              PERFORM 990004-ERRO-04
           END-IF.
      *
           MOVE DADOS-ACH610HS TO REG610(14:1187).
           MOVE DATA-ANTERIOR-DDMMAAAA-610 TO GDA-HDR-DT-ANT.
           MOVE DATA-ATUAL-DDMMAAAA-610    TO GDA-HDR-DT-ATU.
           MOVE DATA-FUTURA-DDMMAAAA-610   TO GDA-HDR-DT-FUT.
      *
           MOVE SPACES TO REG610.
           MOVE ZEROS  TO AGENCIA-610
                          CONTA-610
                          TIT-RAZAO-ATU-610
                          CPF-CNPJ-610
                          VL-LIMITE-CHQ-ESPECIAL-610.
           MOVE GDA-HDR-DT-ANT TO DATA-ANTERIOR-DDMMAAAA-610.
           MOVE GDA-HDR-DT-ATU TO DATA-ATUAL-DDMMAAAA-610.
           MOVE GDA-HDR-DT-FUT TO DATA-FUTURA-DDMMAAAA-610.
      *
           WRITE REGISTRO-ACH610RE FROM REG610.
      *
       150099-SAI-MONTA-HEADER.
           EXIT.
      *
      *----------------------------------------
       200000-PROCESSA-PEDIDOS         SECTION.
      *----------------------------------------
      *
           PERFORM 210000-LE-PEDIDO.
      *
           PERFORM UNTIL IND-FIM-PEDIDO = 1
                ADD 1 TO CNT-QT-PEDIDOS
                PERFORM 220000-TRATA-PEDIDO
                PERFORM 210000-LE-PEDIDO
           END-PERFORM.
      *
       200099-SAI-PROCESSA-PEDIDOS.
           EXIT.
      *
      *----------------------------------------
       210000-LE-PEDIDO                SECTION.
      *----------------------------------------
      *
           READ ACH610PR
                AT END MOVE 1 TO IND-FIM-PEDIDO
           END-READ.
      *
       210099-SAI-LE-PEDIDO.
           EXIT.
      *
      *----------------------------------------
       220000-TRATA-PEDIDO             SECTION.
      *----------------------------------------
      *Pedido invalido, fora de sequencia, repetido ou ja coberto pelo
      *pedido da agencia inteira e recusado (so relatado - o restante
      *do pedido segue); o valido reenvia as imagens da data e sai no
      *relatorio com a quantidade reenviada, ou como SEM IMAGEM.
      *----------------------------------------
      *
           MOVE 0 TO GDA-QT-IMAGENS-PEDIDO.
      *
       220001-CONSISTE-PEDIDO.
           EVALUATE TRUE
               WHEN NOT PR-PEDIDO-AGENCIA AND NOT PR-PEDIDO-CONTA
                    MOVE 'TIPO DE PEDIDO INVALIDO (A OU C)'
                                      TO GDA-SITUACAO
                    GO TO 220090-RECUSA-PEDIDO
      *
               WHEN PR-AGENCIA NOT NUMERIC
               OR   PR-AGENCIA EQUAL ZEROS
                    MOVE 'AGENCIA INVALIDA' TO GDA-SITUACAO
                    GO TO 220090-RECUSA-PEDIDO
      *
               WHEN PR-PEDIDO-CONTA
               AND (PR-CONTA NOT NUMERIC OR PR-CONTA EQUAL ZEROS)
                    MOVE 'CONTA INVALIDA' TO GDA-SITUACAO
                    GO TO 220090-RECUSA-PEDIDO
           END-EVALUATE.
      *
           MOVE PR-AGENCIA TO GDA-PED-AGENCIA.
      *
           IF PR-PEDIDO-AGENCIA
              MOVE ZEROS    TO GDA-PED-CONTA
           ELSE
              MOVE PR-CONTA TO GDA-PED-CONTA
           END-IF.
      *
       220002-CONFERE-SEQUENCIA.
           IF GDA-CHAVE-PEDIDO < GDA-CHAVE-ANTERIOR
              MOVE 'FORA DE SEQUENCIA (AGENCIA+CONTA)' TO GDA-SITUACAO
              GO TO 220090-RECUSA-PEDIDO
           END-IF.
      *
           IF GDA-CHAVE-PEDIDO EQUAL GDA-CHAVE-ANTERIOR
              MOVE 'PEDIDO EM DUPLICIDADE' TO GDA-SITUACAO
              GO TO 220090-RECUSA-PEDIDO
           END-IF.
      *
           IF PR-PEDIDO-CONTA
           AND GDA-PED-AGENCIA EQUAL GDA-AGENCIA-INTEIRA
              MOVE 'JA REENVIADA NO PEDIDO DA AGENCIA' TO GDA-SITUACAO
              GO TO 220090-RECUSA-PEDIDO
           END-IF.
      *
           MOVE GDA-CHAVE-PEDIDO TO GDA-CHAVE-ANTERIOR.
      *
       220003-REENVIA.
           IF PR-PEDIDO-AGENCIA
              MOVE GDA-PED-AGENCIA TO GDA-AGENCIA-INTEIRA
              PERFORM 230000-REENVIA-AGENCIA
           ELSE
              PERFORM 240000-REENVIA-CONTA
           END-IF.
      *
           IF GDA-QT-IMAGENS-PEDIDO EQUAL 0
              ADD 1 TO CNT-QT-SEM-IMAGEM
              MOVE 'SEM IMAGEM NO ACH610HS NA DATA' TO GDA-SITUACAO
              DISPLAY '888 ' CTE-PROG ' - SEM IMAGEM NO ACH610HS: '
                       PR-TIPO-PEDIDO ' ' GDA-PED-AGENCIA '/'
                       GDA-PED-CONTA
           ELSE
              ADD 1 TO CNT-QT-ATENDIDOS
              MOVE 'REENVIADA' TO GDA-SITUACAO
           END-IF.
      *
           PERFORM 260000-IMPRIME-PEDIDO.
      *
           GO TO 220099-SAI-TRATA-PEDIDO.
      *
       220090-RECUSA-PEDIDO.
           ADD 1 TO CNT-QT-RECUSADOS.
      *
           DISPLAY '888 ' CTE-PROG ' - PEDIDO RECUSADO: '
                    REGISTRO-ACH610PR(1:22) ' - ' GDA-SITUACAO.
      *
           PERFORM 260000-IMPRIME-PEDIDO.
      *
       220099-SAI-TRATA-PEDIDO.
           EXIT.
      *
      *----------------------------------------
       230000-REENVIA-AGENCIA          SECTION.
      *----------------------------------------
      *Varre no ACH610HS a faixa data+agencia (START na conta zerada e
      *READ NEXT ate a agencia ou a data mudar), como a consulta por
      *documento do ACHPC064 varre o ACH610DC.
      *----------------------------------------
      *
           MOVE 0 TO IND-FIM-HS.
      *
           MOVE GDA-DATA-MOV    TO HIS-DATA-610H.
           MOVE GDA-PED-AGENCIA TO HIS-AGENCIA-610H.
           MOVE ZEROS           TO HIS-CONTA-610H.
      *
           START ACH610HS KEY NOT LESS CHAVE-ACH610HS
                 INVALID KEY MOVE 1 TO IND-FIM-HS
           END-START.
      *
           PERFORM UNTIL IND-FIM-HS = 1
                READ ACH610HS NEXT RECORD
                     AT END MOVE 1 TO IND-FIM-HS
                     NOT AT END
                          IF HIS-DATA-610H    NOT EQUAL GDA-DATA-MOV
                          OR HIS-AGENCIA-610H NOT EQUAL GDA-PED-AGENCIA
                             MOVE 1 TO IND-FIM-HS
                          ELSE
                             PERFORM 250000-GRAVA-IMAGEM
                          END-IF
                END-READ
           END-PERFORM.
      *
       230099-SAI-REENVIA-AGENCIA.
           EXIT.
      *
      *----------------------------------------
       240000-REENVIA-CONTA            SECTION.
      *----------------------------------------
      *
           MOVE GDA-DATA-MOV    TO HIS-DATA-610H.
           MOVE GDA-PED-AGENCIA TO HIS-AGENCIA-610H.
           MOVE GDA-PED-CONTA   TO HIS-CONTA-610H.
      *
           READ ACH610HS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM 250000-GRAVA-IMAGEM
           END-READ.
      *
       240099-SAI-REENVIA-CONTA.
           EXIT.
      *
      *----------------------------------------
       250000-GRAVA-IMAGEM             SECTION.
      *----------------------------------------
      *Remonta o detalhe do ACH610S a partir da chave e da imagem do
      *historico (o inverso de 217000-ESCREVE-ACH610HS no ACHPC060) e
      *acumula os totais do trailer.
      *----------------------------------------
      *
           MOVE HIS-AGENCIA-610H TO AGENCIA-610.
           MOVE HIS-CONTA-610H   TO CONTA-610.
           MOVE DADOS-ACH610HS   TO REG610(14:1187).
      *
           WRITE REGISTRO-ACH610RE FROM REG610.
      *
           ADD 1 TO GDA-QT-IMAGENS-PEDIDO.
           ADD 1 TO CNT-QT-REENVIADOS.
           ADD AGENCIA-610 CONTA-610 TO CNT-HASH-AGCTA.
      *
       250099-SAI-GRAVA-IMAGEM.
           EXIT.
      *
      *----------------------------------------
       260000-IMPRIME-PEDIDO           SECTION.
      *----------------------------------------
      *
           EVALUATE TRUE
               WHEN PR-PEDIDO-AGENCIA
                    MOVE 'AGENCIA'      TO LPD-TIPO
               WHEN PR-PEDIDO-CONTA
                    MOVE 'CONTA'        TO LPD-TIPO
               WHEN OTHER
                    MOVE PR-TIPO-PEDIDO TO LPD-TIPO
           END-EVALUATE.
      *
           MOVE PR-AGENCIA            TO LPD-AGENCIA.
      *
           IF PR-PEDIDO-AGENCIA
              MOVE SPACES             TO LPD-CONTA
           ELSE
              MOVE PR-CONTA           TO LPD-CONTA
           END-IF.
      *
           MOVE GDA-QT-IMAGENS-PEDIDO TO LPD-QT-IMAGENS.
           MOVE GDA-SITUACAO          TO LPD-SITUACAO.
      *
           WRITE REGISTRO-ACH610RL FROM LINHA-PEDIDO.
      *
       260099-SAI-IMPRIME-PEDIDO.
           EXIT.
      *
      *----------------------------------------
       300000-PROC-FINAIS              SECTION.
      *----------------------------------------
      *
       300001-ESCREVE-TRAILER.
      *--- Mesmo trailer TRL do ACH610S (ver 300001 no ACHPC060):
      *--- detalhes reenviados + soma de agencia+conta.
           MOVE SPACES            TO REG610-TRAILER.
           MOVE 'TRL'             TO TRL-IDENTIFICADOR-610.
           MOVE CNT-QT-REENVIADOS TO TRL-QT-REGISTROS-610.
           MOVE CNT-HASH-AGCTA    TO TRL-HASH-AGCTA-610.
           WRITE REGISTRO-ACH610RE FROM REG610-TRAILER.
      *
           IF CNT-QT-REENVIADOS EQUAL 0
              DISPLAY '888 ' CTE-PROG ' - ATENCAO: NENHUMA IMAGEM '
                       'REENVIADA - ACH610RE SO COM HEADER E TRAILER'
           END-IF.
      *
       300002-TOTAIS-RELATORIO.
           MOVE SPACES TO REGISTRO-ACH610RL.
           WRITE REGISTRO-ACH610RL.
      *
           MOVE 'PEDIDOS LIDOS'          TO LTT-DESCRICAO.
           MOVE CNT-QT-PEDIDOS           TO LTT-VALOR.
           WRITE REGISTRO-ACH610RL FROM LINHA-TOTAL.
      *
           MOVE 'PEDIDOS ATENDIDOS'      TO LTT-DESCRICAO.
           MOVE CNT-QT-ATENDIDOS         TO LTT-VALOR.
           WRITE REGISTRO-ACH610RL FROM LINHA-TOTAL.
      *
           MOVE 'PEDIDOS SEM IMAGEM NO HISTORICO' TO LTT-DESCRICAO.
           MOVE CNT-QT-SEM-IMAGEM        TO LTT-VALOR.
           WRITE REGISTRO-ACH610RL FROM LINHA-TOTAL.
      *
           MOVE 'PEDIDOS RECUSADOS'      TO LTT-DESCRICAO.
           MOVE CNT-QT-RECUSADOS         TO LTT-VALOR.
           WRITE REGISTRO-ACH610RL FROM LINHA-TOTAL.
      *
           MOVE 'CONTAS REENVIADAS (TRAILER)' TO LTT-DESCRICAO.
           MOVE CNT-QT-REENVIADOS        TO LTT-VALOR.
           WRITE REGISTRO-ACH610RL FROM LINHA-TOTAL.
      *
       300003-GRAVA-CONTROLE.
      *--- Registro de controle do reenvio (ver ACHKCTL): pedidos
      *--- lidos, contas reenviadas e pedidos nao atendidos, com a
      *--- data do movimento reenviado e quem pediu - o ACHPC074 o
      *--- lista a parte, fora do balanceamento da esteira.
           MOVE 'ACHPC082'          TO CTL-PROGRAMA.
           MOVE 601-DT-AMD-ATU      TO CTL-DATA-CICLO.
           MOVE CNT-QT-PEDIDOS      TO CTL-QT-ENTRADA.
           MOVE CNT-QT-REENVIADOS   TO CTL-QT-SAIDA.
           COMPUTE CTL-QT-REJEITADOS = CNT-QT-SEM-IMAGEM
                                     + CNT-QT-RECUSADOS.
           COMPUTE CTL-SEQ-EXECUCAO = CNT-QT-REENVIOS-ANT + 1.
           MOVE 'N'                 TO CTL-IN-REEXECUCAO.
           MOVE GDA-SOLICITANTE     TO CTL-AUTORIZADO-POR.
           MOVE GDA-DATA-MOV        TO CTL-DATA-REFERENCIA.
           WRITE REGISTRO-ACHCTL FROM REG-ACHCTL.
      *
       300004-FECHA-ARQUIVOS.
           CLOSE ACH610PR ACH601E ACH610HS ACH610RE ACH610RL ACHCTLF.
      *
       300099-SAI.
           DISPLAY 'ACHPC082 - PEDIDOS LIDOS .........: '
                                                   CNT-QT-PEDIDOS.
           DISPLAY 'ACHPC082 - PEDIDOS ATENDIDOS .....: '
                                                   CNT-QT-ATENDIDOS.
           DISPLAY 'ACHPC082 - PEDIDOS SEM IMAGEM ....: '
                                                   CNT-QT-SEM-IMAGEM.
           DISPLAY 'ACHPC082 - PEDIDOS RECUSADOS .....: '
                                                   CNT-QT-RECUSADOS.
           DISPLAY 'ACHPC082 - CONTAS REENVIADAS .....: '
                                                   CNT-QT-REENVIADOS.
           DISPLAY 'ACHPC082 - HASH AGENCIA+CONTA ....: '
                                                   CNT-HASH-AGCTA.
           EXIT.
      *
      *---------------------
       990000-ERROS SECTION.
      *---------------------
      *
       990001-ERRO-01.
           DISPLAY '888 ' CTE-PROG  ' 001 - PEDIDO ACH610PR VAZIO OU'
                    ' SEM O REGISTRO D (DATA DE MOVIMENTO) NA FRENTE'.
           PERFORM 999000-ABENDA.
      *
       990002-ERRO-02.
           DISPLAY '888 ' CTE-PROG  ' 002 - DATA DE MOVIMENTO INVALIDA'
                    ' NO PEDIDO: ' PR-DATA-MOV.
           PERFORM 999000-ABENDA.
      *
       990003-ERRO-03.
           DISPLAY '888 ' CTE-PROG ' 003 - O ARQUIVO ACH601 ESTA VAZIO'.
           PERFORM 999000-ABENDA.
      *
       990004-ERRO-04.
           DISPLAY '888 ' CTE-PROG  ' 004 - NENHUMA IMAGEM NO ACH610HS'
                    ' NA DATA ' GDA-DATA-MOV ' - EXPURGADA OU SEM'
                    ' CICLO NESSE DIA'.
           PERFORM 999000-ABENDA.
      *
       990005-ERRO-05.
           DISPLAY '888 ' CTE-PROG  ' 005 - PEDIDO SEM A MATRICULA DE'
                    ' QUEM SOLICITOU O REENVIO'.
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

      *====================== FIM ACHPC082 ============================*
