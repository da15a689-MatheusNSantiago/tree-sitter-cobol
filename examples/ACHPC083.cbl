      *================================================================*
      * PROGRAMA: ACHPC083
      *
      * AUTOR   : F7023235 Matheus Santiago.
      *
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      * OBJETIVO..: Gerar, a partir do delta ACH610D gravado pelo
      * ACHPC062, o arquivo de avisos ao cliente ACH610NT (carta/SMS,
      * enviado ao fornecedor) das contas cujo limite de cheque
      * especial foi REDUZIDO ou cujo cheque especial foi CANCELADO
      * (situacao ativa -> inativa), com nome e CPF/CNPJ buscados na
      * copia indexada ACH610IDX. O master de avisos ACHNOTM (ver
      * ACHKNOT) impede avisar de novo a mesma mudanca num ciclo
      * posterior. Emite o relatorio de controle ACH610NR com os
      * avisos gerados por agencia.
      *
      *================================================================*
      *
      * VRS001 15/10/2026 F7023235 Implantacao - avisos de reducao e
      *                            cancelamento de cheque especial.
      *
      *================================================================*

      *************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHPC083.
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
           SELECT ACH610D  ASSIGN TO UT-S-ACH610D.
           SELECT ACH610NT ASSIGN TO UT-S-ACH610NT.
           SELECT ACH610NR ASSIGN TO UT-S-ACH610NR.
           SELECT ACH601E  ASSIGN TO UT-S-ACH601E.
           SELECT ACHCTLF  ASSIGN TO UT-S-ACHCTLF.
      *
           SELECT ACH610IDX ASSIGN TO UT-S-ACH610IDX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CHAVE-ACH610IDX.
      *
           SELECT ACHNOTM  ASSIGN TO UT-S-ACHNOTM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CHAVE-ACHNOTM.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *----------------------------------------------------------------
      *
       FD  ACH610D
           BLOCK  0
           RECORD 200
           RECORDING F.
      *
       01  REGISTRO-ACH610D            PIC X(200).
      *
      *--- Mesmo layout do ACH610IDX gravado em 215000-ESCREVE-
      *--- ACH610IDX no ACHPC060.
      *
       FD  ACH610IDX
           RECORD 1200.
      *
       01  REGISTRO-ACH610IDX.
           05  CHAVE-ACH610IDX.
               10  CHV-AGENCIA-610X    PIC 9(05).
               10  CHV-CONTA-610X      PIC 9(08).
           05  DADOS-ACH610IDX         PIC X(1187).
      *
       FD  ACHNOTM
           RECORD 60.
      *
       COPY ACHKNOT.
      *
       FD  ACH610NT
           BLOCK  0
           RECORD 150
           RECORDING F.
      *
       01  REGISTRO-ACH610NT           PIC X(150).
      *
       FD  ACH610NR
           BLOCK  0
           RECORD 132
           RECORDING F.
      *
       01  REGISTRO-ACH610NR           PIC X(132).
      *
       FD  ACH601E
           BLOCK  0
           RECORD 50
           RECORDING F.
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
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      *
      *---------------------- C O N S T A N T E S ---------------------*
      *
       77  CTE-PROG                    PIC  X(016)
                                       VALUE '*** ACHPC083 ***'.
       77  CTE-VERS                    PIC  X(06) VALUE 'VRS001'.
       77  SBVERSAO                    PIC  X(08) VALUE 'SBVERSAO'.
       77  SBABEND                     PIC  X(07) VALUE 'SBABEND'.
       77  ACHPCT97                    PIC  X(08) VALUE 'ACHPCT97'.
      *
      *------------------------- B O O K S ----------------------------*
      *
       COPY DEBK610.
       COPY ACHK601.
       COPY ACHKCTL.
       COPY ACHKT97.
      *
      *------------------------ D E L T A -----------------------------*
      *
      *--- Mesmo layout do ACH610D gravado pelo ACHPC062 (header 'H',
      *--- detalhes I/E/A e trailer 'TRL').
      *
       01  REG610D-HEADER.
           05  DLT-HDR-IDENTIFICADOR        PIC X(01).
               88  DLT-HDR-VALIDO               VALUE 'H'.
           05  DLT-HDR-DT-ANTERIOR          PIC 9(08).
           05  DLT-HDR-DT-ATUAL             PIC 9(08).
           05  DLT-HDR-DT-FUTURA            PIC 9(08).
           05  FILLER                       PIC X(175).
      *
       01  REG610D-DETALHE.
           05  DLT-TIPO-MUDANCA             PIC X(01).
               88  DLT-MUDANCA-INCLUSAO         VALUE 'I'.
               88  DLT-MUDANCA-ENCERRAMENTO     VALUE 'E'.
               88  DLT-MUDANCA-ALTERACAO        VALUE 'A'.
           05  DLT-AGENCIA                  PIC 9(05).
           05  DLT-CONTA                    PIC 9(08).
           05  DLT-NOME-ANTERIOR            PIC X(40).
           05  DLT-NOME-ATUAL               PIC X(40).
           05  DLT-LIMITE-ANTERIOR          PIC 9(09)V99 COMP-3.
           05  DLT-LIMITE-ATUAL             PIC 9(09)V99 COMP-3.
           05  DLT-SITUACAO-ANTERIOR        PIC X(01).
           05  DLT-SITUACAO-ATUAL           PIC X(01).
           05  DLT-RAZAO-ANTERIOR           PIC 9(03).
           05  DLT-RAZAO-ATUAL              PIC 9(03).
           05  FILLER                       PIC X(86).
      *
       01  REG610D-TRAILER.
           05  DLT-TRL-IDENTIFICADOR        PIC X(03).
           05  DLT-TRL-QT-REGISTROS         PIC 9(09).
           05  DLT-TRL-HASH-AGCTA           PIC 9(15).
           05  FILLER                       PIC X(173).
      *
      *------------------------ A V I S O S ---------------------------*
      *
      *--- Arquivo do fornecedor de cartas/SMS: header com a data do
      *--- ciclo, um detalhe por aviso (valores em zonado, sem COMP-3,
      *--- p/ a plataforma do fornecedor) e trailer de controle no
      *--- padrao do ACH610S/ACH610D.
      *
       01  REG610NT-HEADER.
           05  NTF-HDR-IDENTIFICADOR        PIC X(01) VALUE 'H'.
           05  NTF-HDR-DATA-CICLO           PIC 9(08).
           05  NTF-HDR-ORIGEM               PIC X(08) VALUE 'ACHPC083'.
           05  FILLER                       PIC X(133) VALUE SPACES.
      *
       01  REG610NT-DETALHE.
           05  NTF-IDENTIFICADOR            PIC X(01) VALUE 'D'.
           05  NTF-AGENCIA                  PIC 9(05).
           05  NTF-CONTA                    PIC 9(08).
           05  NTF-CPF-CNPJ                 PIC 9(14).
           05  NTF-NOME-CLIENTE             PIC X(40).
      *--- 'R' = reducao de limite, 'C' = cancelamento.
           05  NTF-TIPO-AVISO               PIC X(01).
           05  NTF-LIMITE-ANTERIOR          PIC 9(09)V99.
           05  NTF-LIMITE-ATUAL             PIC 9(09)V99.
           05  NTF-DATA-CICLO               PIC 9(08).
           05  FILLER                       PIC X(51) VALUE SPACES.
      *
       01  REG610NT-TRAILER.
           05  NTF-TRL-IDENTIFICADOR        PIC X(03) VALUE 'TRL'.
           05  NTF-TRL-QT-REGISTROS         PIC 9(09).
           05  NTF-TRL-HASH-AGCTA           PIC 9(15).
           05  FILLER                       PIC X(123) VALUE SPACES.
      *
      *------------------------ G U A R D A S -------------------------*
      *
       77  GDA-DATA-CICLO              PIC 9(08) VALUE 0.
       77  GDA-AGENCIA-CORRENTE        PIC 9(05) VALUE 0.
      *--- Aviso da conta corrente: 'R' reducao, 'C' cancelamento,
      *--- brancos = mudanca que nao gera aviso.
       77  GDA-TIPO-AVISO              PIC X(01) VALUE SPACES.
      *
      *--------------------- C O N T A D O R E S ----------------------*
      *
       77  CNT-QT-LIDOS                PIC 9(09) VALUE 0.
       77  CNT-HASH-AGCTA              PIC 9(15) VALUE 0.
       77  CNT-QT-AVISOS               PIC 9(09) VALUE 0.
       77  CNT-HASH-AVISOS             PIC 9(15) VALUE 0.
       77  CNT-QT-REDUCOES             PIC 9(07) COMP VALUE 0.
       77  CNT-QT-CANCELAMENTOS        PIC 9(07) COMP VALUE 0.
       77  CNT-QT-JA-NOTIFICADOS       PIC 9(07) COMP VALUE 0.
       77  CNT-QT-SEM-CADASTRO         PIC 9(07) COMP VALUE 0.
       77  CNT-QT-SUPERADOS            PIC 9(07) COMP VALUE 0.
      *
      *--- Quebra por agencia do relatorio de controle.
      *
       77  CNT-AG-REDUCOES             PIC 9(07) COMP VALUE 0.
       77  CNT-AG-CANCELAMENTOS        PIC 9(07) COMP VALUE 0.
       77  CNT-AG-JA-NOTIFICADOS       PIC 9(07) COMP VALUE 0.
       77  CNT-AG-SEM-CADASTRO         PIC 9(07) COMP VALUE 0.
      *
      *-------------------- I N D I C A D O R E S ---------------------*
      *
       77  IND-FIM-DELTA               PIC 9 VALUE 0.
       77  IND-TRAILER                 PIC 9 VALUE 0.
       77  IND-AGENCIA-ABERTA          PIC 9 VALUE 0.
       77  IND-NOT-EXISTE              PIC 9 VALUE 0.
       77  IND-SEM-CADASTRO            PIC 9 VALUE 0.
      *
      *-------------------------- L I N H A S -------------------------*
      *
       01  LINHA-CABECALHO.
           05  FILLER                  PIC X(31) VALUE
               'AVISOS DE REDUCAO/CANCELAMENTO '.
           05  FILLER                  PIC X(28) VALUE
               'DE CHEQUE ESPECIAL - CICLO: '.
           05  CAB-DATA-CICLO          PIC 9(08).
           05  FILLER                  PIC X(65) VALUE SPACES.
      *
       01  LINHA-TITULO.
           05  FILLER                  PIC X(07) VALUE 'AGENCIA'.
           05  FILLER                  PIC X(10) VALUE '  REDUCOES'.
           05  FILLER                  PIC X(10) VALUE '   CANCEL.'.
           05  FILLER                  PIC X(10) VALUE '    AVISOS'.
           05  FILLER                  PIC X(10) VALUE '  JA AVIS.'.
           05  FILLER                  PIC X(10) VALUE '  SEM CAD.'.
           05  FILLER                  PIC X(75) VALUE SPACES.
      *
       01  LINHA-AGENCIA.
           05  LAG-AGENCIA             PIC X(07).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LAG-REDUCOES            PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LAG-CANCELAMENTOS       PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LAG-AVISOS              PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LAG-JA-NOTIFICADOS      PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LAG-SEM-CADASTRO        PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(75) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
      *
      *--- Parametro de execucao (EXEC PGM=ACHPC083,PARM='...'): so a
      *--- autorizacao de reexecucao no mesmo ciclo (ver 060000).
      *
       01  PARM-ACHPC083.
           05  PARM-LEN                PIC S9(04) COMP.
           05  PARM-DADOS.
               10  PARM-REEXECUCAO     PIC X(01).
                   88  PARM-REEXECUCAO-SIM VALUE 'S'.
               10  PARM-REEXEC-AUTORIZADO PIC X(10).
               10  FILLER              PIC X(89).
      *
      ********************
       PROCEDURE DIVISION USING PARM-ACHPC083.
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
           PERFORM 060000-VERIFICA-REEXECUCAO.
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
       050000-TRATA-PARM                SECTION.
      *----------------------------------------
      *Interpreta o PARM da EXEC - hoje so a autorizacao de
      *reexecucao; sem PARM, execucao normal.
      *----------------------------------------
      *
           MOVE SPACES TO ACHKT97-AUTORIZADO-POR.
      *
      *--- 'S' na 1a posicao + matricula de quem autorizou (ate a
      *--- 11a) libera a reexecucao no mesmo ciclo (ver 060000).
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
      *arquivo: se este programa ja concluiu no ciclo, so segue com a
      *reexecucao autorizada no PARM. Os avisos ja gerados no proprio
      *ciclo sao regerados na reexecucao (ver 220000) - o ACH610NT
      *do ciclo sai sempre completo.
      *----------------------------------------
      *
           MOVE 'ACHPC083'             TO ACHKT97-PROGRAMA.
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
      *
       100001-ABRE-ARQUIVOS.
           OPEN INPUT  ACH610D
                       ACH610IDX
                       ACH601E.
           OPEN I-O    ACHNOTM.
           OPEN OUTPUT ACH610NT
                       ACH610NR.
           OPEN EXTEND ACHCTLF.
      *
       100002-DATA-PROCESSAMENTO.
      *--- A data do ciclo vem do lider ACH601E: e ela que separa um
      *--- aviso de ciclo anterior (nao repete) de um do proprio ciclo
      *--- (regerado numa reexecucao) no ACHNOTM.
           READ ACH601E INTO 601-REG-GERAL
                AT END PERFORM 990001-ERRO-01
           END-READ.
      *
           MOVE 601-DT-AMD-ATU TO GDA-DATA-CICLO.
      *
       100003-LE-HEADER-DELTA.
           READ ACH610D INTO REG610D-HEADER
                AT END PERFORM 990002-ERRO-02
           END-READ.
      *
           IF NOT DLT-HDR-VALIDO
              PERFORM 990002-ERRO-02
           END-IF.
      *
       100004-GRAVA-HEADER-AVISOS.
           MOVE GDA-DATA-CICLO TO NTF-HDR-DATA-CICLO.
           WRITE REGISTRO-ACH610NT FROM REG610NT-HEADER.
      *
       100005-CABECALHO-RELATORIO.
           MOVE GDA-DATA-CICLO TO CAB-DATA-CICLO.
           WRITE REGISTRO-ACH610NR FROM LINHA-CABECALHO.
      *
           MOVE SPACES TO REGISTRO-ACH610NR.
           WRITE REGISTRO-ACH610NR.
      *
           WRITE REGISTRO-ACH610NR FROM LINHA-TITULO.
      *
       100099-SAI-PROC-INICIAIS.
           EXIT.
      *
      *----------------------------------------
       200000-PROCESSA                 SECTION.
      *----------------------------------------
      *O ACH610D vem na ordem de agencia+conta (ver ACHPC062), o que
      *da a quebra por agencia do relatorio de controle.
      *----------------------------------------
      *
           PERFORM 210000-LE-DELTA.
      *
           PERFORM UNTIL IND-FIM-DELTA = 1
                PERFORM 220000-TRATA-DELTA
                PERFORM 210000-LE-DELTA
           END-PERFORM.
      *
           IF IND-AGENCIA-ABERTA = 1
              PERFORM 270000-FECHA-AGENCIA
           END-IF.
      *
       200099-SAI-PROCESSA.
           EXIT.
      *
      *----------------------------------------
       210000-LE-DELTA                 SECTION.
      *----------------------------------------
      *Le o proximo detalhe do ACH610D; o trailer 'TRL' encerra a
      *leitura e guarda os totais p/ a conferencia do 300000.
      *----------------------------------------
      *
           READ ACH610D
                AT END
                    MOVE 1 TO IND-FIM-DELTA
                    GO TO 210099-SAI-LE-DELTA
           END-READ.
      *
           IF REGISTRO-ACH610D(1:3) EQUAL 'TRL'
              MOVE REGISTRO-ACH610D TO REG610D-TRAILER
              MOVE 1 TO IND-TRAILER
              MOVE 1 TO IND-FIM-DELTA
              GO TO 210099-SAI-LE-DELTA
           END-IF.
      *
           MOVE REGISTRO-ACH610D TO REG610D-DETALHE.
      *
           ADD 1 TO CNT-QT-LIDOS.
           ADD DLT-AGENCIA DLT-CONTA TO CNT-HASH-AGCTA.
      *
       210099-SAI-LE-DELTA.
           EXIT.
      *
      *----------------------------------------
       220000-TRATA-DELTA              SECTION.
      *----------------------------------------
      *So ALTERACAO gera aviso: situacao ativa -> inativa e
      *cancelamento (mesmo que o limite tambem tenha caido); limite
      *atual abaixo do anterior e reducao. A mesma mudanca ja avisada
      *num ciclo ANTERIOR (aviso vigente no ACHNOTM com o mesmo tipo
      *e os mesmos valores) nao e avisada de novo.
      *----------------------------------------
      *
           IF DLT-AGENCIA NOT EQUAL GDA-AGENCIA-CORRENTE
           OR IND-AGENCIA-ABERTA = 0
              IF IND-AGENCIA-ABERTA = 1
                 PERFORM 270000-FECHA-AGENCIA
              END-IF
              MOVE DLT-AGENCIA TO GDA-AGENCIA-CORRENTE
              MOVE 1           TO IND-AGENCIA-ABERTA
              MOVE 0 TO CNT-AG-REDUCOES CNT-AG-CANCELAMENTOS
                        CNT-AG-JA-NOTIFICADOS CNT-AG-SEM-CADASTRO
           END-IF.
      *
           MOVE SPACES TO GDA-TIPO-AVISO.
      *
           IF DLT-MUDANCA-ALTERACAO
              IF DLT-SITUACAO-ANTERIOR EQUAL '1'
              AND DLT-SITUACAO-ATUAL   EQUAL '0'
                 MOVE 'C' TO GDA-TIPO-AVISO
              ELSE
                 IF DLT-LIMITE-ATUAL < DLT-LIMITE-ANTERIOR
                    MOVE 'R' TO GDA-TIPO-AVISO
                 END-IF
              END-IF
           END-IF.
      *
           IF GDA-TIPO-AVISO EQUAL SPACES
              PERFORM 260000-VERIFICA-SUPERACAO
              GO TO 220099-SAI-TRATA-DELTA
           END-IF.
      *
           MOVE DLT-AGENCIA TO NOT-AGENCIA.
           MOVE DLT-CONTA   TO NOT-CONTA.
      *
           READ ACHNOTM
                INVALID KEY
                    MOVE 0 TO IND-NOT-EXISTE
                NOT INVALID KEY
                    MOVE 1 TO IND-NOT-EXISTE
           END-READ.
      *
           IF IND-NOT-EXISTE = 1
           AND NOT-AVISO-VIGENTE
           AND NOT-TIPO-AVISO        EQUAL GDA-TIPO-AVISO
           AND NOT-LIMITE-ANTERIOR   EQUAL DLT-LIMITE-ANTERIOR
           AND NOT-LIMITE-ATUAL      EQUAL DLT-LIMITE-ATUAL
           AND NOT-SITUACAO-ANTERIOR EQUAL DLT-SITUACAO-ANTERIOR
           AND NOT-SITUACAO-ATUAL    EQUAL DLT-SITUACAO-ATUAL
           AND NOT-DATA-CICLO        <     GDA-DATA-CICLO
              ADD 1 TO CNT-QT-JA-NOTIFICADOS
              ADD 1 TO CNT-AG-JA-NOTIFICADOS
              GO TO 220099-SAI-TRATA-DELTA
           END-IF.
      *
           PERFORM 230000-BUSCA-CADASTRO.
      *
           IF IND-SEM-CADASTRO = 1
              GO TO 220099-SAI-TRATA-DELTA
           END-IF.
      *
           PERFORM 240000-GRAVA-AVISO.
      *
           PERFORM 250000-ATUALIZA-MASTER.
      *
       220099-SAI-TRATA-DELTA.
           EXIT.
      *
      *----------------------------------------
       230000-BUSCA-CADASTRO           SECTION.
      *----------------------------------------
      *Nome e CPF/CNPJ do cliente na imagem de hoje do ACH610IDX.
      *Conta alterada sem imagem no indice nao deveria existir (os
      *dois saem do mesmo ACHPC060) - fica sem aviso, contada e
      *listada, e nao entra no ACHNOTM.
      *----------------------------------------
      *
           MOVE 0           TO IND-SEM-CADASTRO.
           MOVE DLT-AGENCIA TO CHV-AGENCIA-610X.
           MOVE DLT-CONTA   TO CHV-CONTA-610X.
      *
           READ ACH610IDX
                INVALID KEY
                    MOVE 1 TO IND-SEM-CADASTRO
                    PERFORM 990004-ERRO-04
                    GO TO 230099-SAI-BUSCA-CADASTRO
           END-READ.
      *
           MOVE REGISTRO-ACH610IDX TO REG610.
      *
       230099-SAI-BUSCA-CADASTRO.
           EXIT.
      *
      *----------------------------------------
       240000-GRAVA-AVISO              SECTION.
      *----------------------------------------
      *
           MOVE DLT-AGENCIA          TO NTF-AGENCIA.
           MOVE DLT-CONTA            TO NTF-CONTA.
           MOVE CPF-CNPJ-610         TO NTF-CPF-CNPJ.
           MOVE NOME-CLIENTE-610     TO NTF-NOME-CLIENTE.
           MOVE GDA-TIPO-AVISO       TO NTF-TIPO-AVISO.
           MOVE DLT-LIMITE-ANTERIOR  TO NTF-LIMITE-ANTERIOR.
           MOVE DLT-LIMITE-ATUAL     TO NTF-LIMITE-ATUAL.
           MOVE GDA-DATA-CICLO       TO NTF-DATA-CICLO.
      *
           WRITE REGISTRO-ACH610NT FROM REG610NT-DETALHE.
      *
           ADD 1 TO CNT-QT-AVISOS.
           ADD DLT-AGENCIA DLT-CONTA TO CNT-HASH-AVISOS.
      *
           IF GDA-TIPO-AVISO EQUAL 'C'
              ADD 1 TO CNT-QT-CANCELAMENTOS
              ADD 1 TO CNT-AG-CANCELAMENTOS
           ELSE
              ADD 1 TO CNT-QT-REDUCOES
              ADD 1 TO CNT-AG-REDUCOES
           END-IF.
      *
       240099-SAI-GRAVA-AVISO.
           EXIT.
      *
      *----------------------------------------
       250000-ATUALIZA-MASTER          SECTION.
      *----------------------------------------
      *Registra no ACHNOTM o aviso recem-gerado como o vigente da
      *conta (um por conta - substitui o anterior, se houver).
      *----------------------------------------
      *
           MOVE DLT-AGENCIA           TO NOT-AGENCIA.
           MOVE DLT-CONTA             TO NOT-CONTA.
           MOVE GDA-TIPO-AVISO        TO NOT-TIPO-AVISO.
           MOVE DLT-LIMITE-ANTERIOR   TO NOT-LIMITE-ANTERIOR.
           MOVE DLT-LIMITE-ATUAL      TO NOT-LIMITE-ATUAL.
           MOVE DLT-SITUACAO-ANTERIOR TO NOT-SITUACAO-ANTERIOR.
           MOVE DLT-SITUACAO-ATUAL    TO NOT-SITUACAO-ATUAL.
           MOVE GDA-DATA-CICLO        TO NOT-DATA-CICLO.
           MOVE 'S'                   TO NOT-IN-VIGENTE.
           MOVE ZEROS                 TO NOT-DATA-SUPERACAO.
      *
           IF IND-NOT-EXISTE = 1
              REWRITE REG-ACHNOTM
                      INVALID KEY PERFORM 990005-ERRO-05
              END-REWRITE
           ELSE
              WRITE REG-ACHNOTM
                    INVALID KEY PERFORM 990005-ERRO-05
              END-WRITE
           END-IF.
      *
       250099-SAI-ATUALIZA-MASTER.
           EXIT.
      *
      *----------------------------------------
       260000-VERIFICA-SUPERACAO       SECTION.
      *----------------------------------------
      *Mudanca que nao gera aviso: se mexeu no limite ou na situacao
      *(aumento, reativacao) ou encerrou a conta, o aviso vigente da
      *conta deixa de valer - uma nova reducao igual a antiga volta a
      *ser avisada. Mudanca so de nome/razao nao supera nada.
      *----------------------------------------
      *
           IF DLT-MUDANCA-INCLUSAO
              GO TO 260099-SAI-VERIFICA-SUPERACAO
           END-IF.
      *
           IF DLT-MUDANCA-ALTERACAO
           AND DLT-LIMITE-ATUAL   EQUAL DLT-LIMITE-ANTERIOR
           AND DLT-SITUACAO-ATUAL EQUAL DLT-SITUACAO-ANTERIOR
              GO TO 260099-SAI-VERIFICA-SUPERACAO
           END-IF.
      *
           MOVE DLT-AGENCIA TO NOT-AGENCIA.
           MOVE DLT-CONTA   TO NOT-CONTA.
      *
           READ ACHNOTM
                INVALID KEY
                    GO TO 260099-SAI-VERIFICA-SUPERACAO
           END-READ.
      *
           IF NOT NOT-AVISO-VIGENTE
              GO TO 260099-SAI-VERIFICA-SUPERACAO
           END-IF.
      *
           MOVE 'N'            TO NOT-IN-VIGENTE.
           MOVE GDA-DATA-CICLO TO NOT-DATA-SUPERACAO.
      *
           REWRITE REG-ACHNOTM
                   INVALID KEY PERFORM 990005-ERRO-05
           END-REWRITE.
      *
           ADD 1 TO CNT-QT-SUPERADOS.
      *
       260099-SAI-VERIFICA-SUPERACAO.
           EXIT.
      *
      *----------------------------------------
       270000-FECHA-AGENCIA            SECTION.
      *----------------------------------------
      *Linha da agencia no relatorio de controle - so agencias com
      *alguma reducao/cancelamento no delta.
      *----------------------------------------
      *
           MOVE 0 TO IND-AGENCIA-ABERTA.
      *
           IF CNT-AG-REDUCOES       = 0
           AND CNT-AG-CANCELAMENTOS  = 0
           AND CNT-AG-JA-NOTIFICADOS = 0
           AND CNT-AG-SEM-CADASTRO   = 0
              GO TO 270099-SAI-FECHA-AGENCIA
           END-IF.
      *
           MOVE GDA-AGENCIA-CORRENTE  TO LAG-AGENCIA.
           MOVE CNT-AG-REDUCOES       TO LAG-REDUCOES.
           MOVE CNT-AG-CANCELAMENTOS  TO LAG-CANCELAMENTOS.
           COMPUTE LAG-AVISOS = CNT-AG-REDUCOES + CNT-AG-CANCELAMENTOS.
           MOVE CNT-AG-JA-NOTIFICADOS TO LAG-JA-NOTIFICADOS.
           MOVE CNT-AG-SEM-CADASTRO   TO LAG-SEM-CADASTRO.
      *
           WRITE REGISTRO-ACH610NR FROM LINHA-AGENCIA.
      *
       270099-SAI-FECHA-AGENCIA.
           EXIT.
      *
      *----------------------------------------
       300000-PROC-FINAIS              SECTION.
      *----------------------------------------
      *
       300001-VERIFICA-TRAILER.
      *--- Mesma postura do ACHPC062: ACH610D sem trailer, ou com
      *--- totais divergentes do lido, e um delta truncado - avisos
      *--- faltando. Abenda antes do trailer do ACH610NT e do registro
      *--- de controle; os avisos ja registrados no ACHNOTM neste ciclo
      *--- sao regerados quando o job voltar.
           IF IND-TRAILER EQUAL 0
              PERFORM 990003-ERRO-03
           END-IF.
      *
           IF CNT-QT-LIDOS   NOT EQUAL DLT-TRL-QT-REGISTROS
           OR CNT-HASH-AGCTA NOT EQUAL DLT-TRL-HASH-AGCTA
              PERFORM 990003-ERRO-03
           END-IF.
      *
       300002-GRAVA-TRAILER-AVISOS.
           MOVE CNT-QT-AVISOS   TO NTF-TRL-QT-REGISTROS.
           MOVE CNT-HASH-AVISOS TO NTF-TRL-HASH-AGCTA.
           WRITE REGISTRO-ACH610NT FROM REG610NT-TRAILER.
      *
       300003-TOTAIS-RELATORIO.
           MOVE SPACES TO REGISTRO-ACH610NR.
           WRITE REGISTRO-ACH610NR.
      *
           MOVE 'TOTAL'               TO LAG-AGENCIA.
           MOVE CNT-QT-REDUCOES       TO LAG-REDUCOES.
           MOVE CNT-QT-CANCELAMENTOS  TO LAG-CANCELAMENTOS.
           MOVE CNT-QT-AVISOS         TO LAG-AVISOS.
           MOVE CNT-QT-JA-NOTIFICADOS TO LAG-JA-NOTIFICADOS.
           MOVE CNT-QT-SEM-CADASTRO   TO LAG-SEM-CADASTRO.
           WRITE REGISTRO-ACH610NR FROM LINHA-AGENCIA.
      *
       300004-GRAVA-CONTROLE.
      *--- Registro padrao de controle de ciclo (ver ACHKCTL): entrada
      *--- = detalhes do ACH610D (o ACHPC074 confronta com o gravado
      *--- pelo ACHPC062), saida = avisos, rejeitados = contas sem
      *--- cadastro no ACH610IDX.
           MOVE 'ACHPC083'          TO CTL-PROGRAMA.
           MOVE GDA-DATA-CICLO      TO CTL-DATA-CICLO.
           MOVE CNT-QT-LIDOS        TO CTL-QT-ENTRADA.
           MOVE CNT-QT-AVISOS       TO CTL-QT-SAIDA.
           MOVE CNT-QT-SEM-CADASTRO TO CTL-QT-REJEITADOS.
           COMPUTE CTL-SEQ-EXECUCAO = ACHKT97-QT-EXECUCOES + 1.
           MOVE ACHKT97-AUTORIZADO-POR TO CTL-AUTORIZADO-POR.
           IF ACHKT97-ACAO-REEXECUTA
              MOVE 'S' TO CTL-IN-REEXECUCAO
           ELSE
              MOVE 'N' TO CTL-IN-REEXECUCAO
           END-IF.
           MOVE ZEROS               TO CTL-DATA-REFERENCIA.
           WRITE REGISTRO-ACHCTL FROM REG-ACHCTL.
      *
       300005-FECHA-ARQUIVOS.
           CLOSE ACH610D ACH610IDX ACH601E ACHNOTM
                 ACH610NT ACH610NR ACHCTLF.
      *
       300099-SAI.
           DISPLAY 'ACHPC083 - DETALHES DO ACH610D ...: ' CNT-QT-LIDOS.
           DISPLAY 'ACHPC083 - AVISOS DE REDUCAO .....: '
                                                   CNT-QT-REDUCOES.
           DISPLAY 'ACHPC083 - AVISOS DE CANCELAMENTO : '
                                                CNT-QT-CANCELAMENTOS.
           DISPLAY 'ACHPC083 - JA AVISADOS ANTES .....: '
                                               CNT-QT-JA-NOTIFICADOS.
           DISPLAY 'ACHPC083 - SEM CADASTRO NO IDX ...: '
                                                 CNT-QT-SEM-CADASTRO.
           DISPLAY 'ACHPC083 - AVISOS SUPERADOS ......: '
                                                   CNT-QT-SUPERADOS.
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
           DISPLAY '888 ' CTE-PROG ' 002 - ACH610D VAZIO OU SEM HEADER'.
           PERFORM 999000-ABENDA.
      *
       990003-ERRO-03.
           DISPLAY '888 ' CTE-PROG ' 003 - ACH610D SEM TRAILER OU COM'
                    ' TOTAIS DIVERGENTES - LIDOS: ' CNT-QT-LIDOS
                    ' TRAILER: ' DLT-TRL-QT-REGISTROS.
           PERFORM 999000-ABENDA.
      *
       990004-ERRO-04.
           ADD 1 TO CNT-QT-SEM-CADASTRO.
           ADD 1 TO CNT-AG-SEM-CADASTRO.
           DISPLAY '888 ' CTE-PROG ' 004 - CONTA SEM CADASTRO NO'
                    ' ACH610IDX, AVISO NAO GERADO - AGENCIA: '
                    DLT-AGENCIA
                    ' CONTA: ' DLT-CONTA.
      *
       990005-ERRO-05.
           DISPLAY '888 ' CTE-PROG ' 005 - ERRO DE GRAVACAO NO ACHNOTM'
                    ' - AGENCIA: ' NOT-AGENCIA ' CONTA: ' NOT-CONTA.
           PERFORM 999000-ABENDA.
      *
       990006-ERRO-06.
           DISPLAY '888 ' CTE-PROG ' 006 - PROGRAMA JA CONCLUIDO NO'
                    ' CICLO ' ACHKT97-DATA-CICLO ' - REEXECUCAO SO COM'
                    ' A MATRICULA DE QUEM AUTORIZOU NO PARM'.
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

      *====================== FIM ACHPC083 =============================*
