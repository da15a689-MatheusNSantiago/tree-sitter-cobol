      * modalidade ou agencia+conta (cheque-ouro), com a imagem
      * anterior e a posterior de cada transacao aplicada - responde
      * "quando esse limite mudou e quanto era antes" sem restaurar
      * backup do master. As decisoes da dupla custodia gravadas pelo
      * DEBPC018 saem na mesma sequencia, com quem digitou e quem
      * aprovou ou rejeitou.
      *
      *================================================================*
      *
      * VRS001 22/08/2026 F7023235 Implantacao - relatorio de
      *                            historico do jornal DEBJR015.
      * VRS002 15/10/2026 F7023235 Linhas de decisao da dupla custodia
      *                            (DEBPC018) impressas com digitador,
      *                            aprovador e motivo.
      *
      *================================================================*

           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HST-DESC-DEPOIS         PIC X(20).
           05  FILLER                  PIC X(12) VALUE SPACES.
      *
       01  LINHA-DECISAO.
           05  DCS-DATA                PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DCS-ACAO                PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DCS-CHAVE               PIC X(13).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DCS-DECISAO             PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DCS-ID-DATA             PIC 9(08).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  DCS-ID-SEQ              PIC 9(05).
           05  FILLER                  PIC X(06) VALUE ' DIG: '.
           05  DCS-DIGITADOR           PIC X(10).
           05  FILLER                  PIC X(06) VALUE ' APR: '.
           05  DCS-APROVADOR           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DCS-MOTIVO              PIC X(30).
           05  FILLER                  PIC X(17) VALUE SPACES.
      *
      *----------------------------------------------------------------
       LINKAGE SECTION.
      *COMP-3 em branco nao e decimal valido - entao essas colunas
      *saem zeradas/em branco conforme a acao.
      *----------------------------------------
      *
      *--- Linha de decisao do DEBPC018 nao tem imagens a abrir.
           IF JRN-LINHA-DECISAO
              PERFORM 235000-IMPRIME-DECISAO
              GO TO 230099-SAI-IMPRIME-HISTORICO
           END-IF.
      *
           MOVE JRN-DATA-PROC  TO HST-DATA.
           MOVE JRN-ACAO       TO HST-ACAO.
       230099-SAI-IMPRIME-HISTORICO.
           EXIT.
      *
      *----------------------------------------
       235000-IMPRIME-DECISAO          SECTION.
      *----------------------------------------
      *
           MOVE JRN-DATA-PROC     TO DCS-DATA.
           MOVE JRN-ACAO          TO DCS-ACAO.
           MOVE JRN-CHAVE-DADOS   TO DCS-CHAVE.
      *
           IF JRN-DEC-APROVADA
              MOVE 'APROVADA'     TO DCS-DECISAO
           ELSE
              MOVE 'REJEITADA'    TO DCS-DECISAO
           END-IF.
      *
           MOVE JRN-DEC-ID-DATA   TO DCS-ID-DATA.
           MOVE JRN-DEC-ID-SEQ    TO DCS-ID-SEQ.
           MOVE JRN-DEC-DIGITADOR TO DCS-DIGITADOR.
           MOVE JRN-DEC-APROVADOR TO DCS-APROVADOR.
           MOVE JRN-DEC-MOTIVO    TO DCS-MOTIVO.
      *
           WRITE REGISTRO-DEBJRREL FROM LINHA-DECISAO.
           ADD 1 TO CNT-QT-IMPRESSOS.
      *
       235099-SAI-IMPRIME-DECISAO.
           EXIT.
      *
      *----------------------------------------
       300000-PROC-FINAIS              SECTION.
      *----------------------------------------
