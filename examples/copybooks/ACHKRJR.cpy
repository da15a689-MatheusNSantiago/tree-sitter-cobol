      *================================================================*
      * COPY    : ACHKRJR
      *
      * AUTOR   : F7023235 Matheus Santiago.
      *
      * OBJETIVO.: Layout do registro do jornal ACHRETJR, gravado pelo
      * ACHPC076 com uma linha por transacao de retencao/liberacao
      * aplicada no master ACHRETM: data do ciclo, acao, transacao de
      * origem e a imagem anterior e posterior do REG-ACHRETM - mesmo
      * esquema do DEBJR015 (ver DEBKJ015).
      *
      *================================================================*
      *
      * VRS001 15/10/2026 F7023235 Implantacao - jornal de auditoria
      *                            da manutencao do ACHRETM.
      *
      *================================================================*
      *
       01  REG-ACHRETJR.
           05  RJR-DATA-PROC                PIC 9(08).
           05  RJR-ACAO                     PIC X(01).
               88  RJR-ACAO-RETEM               VALUE 'I'.
               88  RJR-ACAO-LIBERA              VALUE 'L'.
           05  RJR-CHAVE                    PIC X(13).
           05  RJR-TRANSACAO                PIC X(100).
           05  RJR-IMAGEM-ANTES             PIC X(100).
           05  RJR-IMAGEM-DEPOIS            PIC X(100).
           05  FILLER                       PIC X(08).
      *====================== FIM ACHKRJR =============================*
