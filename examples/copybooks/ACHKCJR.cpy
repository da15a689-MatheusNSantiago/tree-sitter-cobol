      *================================================================*
      * COPY    : ACHKCJR
      *
      * AUTOR   : F7023235 Matheus Santiago.
      *
      * OBJETIVO.: Layout do registro do jornal ACHCALJR, gravado pelo
      * ACHPC080 com uma linha por transacao aplicada no master de
      * calendario ACHCALM: data do ciclo, acao, transacao de origem
      * e a imagem anterior e posterior do REG-ACHCALM - mesmo
      * esquema do DEBJR015 e do ACHRETJR (ver DEBKJ015/ACHKRJR).
      *
      *================================================================*
      *
      * VRS001 15/10/2026 F7023235 Implantacao - jornal de auditoria
      *                            da manutencao do ACHCALM.
      *
      *================================================================*
      *
       01  REG-ACHCALJR.
           05  CJR-DATA-PROC                PIC 9(08).
           05  CJR-ACAO                     PIC X(01).
               88  CJR-ACAO-INCLUI              VALUE 'I'.
               88  CJR-ACAO-ALTERA              VALUE 'A'.
               88  CJR-ACAO-EXCLUI              VALUE 'E'.
           05  CJR-CHAVE                    PIC 9(08).
           05  CJR-TRANSACAO                PIC X(64).
           05  CJR-IMAGEM-ANTES             PIC X(64).
           05  CJR-IMAGEM-DEPOIS            PIC X(64).
           05  FILLER                       PIC X(11).
      *====================== FIM ACHKCJR =============================*
