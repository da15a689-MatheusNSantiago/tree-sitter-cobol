      *================================================================*
      * COPY    : ACHKCTX
      *
      * AUTOR   : F7023235 Matheus Santiago.
      *
      * OBJETIVO.: Layout da transacao de manutencao do master de
      * calendario ACHCALM (ver ACHKCAL), lida pelo ACHPC080 do
      * ACHCALTX: inclusao, alteracao (tipo/descricao) ou exclusao de
      * um feriado.
      *
      *================================================================*
      *
      * VRS001 15/10/2026 F7023235 Implantacao - transacao de
      *                            manutencao do calendario.
      *
      *================================================================*
      *
       01  REG-ACHCALTX.
           05  CTX-ACAO                     PIC X(01).
               88  CTX-ACAO-INCLUI              VALUE 'I'.
               88  CTX-ACAO-ALTERA              VALUE 'A'.
               88  CTX-ACAO-EXCLUI              VALUE 'E'.
      *--- Data AMD do feriado (chave do ACHCALM).
           05  CTX-DATA                     PIC 9(08).
           05  CTX-DATA-R REDEFINES CTX-DATA.
               10  CTX-DATA-ANO             PIC 9(04).
               10  CTX-DATA-MES             PIC 9(02).
               10  CTX-DATA-DIA             PIC 9(02).
      *--- Tipo e descricao so valem na inclusao e na alteracao.
           05  CTX-TIPO                     PIC X(01).
               88  CTX-TIPO-VALIDO              VALUE 'N' 'B'.
           05  CTX-DESCRICAO                PIC X(30).
      *--- Matricula de quem inclui/altera/exclui - obrigatoria.
           05  CTX-MATRICULA                PIC X(10).
           05  FILLER                       PIC X(14).
      *====================== FIM ACHKCTX =============================*
