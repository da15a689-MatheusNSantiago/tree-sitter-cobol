      *================================================================*
      * COPY    : ACHKRTX
      *
      * AUTOR   : F7023235 Matheus Santiago.
      *
      * OBJETIVO.: Layout da transacao de manutencao do master de
      * retencao ACHRETM (ver ACHKRET), lida pelo ACHPC076 do
      * ACHRETTX. Tambem e o layout das propostas de retencao
      * automatica gravadas pelo ACHPC068 no ACHRETPR - a operacao
      * revisa a proposta e a submete no ACHRETTX como qualquer
      * outra transacao.
      *
      *================================================================*
      *
      * VRS001 15/10/2026 F7023235 Implantacao - transacao de
      *                            retencao/liberacao de conta.
      *
      *================================================================*
      *
       01  REG-ACHRETTX.
           05  RTX-ACAO                     PIC X(01).
               88  RTX-ACAO-RETEM               VALUE 'I'.
               88  RTX-ACAO-LIBERA              VALUE 'L'.
           05  RTX-CHAVE.
               10  RTX-AGENCIA              PIC 9(05).
               10  RTX-CONTA                PIC 9(08).
      *--- Motivo e descricao so valem na retencao ('I').
           05  RTX-MOTIVO                   PIC X(12).
           05  RTX-DESCRICAO                PIC X(30).
      *--- Matricula de quem retem ('I') ou libera ('L') - obrigatoria.
           05  RTX-MATRICULA                PIC X(10).
      *--- Datas AMD: na retencao, RTX-DT-INICIO zeros = ciclo
      *--- corrente e RTX-DT-LIBERACAO opcional (liberacao ja
      *--- agendada); na liberacao, RTX-DT-LIBERACAO zeros = ciclo
      *--- corrente.
           05  RTX-DT-INICIO                PIC 9(08).
           05  RTX-DT-LIBERACAO             PIC 9(08).
      *--- 'A' nas propostas do ACHPC068; brancos/'M' na digitacao.
           05  RTX-IN-ORIGEM                PIC X(01).
               88  RTX-ORIGEM-AUTOMATICA        VALUE 'A'.
           05  FILLER                       PIC X(17).
      *====================== FIM ACHKRTX =============================*
