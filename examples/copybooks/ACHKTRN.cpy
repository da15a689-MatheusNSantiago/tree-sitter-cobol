      *================================================================*
      * COPY    : ACHKTRN
      *
      * AUTOR   : F7023235 Matheus Santiago.
      *
      * OBJETIVO.: Layout do registro do master de transmissao ACHTRNM
      * (KSDS chaveado por tipo de arquivo + data do ciclo + destino):
      * um registro por arquivo liberado p/ a rede - ACH610S, ACH610T1/
      * ACH610T2 (divisao do ACHPC072), ACH610D (delta do ACHPC062) e
      * ACH610SU (suplemento do ACHPC063) - com os totais do trailer
      * TRL que saiu do banco. Gravado pelo ACHPC078 no momento da
      * liberacao (a chave repetida e a recusa de reenvio) e
      * atualizado pelo ACHPC079 com o retorno de aceite/rejeicao do
      * arquivo enviado pela rede.
      *
      *================================================================*
      *
      * VRS001 15/10/2026 F7023235 Implantacao - registro de
      *                            transmissao dos arquivos da esteira
      *                            ACH610.
      *
      *================================================================*
      *
       01  REG-ACHTRNM.
           05  CHAVE-ACHTRNM.
               10  TRN-TIPO-ARQUIVO         PIC X(08).
               10  TRN-DATA-CICLO           PIC 9(08).
               10  TRN-DESTINO              PIC X(03).
      *--- Totais do trailer TRL do arquivo liberado (detalhes, sem
      *--- header e trailer, e hash de agencia+conta).
           05  TRN-QT-REGISTROS             PIC 9(09).
           05  TRN-HASH-AGCTA               PIC 9(15).
           05  TRN-SITUACAO                 PIC X(01).
               88  TRN-SIT-ENVIADO              VALUE 'E'.
               88  TRN-SIT-ACEITO               VALUE 'A'.
               88  TRN-SIT-REJEITADO            VALUE 'R'.
               88  TRN-SIT-DIVERGENTE           VALUE 'D'.
      *--- Retorno da rede (zeros/brancos enquanto TRN-SIT-ENVIADO):
      *--- data AMD do retorno, totais que a rede diz ter recebido e o
      *--- codigo de motivo informado na rejeicao.
           05  TRN-DT-RETORNO               PIC 9(08).
           05  TRN-QT-RETORNO               PIC 9(09).
           05  TRN-HASH-RETORNO             PIC 9(15).
           05  TRN-MOTIVO-RETORNO           PIC X(04).
           05  TRN-DT-CONFERENCIA           PIC 9(08).
           05  FILLER                       PIC X(12).
      *====================== FIM ACHKTRN =============================*
