      *================================================================*
      * COPY    : ACHKWKL
      *
      * AUTOR   : F7023235 Matheus Santiago.
      *
      * OBJETIVO.: Layout do registro padrao da lista de pendencias por
      * agencia ACH610WL, gravada pelo ACHPC075 a partir das quatro
      * fontes de problema de conta da esteira ACH610: rejeitos do
      * DEB610REJ (ACHPC060), escalonamentos do ACHREJM (ACHPC069),
      * divergencias de cheque-ouro do ACH610DV (ACHPC060) e
      * devolucoes da rede do ACH610DA (ACHPC068). Um registro por
      * pendencia, agrupados por agencia+conta - a conta atingida por
      * mais de uma fonte aparece uma vez so, com todas as pendencias
      * em sequencia.
      *
      *================================================================*
      *
      * VRS001 15/10/2026 F7023235 Implantacao - registro padrao da
      *                            lista de pendencias por agencia.
      *
      *================================================================*
      *
       01  REG-ACHWKL.
           05  CHAVE-ACHWKL.
               10  WKL-AGENCIA              PIC 9(05).
               10  WKL-CONTA                PIC 9(08).
           05  WKL-FONTE                    PIC X(03).
               88  WKL-FONTE-REJEITO            VALUE 'REJ'.
               88  WKL-FONTE-ESCALONADO         VALUE 'ESC'.
               88  WKL-FONTE-DIVERGENCIA        VALUE 'DIV'.
               88  WKL-FONTE-DEVOLUCAO          VALUE 'DEV'.
      *--- Motivo na convencao da fonte: literal de rejeicao do
      *--- ACHPC060, motivo de divergencia do ACH610DV ou codigo de
      *--- devolucao da rede (4 posicoes, alinhado a esquerda).
           05  WKL-MOTIVO                   PIC X(12).
      *--- Dias em aberto: dias consecutivos do ACHREJM p/ os motivos
      *--- que o ACHPC069 envelhece; 1 (ocorrencia do ciclo) p/ os
      *--- demais.
           05  WKL-QT-DIAS-ABERTO           PIC 9(05).
      *--- Limite de cheque especial da conta e, nas divergencias, o
      *--- teto de cheque-ouro cadastrado (zeros nas demais fontes).
           05  WKL-VL-LIMITE                PIC 9(09)V99 COMP-3.
           05  WKL-VL-LIMITE-CADASTRO       PIC 9(09)V99 COMP-3.
           05  WKL-DT-CICLO                 PIC 9(08).
           05  FILLER                       PIC X(27).
      *====================== FIM ACHKWKL =============================*
