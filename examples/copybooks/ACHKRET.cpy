      *================================================================*
      * COPY    : ACHKRET
      *
      * AUTOR   : F7023235 Matheus Santiago.
      *
      * OBJETIVO.: Layout do registro do master de retencao ACHRETM
      * (KSDS chaveado por agencia+conta): contas que NAO podem ir p/
      * a rede ACH - bloqueio judicial, investigacao de fraude,
      * devolucao recorrente da rede - sem mexer no extrato DEB610E.
      * Mantido pelo ACHPC076 (com jornal de auditoria ACHRETJR),
      * consultado pelo ACHPC060 antes de enviar cada conta e pelo
      * ACHPC068 antes de propor retencao automatica.
      *
      * Retencao ATIVA no ciclo D (data AMD do lider ACH601E):
      *     RET-DT-INICIO <= D  e
      *     (RET-DT-LIBERACAO = zeros  ou  RET-DT-LIBERACAO > D).
      * Retencao liberada permanece no master como historico ate ser
      * substituida por uma nova retencao da mesma conta.
      *
      *================================================================*
      *
      * VRS001 15/10/2026 F7023235 Implantacao - master de retencao
      *                            de contas da esteira ACH610.
      *
      *================================================================*
      *
       01  REG-ACHRETM.
           05  CHAVE-ACHRETM.
               10  RET-AGENCIA              PIC 9(05).
               10  RET-CONTA                PIC 9(08).
           05  RET-MOTIVO                   PIC X(12).
               88  RET-MOTIVO-JUDICIAL          VALUE 'JUDICIAL'.
               88  RET-MOTIVO-FRAUDE            VALUE 'FRAUDE'.
               88  RET-MOTIVO-DEVOLUCAO         VALUE 'DEVOLUCAO'.
           05  RET-DESCRICAO                PIC X(30).
           05  RET-INCLUIDO-POR             PIC X(10).
           05  RET-DT-INICIO                PIC 9(08).
      *--- Zeros = retencao sem data de liberacao (por prazo
      *--- indeterminado, ate uma transacao de liberacao).
           05  RET-DT-LIBERACAO             PIC 9(08).
           05  RET-LIBERADO-POR             PIC X(10).
           05  RET-IN-ORIGEM                PIC X(01).
               88  RET-ORIGEM-MANUAL            VALUE 'M'.
               88  RET-ORIGEM-AUTOMATICA        VALUE 'A'.
           05  FILLER                       PIC X(08).
      *====================== FIM ACHKRET =============================*
