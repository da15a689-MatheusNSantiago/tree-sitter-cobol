      *================================================================*
      * COPY    : ACHKNOT
      *
      * AUTOR   : F7023235 Matheus Santiago.
      *
      * OBJETIVO.: Layout do registro do master de avisos ACHNOTM
      * (KSDS chaveado por agencia+conta): a ultima reducao de limite
      * ou cancelamento de cheque especial avisada ao cliente pelo
      * ACHPC083, com os valores antes/depois. A mesma mudanca que
      * volte no ACH610D de um ciclo posterior nao e avisada de novo;
      * qualquer outra mudanca de limite/situacao da conta (ou o
      * encerramento) marca o aviso como SUPERADO, e uma nova reducao
      * volta a ser avisada.
      *
      *================================================================*
      *
      * VRS001 15/10/2026 F7023235 Implantacao - master de avisos de
      *                            reducao/cancelamento de cheque
      *                            especial.
      *
      *================================================================*
      *
       01  REG-ACHNOTM.
           05  CHAVE-ACHNOTM.
               10  NOT-AGENCIA              PIC 9(05).
               10  NOT-CONTA                PIC 9(08).
           05  NOT-TIPO-AVISO               PIC X(01).
               88  NOT-AVISO-REDUCAO            VALUE 'R'.
               88  NOT-AVISO-CANCELAMENTO       VALUE 'C'.
           05  NOT-LIMITE-ANTERIOR          PIC 9(09)V99 COMP-3.
           05  NOT-LIMITE-ATUAL             PIC 9(09)V99 COMP-3.
           05  NOT-SITUACAO-ANTERIOR        PIC X(01).
           05  NOT-SITUACAO-ATUAL           PIC X(01).
      *--- Data (AMD, lider ACH601E) do ciclo em que o aviso foi gerado.
           05  NOT-DATA-CICLO               PIC 9(08).
           05  NOT-IN-VIGENTE               PIC X(01).
               88  NOT-AVISO-VIGENTE            VALUE 'S'.
               88  NOT-AVISO-SUPERADO           VALUE 'N'.
      *--- Zeros enquanto vigente.
           05  NOT-DATA-SUPERACAO           PIC 9(08).
           05  FILLER                       PIC X(15).
      *====================== FIM ACHKNOT =============================*
