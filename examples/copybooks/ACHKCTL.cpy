      *
      * VRS001 02/09/2026 F7023235 Implantacao - registro padrao de
      *                            controle de ciclo da esteira ACH610.
      * VRS002 15/10/2026 F7023235 Sequencia da execucao no ciclo e
      *                            marca de reexecucao autorizada, com
      *                            a matricula de quem autorizou (ver
      *                            ACHPCT97/ACHKT97). ACHPC069 e
      *                            DEBPC015 passam a gravar tambem
      *                            (fora do balanceamento).
      * VRS003 15/10/2026 F7023235 CTL-DATA-REFERENCIA: data do
      *                            movimento reenviado pelo ACHPC082
      *                            (reenvio a partir do ACH610HS).
      *
      *================================================================*
      *
           05  CTL-QT-ENTRADA               PIC 9(09).
           05  CTL-QT-SAIDA                 PIC 9(09).
           05  CTL-QT-REJEITADOS            PIC 9(09).
      *--- 1 na primeira conclusao do programa no ciclo; cada
      *--- reexecucao autorizada grava o numero seguinte, e o ACHPC074
      *--- so balanceia a execucao mais recente de cada programa.
           05  CTL-SEQ-EXECUCAO             PIC 9(03).
           05  CTL-IN-REEXECUCAO            PIC X(01).
               88  CTL-REEXECUCAO               VALUE 'S'.
           05  CTL-AUTORIZADO-POR           PIC X(10).
      *--- So no registro do ACHPC082: data (AMD) do movimento
      *--- reenviado; CTL-AUTORIZADO-POR leva quem pediu o reenvio.
           05  CTL-DATA-REFERENCIA          PIC 9(08) COMP-3.
           05  FILLER                       PIC X(02).
      *====================== FIM ACHKCTL =============================*
