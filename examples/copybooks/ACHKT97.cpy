      *================================================================*
      * COPY    : ACHKT97
      *
      * AUTOR   : F7023235 Matheus Santiago.
      *
      * OBJETIVO.: Parametro de chamada do ACHPCT97, a trava de
      * reexecucao dos programas que gravam o registro de controle de
      * ciclo no ACHCTLF (ver ACHKCTL): o chamador informa o proprio
      * nome e, se houver, a matricula de quem autorizou a reexecucao
      * (PARM da EXEC); o ACHPCT97 devolve a data do ciclo do lider
      * ACH601E, quantas vezes o programa ja concluiu nesse ciclo e a
      * acao - primeira execucao, reexecucao autorizada ou abendar
      * antes de tocar em qualquer arquivo.
      *
      *================================================================*
      *
      * VRS001 15/10/2026 F7023235 Implantacao - trava de reexecucao
      *                            da esteira ACH610 por data de ciclo.
      *
      *================================================================*
      *
       01  ACHKT97-PARM.
           05  ACHKT97-PROGRAMA            PIC X(08).
      *--- Brancos = nenhuma reexecucao autorizada no PARM.
           05  ACHKT97-AUTORIZADO-POR      PIC X(10).
           05  ACHKT97-DATA-CICLO          PIC 9(08).
           05  ACHKT97-QT-EXECUCOES        PIC 9(03).
           05  ACHKT97-ACAO                PIC X(01).
               88  ACHKT97-ACAO-PRIMEIRA   VALUE 'P'.
               88  ACHKT97-ACAO-REEXECUTA  VALUE 'R'.
               88  ACHKT97-ACAO-ABENDA     VALUE 'A'.
      *====================== FIM ACHKT97 =============================*
