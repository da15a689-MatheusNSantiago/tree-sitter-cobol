      *================================================================*
      * COPY    : ACHKCAL
      *
      * AUTOR   : F7023235 Matheus Santiago.
      *
      * OBJETIVO.: Layout do registro do master de calendario ACHCALM
      * (KSDS chaveado pela data AMD): um registro por feriado
      * nacional ou bancario em que NAO ha ciclo da esteira ACH610.
      * Sabado e domingo nao precisam de registro - o ACHPC081 os
      * reconhece pelo dia da semana. Mantido pelo ACHPC080 (com
      * jornal de auditoria ACHCALJR) e consultado pelo ACHPC081 p/
      * gerar ou validar as datas do lider ACH601E.
      *
      *================================================================*
      *
      * VRS001 15/10/2026 F7023235 Implantacao - calendario de dias
      *                            uteis da esteira ACH610.
      *
      *================================================================*
      *
       01  REG-ACHCALM.
           05  CHAVE-ACHCALM.
               10  CAL-DATA                 PIC 9(08).
           05  CAL-TIPO                     PIC X(01).
               88  CAL-TIPO-NACIONAL            VALUE 'N'.
               88  CAL-TIPO-BANCARIO            VALUE 'B'.
               88  CAL-TIPO-VALIDO              VALUE 'N' 'B'.
           05  CAL-DESCRICAO                PIC X(30).
           05  CAL-INCLUIDO-POR             PIC X(10).
           05  CAL-DT-INCLUSAO              PIC 9(08).
           05  FILLER                       PIC X(07).
      *====================== FIM ACHKCAL =============================*
