      *================================================================*
      *
      * VRS001 08/11/2023 F7023235 Implantacao - Tarefa 1168765.
      * VRS002 15/10/2026 F7023235 Datas AMD com 9 digitos (S9(09)
      *                            COMP-3): S9(07) perdia o seculo
      *                            das datas de 8 digitos. Registro
      *                            continua com 50 bytes.
      *
      *================================================================*
      *
       01  601-REG-GERAL.
           05  601-TIPO-REGISTRO            PIC X(02).
           05  601-DT-AMD-ANT                PIC S9(09) COMP-3.
           05  601-DT-AMD-ATU                PIC S9(09) COMP-3.
           05  601-DT-AMD-FUT                PIC S9(09) COMP-3.
           05  FILLER                        PIC X(33).
      *====================== FIM ACHK601 =============================*
