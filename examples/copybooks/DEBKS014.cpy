      *                            do TB014-COD-DESTINO (ver DEBK014) e
      *                            usado pelo ACHPC072 p/ dividir o
      *                            ACH610S por destino.
      * VRS003 15/10/2026 F7023235 TABELA-CHEQUE-OURO mantida so p/
      *                            compatibilidade da CALL DEBSB014 -
      *                            o ACHPC060 le o teto por chave no
      *                            DEBTB014 (sem o limite de 500).
      *
      *================================================================*
      *
