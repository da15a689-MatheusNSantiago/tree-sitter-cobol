      * DEBPC015 com uma linha por transacao aplicada no master
      * DEBTB014: acao, imagem anterior e posterior do REG-DEBTB014,
      * data de processamento e a transacao de origem. Lido pelo
      * DEBPC016 p/ o relatorio de historico de alteracoes. A partir
      * da VRS002 o DEBPC018 grava no mesmo jornal, antes do DEBPC015,
      * uma linha de DECISAO (JRN-TIPO-LINHA 'D') por transacao
      * aprovada ou rejeitada na dupla custodia.
      *
      *================================================================*
      *
      * VRS001 22/08/2026 F7023235 Implantacao - jornal de auditoria
      *                            da manutencao do DEBTB014.
      * VRS002 15/10/2026 F7023235 Linha de decisao da aprovacao em
      *                            dupla custodia (DEBPC018): quem
      *                            digitou, quem aprovou/rejeitou e o
      *                            motivo, no lugar da imagem anterior.
      *
      *================================================================*
      *
           05  JRN-CHAVE-DADOS              PIC X(13).
           05  JRN-TRANSACAO                PIC X(71).
           05  JRN-IMAGEM-ANTES             PIC X(71).
      *--- Linha de decisao: identificacao da pendencia, decisao e as
      *--- duas matriculas; a imagem posterior vai em branco.
           05  JRN-DECISAO REDEFINES JRN-IMAGEM-ANTES.
               10  JRN-DEC-ID-DATA          PIC 9(08).
               10  JRN-DEC-ID-SEQ           PIC 9(05).
               10  JRN-DEC-DECISAO          PIC X(01).
                   88  JRN-DEC-APROVADA         VALUE 'A'.
                   88  JRN-DEC-REJEITADA        VALUE 'R'.
               10  JRN-DEC-DIGITADOR        PIC X(10).
               10  JRN-DEC-APROVADOR        PIC X(10).
               10  JRN-DEC-MOTIVO           PIC X(30).
               10  FILLER                   PIC X(07).
           05  JRN-IMAGEM-DEPOIS            PIC X(71).
      *--- 'D' = decisao da dupla custodia (DEBPC018); qualquer outro
      *--- conteudo e transacao aplicada no master (DEBPC015).
           05  JRN-TIPO-LINHA               PIC X(01).
               88  JRN-LINHA-DECISAO            VALUE 'D'.
           05  FILLER                       PIC X(03).
      *====================== FIM DEBKJ015 =============================*
