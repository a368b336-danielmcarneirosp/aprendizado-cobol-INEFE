      *-----------------------------------------------------------------
      * VCCRG117 - LAYOUT DO REGISTRO DO VSAM KSDS VENCC117, A CONTA
      * CORRENTE DE COBRANCA ABERTA POR VENCIMENTO (CHAVE = CONTRATO
      * + DATA DE VENCIMENTO). COMPANHEIRO DO MASTER CTACC117, QUE
      * GUARDA O TOTAL DO CONTRATO : AQUI FICA O QUANTO JA FOI
      * FATURADO PARA CADA VENCIMENTO (CADA PARCELA DE UM PLANO E UM
      * VENCIMENTO PROPRIO), O QUANTO DOS PAGAMENTOS FOI APLICADO A
      * ELE E A SITUACAO DO VENCIMENTO ('A' ABERTO / 'L' LIQUIDADO).
      *  FATURADO      - PRINCIPAL + MULTA + JUROS + COMPLEMENTO DO
      *                  MINIMO DA ULTIMA FATURACAO DO VENCIMENTO
      *  PAGO          - CREDITOS APLICADOS AO VENCIMENTO (NUNCA
      *                  MAIOR QUE O FATURADO - O EXCESSO VOLTA PARA O
      *                  CREDITO LIVRE DO CONTRATO EM CTACC117)
      *  MULTA / JUROS / MINIMO - COMPOSICAO DO ENCARGO FATURADO
      *  DATA-ULT-FAT  - DATA DE MOVIMENTO DA ULTIMA FATURACAO
      *  ANT-MULTA / ANT-JUROS / ANT-MINIMO - COMPOSICAO COMO ESTAVA
      *                  ANTES DA PRIMEIRA FATURACAO DE DATA-ULT-FAT :
      *                  O ACRESCIMO (OU ESTORNO) DE ENCARGO DO DIA,
      *                  POR COMPONENTE, E A DIFERENCA PARA OS ATUAIS
      * ATUALIZADO SO PELO CTACT117.
      * REGISTRO FIXO DE 150 BYTES.
      *-----------------------------------------------------------------
       01  REG-VENCC117.
           05  VCC-CHAVE.
               10  VCC-CONTRATO        PIC X(10).
               10  VCC-DATA-VENCTO     PIC 9(08).
           05  VCC-FILIAL              PIC X(02).
           05  VCC-PARCELA             PIC 9(03).
           05  VCC-SITUACAO            PIC X(01).
               88  VCC-ABERTO                  VALUE 'A'.
               88  VCC-LIQUIDADO               VALUE 'L'.
           05  VCC-DATA-LIQ            PIC 9(08).
           05  VCC-FATURADO            PIC 9(11)V99.
           05  VCC-PAGO                PIC 9(11)V99.
           05  VCC-PRINCIPAL           PIC 9(11)V99.
           05  VCC-MULTA               PIC 9(09)V99.
           05  VCC-JUROS               PIC 9(09)V99.
           05  VCC-MINIMO              PIC 9(09)V99.
           05  VCC-DATA-ULT-FAT        PIC 9(08).
           05  VCC-ANT-MULTA           PIC 9(09)V99.
           05  VCC-ANT-JUROS           PIC 9(09)V99.
           05  VCC-ANT-MINIMO          PIC 9(09)V99.
           05  FILLER                  PIC X(05).
