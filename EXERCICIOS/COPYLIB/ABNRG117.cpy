      *-----------------------------------------------------------------
      * ABNRG117 - LAYOUT DO REGISTRO DO ARQUIVO DE ABONOS DE ENCARGO
      * (ABONO117). UM PEDIDO DE ABONO POR CONTRATO + VENCIMENTO,
      * MANTIDO PELO MANAB117 EM ORDEM DE CONTRATO/VENCIMENTO E LIDO
      * PELO COBRA117, QUE SO APLICA O ABONO APROVADO E DENTRO DA
      * VALIDADE NA DATA DE PROCESSAMENTO :
      *  TIPO  'M' = ABONA A MULTA, 'J' = OS JUROS, 'A' = AMBOS
      *  FORMA 'P' = PERCENTUAL SOBRE O ENCARGO ABONADO
      *        'V' = VALOR FIXO (MULTA PRIMEIRO, DEPOIS JUROS)
      *  SITUACAO 'P' PENDENTE, 'A' APROVADO, 'R' REPROVADO
      * O APROVADOR TEM DE SER OUTRO OPERADOR QUE NAO O SOLICITANTE.
      * REGISTRO FIXO DE 100 BYTES.
      *-----------------------------------------------------------------
       01  REG-ABONO117.
           05  ABN-CHAVE.
               10  ABN-CONTRATO        PIC X(10).
               10  FILLER              PIC X(01).
               10  ABN-DATA-VENCTO     PIC 9(08).
           05  FILLER                  PIC X(01).
           05  ABN-TIPO                PIC X(01).
               88  ABN-TIPO-MULTA              VALUE 'M'.
               88  ABN-TIPO-JUROS              VALUE 'J'.
               88  ABN-TIPO-AMBOS              VALUE 'A'.
           05  FILLER                  PIC X(01).
           05  ABN-FORMA               PIC X(01).
               88  ABN-FORMA-PERCENTUAL        VALUE 'P'.
               88  ABN-FORMA-VALOR             VALUE 'V'.
           05  FILLER                  PIC X(01).
           05  ABN-PERCENTUAL          PIC 9(03)V99.
           05  FILLER                  PIC X(01).
           05  ABN-VALOR               PIC 9(07)V99.
           05  FILLER                  PIC X(01).
           05  ABN-VALIDO-ATE          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  ABN-SOLICITANTE         PIC X(08).
           05  FILLER                  PIC X(01).
           05  ABN-APROVADOR           PIC X(08).
           05  FILLER                  PIC X(01).
           05  ABN-SITUACAO            PIC X(01).
               88  ABN-PENDENTE                VALUE 'P'.
               88  ABN-APROVADO                VALUE 'A'.
               88  ABN-REPROVADO               VALUE 'R'.
           05  FILLER                  PIC X(01).
           05  ABN-DATA-PEDIDO         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  ABN-DATA-SIT            PIC 9(08).
           05  FILLER                  PIC X(14).
