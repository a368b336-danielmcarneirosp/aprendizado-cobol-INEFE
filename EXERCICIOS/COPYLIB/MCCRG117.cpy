      *-----------------------------------------------------------------
      * MCCRG117 - LAYOUT DO REGISTRO DE LANCAMENTO DA CONTA CORRENTE
      * DE COBRANCA (ARQUIVO MOVCC117, ACUMULADO ENTRE AS EXECUCOES).
      * UMA LINHA POR MOVIMENTO APLICADO PELO CTACT117 NO MASTER
      * CTACC117, COM O SALDO DO CONTRATO LOGO APOS O MOVIMENTO :
      *  'D' = DEBITO DE FATURAMENTO (COBRA117)
      *  'E' = ESTORNO DE FATURAMENTO - O MESMO VENCIMENTO REFATURADO
      *        POR VALOR MENOR (COBRA117)
      *  'C' = CREDITO DE PAGAMENTO (RETPG117)
      * REGISTRO FIXO DE 80 BYTES.
      *-----------------------------------------------------------------
       01  REG-MOVCC117.
           05  MCC-CONTRATO            PIC X(10).
           05  FILLER                  PIC X(01).
           05  MCC-FILIAL              PIC X(02).
           05  FILLER                  PIC X(01).
           05  MCC-DATA-MOV            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MCC-TIPO                PIC X(01).
               88  MCC-DEBITO                  VALUE 'D'.
               88  MCC-ESTORNO                 VALUE 'E'.
               88  MCC-CREDITO                 VALUE 'C'.
           05  FILLER                  PIC X(01).
           05  MCC-ORIGEM              PIC X(08).
           05  FILLER                  PIC X(01).
           05  MCC-DATA-VENCTO         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MCC-VALOR               PIC 9(11)V99.
           05  FILLER                  PIC X(01).
           05  MCC-SALDO               PIC 9(11)V99.
           05  MCC-SALDO-SINAL         PIC X(01).
           05  FILLER                  PIC X(09).
