      *-----------------------------------------------------------------
      * CTARG117 - LAYOUT DO REGISTRO DO MASTER VSAM KSDS CTACC117, A
      * CONTA CORRENTE DE COBRANCA DE CADA CONTRATO (CHAVE = CONTRATO
      * DE 10 DIGITOS). O DEBITO ACUMULA O QUE O COBRA117 FATUROU, O
      * CREDITO ACUMULA O QUE O RETPG117 RECEBEU; O SALDO E A
      * DIFERENCA, COM O SINAL A PARTE ('D' DEVEDOR / 'C' CREDOR /
      * BRANCO ZERADO). O QUANTO JA FOI FATURADO E PAGO EM CADA
      * VENCIMENTO FICA NO KSDS COMPANHEIRO VENCC117 (COPYBOOK
      * VCCRG117, CHAVE CONTRATO + VENCIMENTO); AQUI CCC-DATA-VENCTO
      * E CCC-FATURADO-VENC SO INFORMAM O ULTIMO VENCIMENTO FATURADO.
      * CCC-CREDITO-LIVRE E A PARTE DOS PAGAMENTOS QUE NAO COUBE EM
      * NENHUM VENCIMENTO ABERTO (PAGAMENTO A MAIOR) E ABATE O PROXIMO
      * FATURAMENTO.
      * ATUALIZADO SO PELO CTACT117; LIDO PELO SALCC117 (EXTRATO DE
      * SALDOS DA TESOURARIA).
      * REGISTRO FIXO DE 100 BYTES.
      *-----------------------------------------------------------------
       01  REG-CTACC117.
           05  CCC-CONTRATO            PIC X(10).
           05  CCC-FILIAL              PIC X(02).
           05  CCC-DATA-VENCTO         PIC 9(08).
           05  CCC-FATURADO-VENC       PIC 9(11)V99.
           05  CCC-TOTAL-DEBITOS       PIC 9(11)V99.
           05  CCC-TOTAL-CREDITOS      PIC 9(11)V99.
           05  CCC-SALDO               PIC 9(11)V99.
           05  CCC-SALDO-SINAL         PIC X(01).
               88  CCC-SALDO-DEVEDOR           VALUE 'D'.
               88  CCC-SALDO-CREDOR            VALUE 'C'.
               88  CCC-SALDO-ZERADO            VALUE ' '.
           05  CCC-DATA-ULT-MOV        PIC 9(08).
           05  CCC-CREDITO-LIVRE       PIC 9(11)V99.
           05  FILLER                  PIC X(06).
