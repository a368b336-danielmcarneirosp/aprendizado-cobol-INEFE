      *-----------------------------------------------------------------
      * COPY117A - LAYOUT DO REGISTRO DE SAIDA DE OUTPTFL (EXECCB117)
      * REG-PARCELA E O NUMERO DA PARCELA QUANDO O VENCIMENTO VEM DE UM
      * PLANO DE PARCELAMENTO DO COBOL119 (ZEROS FORA DE PLANO).
      * REGISTRO FIXO DE 145 BYTES.
      *-----------------------------------------------------------------
       01  REG-DADOS.
               88  REG-ORIGEM-TESTE           VALUE 'T'.
               88  REG-ORIGEM-REAL            VALUE 'R'.
           05  REG-FILIAL              PIC X(02).
           05  REG-PARCELA             PIC 9(03).
           05  FILLER                  PIC X(89).

      *-----------------------------------------------------------------
      * CABECALHO E TRAILER DO EXTRATO, MESMO TAMANHO DE REG-DADOS.
