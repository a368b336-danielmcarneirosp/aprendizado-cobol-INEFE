      *-----------------------------------------------------------------
      * CTRRG119 - LAYOUT DO REGISTRO DO MASTER VSAM KSDS REGCT119, O
      * REGISTRO PERSISTENTE DE CONTRATOS DA SUITE (CHAVE = CONTRATO DE
      * 10 DIGITOS). GUARDA O ULTIMO VENCIMENTO E A DATA DO CICLO QUE O
      * CALCULOU (COBOL119), A ULTIMA GERACAO DO EXTRATO EM QUE O
      * CONTRATO SAIU (EXECCB117), A SITUACAO DE FATURAMENTO (COBRA117
      * E RETPG117) E A SITUACAO NO CICLO DE VIDA (MANCT119).
      * ATUALIZADO PELO CADCT119 (EVENTOS DOS PASSOS) E PELO AUDCT119
      * (RECONSTRUCAO A PARTIR DOS ARQUIVOS DO PIPELINE).
      * REGISTRO FIXO DE 100 BYTES.
      *-----------------------------------------------------------------
       01  REG-REGCT119.
           05  CTR-CONTRATO            PIC X(10).
           05  CTR-DATA-VENCTO         PIC 9(08).
           05  CTR-GERACAO             PIC X(17).
           05  CTR-SIT-FATURA          PIC X(01).
               88  CTR-NUNCA-FATURADO          VALUE ' '.
               88  CTR-FATURADO                VALUE 'F'.
               88  CTR-LIQUIDADO               VALUE 'L'.
           05  CTR-DATA-CALCULO        PIC 9(08).
           05  CTR-DATA-ATUALIZ        PIC 9(08).
           05  FILLER                  PIC X(08).
      *-----------------------------------------------------------------
      * CICLO DE VIDA DO CONTRATO (MANCT119). SITUACAO EM BRANCO E
      * CONTRATO ATIVO QUE NUNCA PASSOU PELA MANUTENCAO. O PERIODO DE
      * SUSPENSAO E O ULTIMO INFORMADO E CONTINUA VALENDO PARA OS DIAS
      * QUE COBRIU DEPOIS DA REATIVACAO; ATE ZERADO = SEM DATA FINAL.
      * UM PERIODO NOVO SO E ACEITO QUANDO O ANTERIOR JA NAO COBRE
      * NENHUM VENCIMENTO EM ABERTO.
      *-----------------------------------------------------------------
           05  CTR-SIT-CONTRATO        PIC X(01).
               88  CTR-ATIVO                   VALUE ' ' 'A'.
               88  CTR-CANCELADO               VALUE 'C'.
               88  CTR-SUSPENSO                VALUE 'S'.
           05  CTR-MOTIVO-SIT          PIC X(02).
           05  CTR-SUSP-DE             PIC 9(08).
           05  CTR-SUSP-ATE            PIC 9(08).
           05  CTR-DATA-SIT            PIC 9(08).
           05  FILLER                  PIC X(13).
