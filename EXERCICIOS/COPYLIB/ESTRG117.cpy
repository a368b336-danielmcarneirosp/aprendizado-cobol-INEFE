      *-----------------------------------------------------------------
      * ESTRG117 - LAYOUT DO REGISTRO DE ESTATISTICA POR FILIAL DO
      * ESTAT117, COMUM AOS DOIS ARQUIVOS :
      *  ESTDI117 - UM REGISTRO POR DATA DE MOVIMENTO E FILIAL, MANTIDO
      *             PARA O MES CORRENTE E O ANTERIOR (OS ARQUIVOS DO
      *             CICLO SO GUARDAM O ULTIMO MOVIMENTO)
      *  ESTMS117 - HISTORICO MENSAL, UM REGISTRO POR MES E FILIAL,
      *             MANTIDO POR 24 MESES ALEM DO CORRENTE
      *  MES          - AAAAMM DO MOVIMENTO
      *  FILIAL       - CODIGO DA FILIAL; '00' = SEM FILIAL
      *  DATA         - DIARIO : DATA DO MOVIMENTO
      *                 MENSAL : ULTIMA DATA DE MOVIMENTO DO MES
      *  GERACAO      - DIARIO : GERACAO DO OUTPTFL DO MOVIMENTO
      *                 MENSAL : BRANCOS
      *  QTD-DIAS     - DIAS DE MOVIMENTO (DIARIO SEMPRE 1)
      *  RECEBIDOS, CALCULADOS, REJEITADOS (E POR MOTIVO), EXTRAIDOS E
      *  TRANSMITIDOS SAO FLUXO : O MES E A SOMA DOS DIAS.
      *  FATURADOS, PRINCIPAL, MULTAS E JUROS SAO POSICAO DO FATUR117
      *  (O COBRA117 REFATURA TODO VENCIMENTO EM ABERTO A CADA NOITE) :
      *  O MES E A POSICAO DA ULTIMA DATA DE MOVIMENTO DO MES.
      *  LIQUIDADOS / VLR-LIQUIDADO : CREDITOS DO RETPG117 NA CONTA
      *  CORRENTE (MOVCC117) COM DATA NO MES - SO NO MENSAL.
      * REGISTRO FIXO DE 220 BYTES.
      *-----------------------------------------------------------------
       01  REG-ESTATISTICA.
           05  EST-MES                 PIC 9(06).
           05  EST-MES-R REDEFINES EST-MES.
               10  EST-MES-ANO         PIC 9(04).
               10  EST-MES-MES         PIC 9(02).
           05  FILLER                  PIC X(01).
           05  EST-FILIAL              PIC X(02).
           05  FILLER                  PIC X(01).
           05  EST-DATA                PIC 9(08).
           05  FILLER                  PIC X(01).
           05  EST-GERACAO             PIC X(17).
           05  FILLER                  PIC X(01).
           05  EST-QTD-DIAS            PIC 9(03).
           05  EST-RECEBIDOS           PIC 9(07).
           05  EST-CALCULADOS          PIC 9(07).
           05  EST-REJEITADOS          PIC 9(07).
           05  EST-REJ-MOTIVO          PIC 9(07) OCCURS 10 TIMES.
           05  EST-EXTRAIDOS           PIC 9(07).
           05  EST-TRANSMITIDOS        PIC 9(07).
           05  EST-FATURADOS           PIC 9(07).
           05  EST-PRINCIPAL           PIC 9(11)V99.
           05  EST-MULTAS              PIC 9(11)V99.
           05  EST-JUROS               PIC 9(11)V99.
           05  EST-LIQUIDADOS          PIC 9(07).
           05  EST-VLR-LIQUIDADO       PIC 9(11)V99.
           05  FILLER                  PIC X(09).
