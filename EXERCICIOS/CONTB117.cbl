      ******************************************************************
      * Author:DANIEL CARNEIRO
      * Date: 15/10/2026
      * Purpose: INTERFACE CONTABIL DA COBRANCA. GERA OS LANCAMENTOS
      *          DE PARTIDA DOBRADA (LCTCT117) PARA A CONTABILIDADE :
      *           - FATUR117 (COBRA117) : SO O QUE O FATURAMENTO DO DIA
      *             MUDOU NO ENCARGO DE CADA VENCIMENTO (CONTA CORRENTE
      *             POR VENCIMENTO, CTACT117 'V'), COMPONENTE A
      *             COMPONENTE : ACRESCIMO DE MULTA = A RECEBER X
      *             RECEITA DE MULTA (EVENTO MUL), DE JUROS = A RECEBER
      *             X RECEITA DE JUROS (EVENTO JUR) E DO COMPLEMENTO DO
      *             ENCARGO MINIMO (EVENTO MIN). COMPONENTE QUE DIMINUIU
      *             (ABONO, PISO QUE DEIXOU DE VALER) SAI COMO ESTORNO,
      *             COM AS CONTAS DO EVENTO INVERTIDAS. O ENCARGO JA
      *             CONTABILIZADO EM NOITES ANTERIORES NAO E LANCADO DE
      *             NOVO;
      *           - LIQPG117 (RETPG117) : PAGAMENTO CREDITADO NA CONTA
      *             CORRENTE = CAIXA X A RECEBER (EVENTO LIQ).
      *          O CENTRO DE CUSTO E A FILIAL DO CONTRATO E AS CONTAS
      *          DE CADA EVENTO VEM DA TABELA MAPCT117 (MANTIDA PELO
      *          MANTM117). O ARQUIVO FECHA COM TRAILER DE TOTAL A
      *          DEBITO E TOTAL A CREDITO. ABENDA SE OS LANCAMENTOS NAO
      *          BALANCEIAM, SE O FATURAMENTO NAO BATE COM O TRAILER
      *          'TR' (QUANTIDADE, PRINCIPAL, ENCARGOS E O ENCARGO
      *          ACRESCIDO / ESTORNADO NO DIA) OU SE FALTA CONTA PARA UM
      *          EVENTO. COM TUDO FECHADO, ESVAZIA O LIQPG117 PARA A
      *          MESMA LIQUIDACAO NAO SER CONTABILIZADA DUAS VEZES.
      *          O CONTROLE CTLCT117 GUARDA A DATA JA CONTABILIZADA :
      *          A MESMA DATA DE NOVO ABENDA, SALVO DEPOIS DA RERODADA
      *          CONCLUIDA DE UMA FILIAL ATRASADA (JOBRF117) - AI SO AS
      *          LINHAS DOS CONTRATOS DA FILIAL (ENTFL117) SAO LANCADAS,
      *          EM LCTRF117, SEM TOCAR NO LCTCT117 DA NOITE NEM NO
      *          LIQPG117.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification history
      * Date       Author              Description
      * 15/10/2026 DANIEL CARNEIRO     Programa inicial.
      * 15/10/2026 DANIEL CARNEIRO     O faturamento passa a ser
      *                                contabilizado pelo acrescimo
      *                                (ou estorno) do dia de cada
      *                                componente do encargo do
      *                                vencimento (CTACT117 'V'), e
      *                                nao mais pelo encargo inteiro
      *                                da linha; conferencia com o
      *                                acrescido/estornado do trailer.
      *                                Controle CTLCT117 contra a
      *                                contabilizacao dupla da mesma
      *                                data, com modo de rerodada de
      *                                filial (ENTFL117 -> LCTRF117).
      *                                A data passa a ser a do ciclo
      *                                fechado (DATMV117 'F').
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CONTB117.
       AUTHOR. DANIEL CARNEIRO.
       DATE-WRITTEN. 15/10/2026

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------------------------------------------------
      * FATURAMENTO DE ENCARGOS DO COBRA117 (LINHAS 'DT' + TRAILER).
      *-----------------------------------------------------------------
           SELECT FATUR117  ASSIGN TO FATUR117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FATUR117.

      *-----------------------------------------------------------------
      * LIQUIDACOES ACUMULADAS PELO RETPG117 DESDE A ULTIMA
      * CONTABILIZACAO. NAO CATALOGADO = NENHUMA LIQUIDACAO.
      *-----------------------------------------------------------------
           SELECT LIQPG117  ASSIGN TO LIQPG117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LIQPG117.

      *-----------------------------------------------------------------
      * TABELA DE CONTAS CONTABEIS POR EVENTO (MANTM117).
      *-----------------------------------------------------------------
           SELECT MAPCT117  ASSIGN TO MAPCT117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MAPCT117.

      *-----------------------------------------------------------------
      * LANCAMENTOS CONTABEIS PARA A CONTABILIDADE. NA RERODADA DE
      * UMA FILIAL O NOME LOGICO PASSA A LCTRF117, PARA NAO APAGAR OS
      * LANCAMENTOS DA NOITE.
      *-----------------------------------------------------------------
           SELECT LCTCT117  ASSIGN TO DYNAMIC WSS-LCT-DD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LCTCT117.

      *-----------------------------------------------------------------
      * CONTROLE DA CONTABILIZACAO - UM REGISTRO COM A ULTIMA DATA
      * CONTABILIZADA, O ENCARGO ACRESCIDO/ESTORNADO JA LANCADO NELA E
      * AS FILIAIS RERODADAS JA INCLUIDAS. NAO CATALOGADO = NENHUMA
      * DATA CONTABILIZADA AINDA.
      *-----------------------------------------------------------------
           SELECT CTLCT117  ASSIGN TO CTLCT117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CTLCT117.

      *-----------------------------------------------------------------
      * STATUS DOS PASSOS DA RERODADA DE FILIAL (EXECMD117) - SO
      * LIDO, PARA SABER SE HA RERODADA CONCLUIDA NA DATA.
      *-----------------------------------------------------------------
           SELECT JOBRF117  ASSIGN TO JOBRF117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-JOBRF117.

      *-----------------------------------------------------------------
      * CONTRATOS DA FILIAL RERODADA, REPASSADOS PELO EXECMD117 AO
      * COBRA117. SO E LIDO NA RERODADA.
      *-----------------------------------------------------------------
           SELECT ENTFL117  ASSIGN TO ENTFL117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ENTFL117.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------------------------------------------------
      * MESMO LAYOUT GRAVADO PELO COBRA117.
      *-----------------------------------------------------------------
       FD FATUR117
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-FATUR117.

       01 REG-FATUR117.
           05 FAT-TIPO-REG             PIC X(02).
           05 FILLER                   PIC X(01).
           05 FAT-CONTRATO             PIC X(10).
           05 FILLER                   PIC X(01).
           05 FAT-DATA-VENCTO          PIC 9(08).
           05 FILLER                   PIC X(01).
           05 FAT-DIAS-ATRASO          PIC 9(05).
           05 FILLER                   PIC X(01).
           05 FAT-FAIXA                PIC 9(01).
           05 FILLER                   PIC X(01).
           05 FAT-TAXA-DIA             PIC 9V999.
           05 FILLER                   PIC X(01).
           05 FAT-MULTA-PCT            PIC 99V99.
           05 FILLER                   PIC X(01).
           05 FAT-JUROS-PCT            PIC 9(04)V99.
           05 FILLER                   PIC X(01).
           05 FAT-FILIAL               PIC X(02).
           05 FILLER                   PIC X(01).
           05 FAT-PRINCIPAL            PIC 9(09)V99.
           05 FILLER                   PIC X(01).
           05 FAT-MULTA-VLR            PIC 9(07)V99.
           05 FILLER                   PIC X(01).
           05 FAT-JUROS-VLR            PIC 9(07)V99.
           05 FILLER                   PIC X(01).
           05 FAT-ENCARGO-TOTAL        PIC 9(07)V99.
           05 FILLER                   PIC X(01).
           05 FAT-SITUACAO             PIC X(01).
           05 FILLER                   PIC X(26).

       01 REG-FATUR-TRAILER REDEFINES REG-FATUR117.
           05 FTR-TIPO-REG             PIC X(02).
           05 FILLER                   PIC X(01).
           05 FTR-QTD-FATURADOS        PIC 9(06).
           05 FILLER                   PIC X(01).
           05 FTR-TOTAL-PRINCIPAL      PIC 9(11)V99.
           05 FILLER                   PIC X(01).
           05 FTR-TOTAL-ENCARGOS       PIC 9(11)V99.
           05 FILLER                   PIC X(01).
           05 FTR-QTD-ABONADOS         PIC 9(06).
           05 FILLER                   PIC X(01).
           05 FTR-TOTAL-ABONADO        PIC 9(11)V99.
           05 FILLER                   PIC X(01).
           05 FTR-ENC-ACRESCIDO        PIC 9(11)V99.
           05 FILLER                   PIC X(01).
           05 FTR-ENC-ESTORNADO        PIC 9(11)V99.
           05 FILLER                   PIC X(34).

      *-----------------------------------------------------------------
      * MESMO LAYOUT GRAVADO PELO RETPG117.
      *-----------------------------------------------------------------
       FD LIQPG117
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-LIQPG117.

       01 REG-LIQPG117.
           05 LIQ-CONTRATO             PIC X(10).
           05 FILLER                   PIC X(01).
           05 LIQ-FILIAL               PIC X(02).
           05 FILLER                   PIC X(01).
           05 LIQ-DATA-VENCTO          PIC 9(08).
           05 FILLER                   PIC X(01).
           05 LIQ-DATA-MOV             PIC 9(08).
           05 FILLER                   PIC X(01).
           05 LIQ-DATA-PGTO            PIC 9(08).
           05 FILLER                   PIC X(01).
           05 LIQ-VALOR                PIC 9(09)V99.
           05 FILLER                   PIC X(01).
           05 LIQ-TIPO                 PIC X(01).
           05 FILLER                   PIC X(26).

      *-----------------------------------------------------------------
      * MESMO LAYOUT MANTIDO PELO MANTM117.
      *-----------------------------------------------------------------
       FD MAPCT117
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-MAPCT117.

       01 REG-MAPCT117.
           05 MAP-EVENTO               PIC X(03).
           05 FILLER                   PIC X(01).
           05 MAP-CONTA-DEBITO         PIC 9(10).
           05 FILLER                   PIC X(01).
           05 MAP-CONTA-CREDITO        PIC 9(10).
           05 FILLER                   PIC X(01).
           05 MAP-DESCRICAO            PIC X(30).
           05 FILLER                   PIC X(24).

      *-----------------------------------------------------------------
      * LCT-TIPO-REG : 'LC' = LANCAMENTO (UMA PERNA - DEBITO OU
      *                       CREDITO - DE UM EVENTO)
      *                'TR' = TRAILER COM OS TOTAIS A DEBITO/CREDITO
      *-----------------------------------------------------------------
       FD LCTCT117
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-LCTCT117.

       01 REG-LCTCT117.
           05 LCT-TIPO-REG             PIC X(02).
           05 FILLER                   PIC X(01).
           05 LCT-DATA-MOV             PIC 9(08).
           05 FILLER                   PIC X(01).
           05 LCT-EVENTO               PIC X(03).
           05 FILLER                   PIC X(01).
           05 LCT-NATUREZA             PIC X(01).
           05 FILLER                   PIC X(01).
           05 LCT-CONTA                PIC 9(10).
           05 FILLER                   PIC X(01).
           05 LCT-CENTRO-CUSTO         PIC X(02).
           05 FILLER                   PIC X(01).
           05 LCT-VALOR                PIC 9(11)V99.
           05 FILLER                   PIC X(01).
           05 LCT-CONTRATO             PIC X(10).
           05 FILLER                   PIC X(01).
           05 LCT-DATA-VENCTO          PIC 9(08).
           05 FILLER                   PIC X(01).
           05 LCT-ORIGEM               PIC X(08).
           05 FILLER                   PIC X(26).

       01 REG-LCTCT-TRAILER REDEFINES REG-LCTCT117.
           05 LTR-TIPO-REG             PIC X(02).
           05 FILLER                   PIC X(01).
           05 LTR-DATA-MOV             PIC 9(08).
           05 FILLER                   PIC X(01).
           05 LTR-QTD-LANCAMENTOS      PIC 9(07).
           05 FILLER                   PIC X(01).
           05 LTR-TOTAL-DEBITOS        PIC 9(13)V99.
           05 FILLER                   PIC X(01).
           05 LTR-TOTAL-CREDITOS       PIC 9(13)V99.
           05 FILLER                   PIC X(49).

      *-----------------------------------------------------------------
      * CTL-FILIAL : FILIAIS RERODADAS CUJAS LINHAS JA ESTAO NO QUE FOI
      * CONTABILIZADO NA DATA CTL-DATA-MOV.
      *-----------------------------------------------------------------
       FD CTLCT117
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-CTLCT117.

       01 REG-CTLCT117.
           05 CTL-DATA-MOV             PIC 9(08).
           05 FILLER                   PIC X(01).
           05 CTL-ENC-ACRESCIDO        PIC 9(11)V99.
           05 FILLER                   PIC X(01).
           05 CTL-ENC-ESTORNADO        PIC 9(11)V99.
           05 FILLER                   PIC X(01).
           05 CTL-QTD-FILIAIS          PIC 9(02).
           05 FILLER                   PIC X(01).
           05 CTL-FILIAL               PIC X(02) OCCURS 10 TIMES.
           05 FILLER                   PIC X(20).

      *-----------------------------------------------------------------
      * MESMO LAYOUT GRAVADO PELO EXECMD117.
      *-----------------------------------------------------------------
       FD JOBRF117
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-JOBRF117.

       01 REG-JOBRF117.
           05 JRF-PASSO                PIC 9(02).
           05 FILLER                   PIC X(01).
           05 JRF-NOME                 PIC X(10).
           05 FILLER                   PIC X(01).
           05 JRF-STATUS               PIC X(02).
           05 FILLER                   PIC X(01).
           05 JRF-RC                   PIC 9(03).
           05 FILLER                   PIC X(01).
           05 JRF-FILIAL               PIC X(02).
           05 FILLER                   PIC X(01).
           05 JRF-DATA                 PIC 9(08).
           05 FILLER                   PIC X(08).

      *-----------------------------------------------------------------
      * MESMO LAYOUT LIDO PELO COBRA117.
      *-----------------------------------------------------------------
       FD ENTFL117
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-ENTFL117.

       01 REG-ENTFL117.
           05 ENT-CONTRATO             PIC X(10).
           05 ENT-DATA-VENCTO          PIC 9(08).
           05 ENT-STATUS               PIC X(01).
           05 ENT-FILIAL               PIC X(02).
           05 ENT-PRINCIPAL            PIC 9(09)V99.
           05 ENT-PARCELA              PIC 9(03).
           05 ENT-QTD-PARCELAS         PIC 9(03).
           05 FILLER                   PIC X(02).

      *-----------------------
       WORKING-STORAGE SECTION.
       77 FS-FATUR117              PIC 99.
       77 FS-LIQPG117              PIC 99.
       77 FS-MAPCT117              PIC 99.
       77 FS-LCTCT117              PIC 99.
       77 FS-CTLCT117              PIC 99.
       77 FS-JOBRF117              PIC 99.
       77 FS-ENTFL117              PIC 99.

       77 WSS-LCT-DD               PIC X(08) VALUE 'LCTCT117'.

       77 WSS-MENSAGEM             PIC X(30).

       77 WSS-EOF-FATURA           PIC X(01) VALUE 'N'.
           88 WSS-FIM-FATURA                 VALUE 'S'.
       77 WSS-EOF-LIQUIDACAO       PIC X(01) VALUE 'N'.
           88 WSS-FIM-LIQUIDACAO             VALUE 'S'.
       77 WSS-EOF-CONTAS           PIC X(01) VALUE 'N'.
           88 WSS-FIM-CONTAS                 VALUE 'S'.
       77 WSS-TEM-TRAILER          PIC X(01) VALUE 'N'.
           88 WSS-ACHOU-TRAILER              VALUE 'S'.
       77 WSS-TEM-LIQUIDACAO       PIC X(01) VALUE 'N'.
           88 WSS-LIQPG-CATALOGADO           VALUE 'S'.
       77 WSS-TEM-ENC-TRAILER      PIC X(01) VALUE 'N'.
           88 WSS-TRAILER-COM-ENCARGO        VALUE 'S'.
       77 WSS-EOF-JOBRF            PIC X(01) VALUE 'N'.
           88 WSS-FIM-JOBRF                  VALUE 'S'.
       77 WSS-EOF-ENTRADA          PIC X(01) VALUE 'N'.
           88 WSS-FIM-ENTRADA                VALUE 'S'.

       01 WSS-HOJE                 PIC 9(08).
       01 WSS-DATA-PROXIMA         PIC 9(08).

      *-----------------------------------------------------------------
      * CONTROLE DA CONTABILIZACAO (CTLCT117) EM MEMORIA - MESMO LAYOUT
      * DO REGISTRO. REGRAVADO NO FIM COM A DATA, O ACUMULADO DO DIA E
      * A FILIAL RERODADA INCLUIDA.
      *-----------------------------------------------------------------
       01 WSS-CONTROLE.
           05 WSS-CTL-DATA-MOV         PIC 9(08) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WSS-CTL-ACRESCIDO        PIC 9(11)V99 VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WSS-CTL-ESTORNADO        PIC 9(11)V99 VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WSS-CTL-QTD-FILIAIS      PIC 9(02) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WSS-CTL-FILIAL           PIC X(02) OCCURS 10 TIMES.
           05 FILLER                   PIC X(20) VALUE SPACES.
       77 WSS-QTD-MAX-FIL          PIC 9(02) VALUE 10.
       77 WSS-FIL-IDX              PIC 9(4) COMP.
       77 WSS-FIL-ACHOU            PIC X(01) VALUE 'N'.
           88 WSS-FIL-NO-CONTROLE            VALUE 'S'.

      *-----------------------------------------------------------------
      * MODO DE EXECUCAO. RERODADA = DATA JA CONTABILIZADA, MAS COM A
      * RERODADA DE UMA FILIAL CONCLUIDA DEPOIS (JOBRF117 SEM PASSO
      * PENDENTE, NA MESMA DATA, FILIAL AINDA FORA DO CONTROLE).
      *-----------------------------------------------------------------
       77 WSS-MODO-SW              PIC X(01) VALUE 'N'.
           88 WSS-MODO-RERODADA              VALUE 'S'.
       77 WSS-JRF-PENDENTE-SW      PIC X(01) VALUE 'N'.
           88 WSS-JRF-PENDENTE               VALUE 'S'.
       77 WSS-JRF-FILIAL           PIC X(02) VALUE SPACES.
       77 WSS-JRF-DATA             PIC 9(08) VALUE ZEROES.

      *-----------------------------------------------------------------
      * CONTRATOS + VENCIMENTOS DA FILIAL RERODADA (ENTFL117).
      *-----------------------------------------------------------------
       77 WSS-QTD-RRD              PIC 9(4) COMP VALUE ZEROES.
       77 WSS-QTD-MAX-RRD          PIC 9(4) COMP VALUE 5000.
       01 WSS-TAB-RRD-GRP.
           05 WSS-RRD-ENT OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WSS-QTD-RRD.
               10 WSS-RRD-CONTRATO PIC X(10).
               10 WSS-RRD-DATA-VENCTO PIC 9(08).
       77 WSS-RRD-IDX              PIC 9(4) COMP.
       77 WSS-RRD-ACHOU            PIC X(01) VALUE 'N'.
           88 WSS-RRD-ENCONTROU              VALUE 'S'.

      *-----------------------------------------------------------------
      * TABELA DE CONTAS EM MEMORIA. OS QUATRO EVENTOS SAO
      * OBRIGATORIOS - CONFERIDOS NA CARGA, ANTES DE QUALQUER
      * LANCAMENTO.
      *-----------------------------------------------------------------
       77 WSS-QTD-MAP              PIC 9(4) COMP VALUE ZEROES.
       77 WSS-QTD-MAX-MAP          PIC 9(4) COMP VALUE 50.
       01 WSS-TAB-MAP-GRP.
           05 WSS-MAP-ENT OCCURS 1 TO 50 TIMES
                          DEPENDING ON WSS-QTD-MAP.
               10 WSS-MAP-EVENTO   PIC X(03).
               10 WSS-MAP-CONTA-DEB PIC 9(10).
               10 WSS-MAP-CONTA-CRE PIC 9(10).
       77 WSS-MAP-IDX              PIC 9(4) COMP.

       01 WSS-PAD-EVENTOS.
           05 FILLER               PIC X(12) VALUE 'MULJURMINLIQ'.
       01 WSS-TAB-EVENTOS REDEFINES WSS-PAD-EVENTOS.
           05 WSS-EVT-OBRIGATORIO  PIC X(03) OCCURS 4 TIMES.
       77 WSS-EVT-IDX              PIC 9(4) COMP.

      *-----------------------------------------------------------------
      * LANCAMENTO CORRENTE (EVENTO, VALOR, CENTRO DE CUSTO, CONTRATO)
      * E AS CONTAS ACHADAS PARA O EVENTO.
      *-----------------------------------------------------------------
       01 WSS-LANCAMENTO.
           05 WSS-LAN-EVENTO       PIC X(03).
           05 WSS-LAN-VALOR        PIC 9(11)V99.
           05 WSS-LAN-FILIAL       PIC X(02).
           05 WSS-LAN-CONTRATO     PIC X(10).
           05 WSS-LAN-DATA-VENCTO  PIC 9(08).
           05 WSS-LAN-ORIGEM       PIC X(08).
       77 WSS-LAN-SENTIDO          PIC X(01) VALUE 'N'.
           88 WSS-LAN-ESTORNO                VALUE 'E'.
       77 WSS-CONTA-DEB            PIC 9(10).
       77 WSS-CONTA-CRE            PIC 9(10).
       77 WSS-CONTA-TROCA          PIC 9(10).
       77 WSS-MAP-ACHOU            PIC X(01) VALUE 'N'.
           88 WSS-MAP-ENCONTROU              VALUE 'S'.

       77 WSS-VLR-DIF              PIC S9(09)V99 VALUE ZEROES.

      *-----------------------------------------------------------------
      * TOTAIS. OS DE FATURAMENTO SAO CONFERIDOS CONTRA O TRAILER 'TR'
      * DE FATUR117 (O ACRESCIDO/ESTORNADO SOMADO AO JA CONTABILIZADO
      * NA DATA); OS DE LANCAMENTO FECHAM O TRAILER DE LCTCT117. TOT-
      * = ACRESCIMO LANCADO, EST- = ESTORNO LANCADO, POR COMPONENTE.
      *-----------------------------------------------------------------
       77 WSS-FAT-LIDAS            PIC 9(07) VALUE ZEROES.
       77 WSS-FAT-LANCADAS         PIC 9(07) VALUE ZEROES.
       77 WSS-FAT-PRINCIPAL        PIC 9(11)V99 VALUE ZEROES.
       77 WSS-FAT-ENCARGOS         PIC 9(11)V99 VALUE ZEROES.
       77 WSS-TOT-MULTA            PIC 9(11)V99 VALUE ZEROES.
       77 WSS-TOT-JUROS            PIC 9(11)V99 VALUE ZEROES.
       77 WSS-TOT-MINIMO           PIC 9(11)V99 VALUE ZEROES.
       77 WSS-EST-MULTA            PIC 9(11)V99 VALUE ZEROES.
       77 WSS-EST-JUROS            PIC 9(11)V99 VALUE ZEROES.
       77 WSS-EST-MINIMO           PIC 9(11)V99 VALUE ZEROES.
       77 WSS-TOT-ACRESCIDO        PIC 9(11)V99 VALUE ZEROES.
       77 WSS-TOT-ESTORNADO        PIC 9(11)V99 VALUE ZEROES.
       77 WSS-DIA-ACRESCIDO        PIC 9(11)V99 VALUE ZEROES.
       77 WSS-DIA-ESTORNADO        PIC 9(11)V99 VALUE ZEROES.
       77 WSS-TR-QTD-FATURADOS     PIC 9(06) VALUE ZEROES.
       77 WSS-TR-TOTAL-PRINCIPAL   PIC 9(11)V99 VALUE ZEROES.
       77 WSS-TR-TOTAL-ENCARGOS    PIC 9(11)V99 VALUE ZEROES.
       77 WSS-TR-ENC-ACRESCIDO     PIC 9(11)V99 VALUE ZEROES.
       77 WSS-TR-ENC-ESTORNADO     PIC 9(11)V99 VALUE ZEROES.
       77 WSS-LIQ-LIDAS            PIC 9(07) VALUE ZEROES.
       77 WSS-TOT-LIQUIDADO        PIC 9(11)V99 VALUE ZEROES.
       77 WSS-QTD-LANCAMENTOS      PIC 9(07) VALUE ZEROES.
       77 WSS-TOT-DEBITOS          PIC 9(13)V99 VALUE ZEROES.
       77 WSS-TOT-CREDITOS         PIC 9(13)V99 VALUE ZEROES.

      *-----------------------------------------------------------------
      * PEDIDO DE DATA DE MOVIMENTO DO CICLO (DATMV117).
      *-----------------------------------------------------------------
       01 WSS-DTM-REQUEST.
           05 WSS-DTM-FUNCAO           PIC X(01).
           05 WSS-DTM-DATA             PIC 9(08).
           05 WSS-DTM-ORIGEM           PIC X(01).
           05 WSS-DTM-RESULT           PIC X(01).

      *-----------------------------------------------------------------
      * PEDIDO A CONTA CORRENTE DE COBRANCA (CTACT117) - CONSULTA DO
      * VENCIMENTO ('V') COM O ACRESCIMO DO ENCARGO NO DIA.
      *-----------------------------------------------------------------
       01 WSS-CCC-REQUEST.
           05 WSS-CCC-FUNCAO           PIC X(01).
           05 WSS-CCC-CONTRATO         PIC X(10).
           05 WSS-CCC-FILIAL           PIC X(02).
           05 WSS-CCC-DATA-VENC        PIC 9(08).
           05 WSS-CCC-DATA-MOV         PIC 9(08).
           05 WSS-CCC-ORIGEM           PIC X(08).
           05 WSS-CCC-VALOR            PIC 9(11)V99.
           05 WSS-CCC-TIPO-LANCADO     PIC X(01).
           05 WSS-CCC-VALOR-LANCADO    PIC 9(11)V99.
           05 WSS-CCC-SALDO            PIC 9(11)V99.
           05 WSS-CCC-SALDO-SINAL      PIC X(01).
           05 WSS-CCC-FOUND            PIC X(01).
           05 WSS-CCC-RESULT           PIC X(01).
           05 WSS-CCC-PARCELA          PIC 9(03).
           05 WSS-CCC-VLR-MULTA        PIC 9(09)V99.
           05 WSS-CCC-VLR-JUROS        PIC 9(09)V99.
           05 WSS-CCC-VLR-MINIMO       PIC 9(09)V99.
           05 WSS-CCC-SIT-VENC         PIC X(01).
           05 WSS-CCC-ABERTO-VENC      PIC 9(11)V99.
           05 WSS-CCC-DATA-ULT-FAT     PIC 9(08).
           05 WSS-CCC-DIF-MULTA        PIC S9(09)V99.
           05 WSS-CCC-DIF-JUROS        PIC S9(09)V99.
           05 WSS-CCC-DIF-MINIMO       PIC S9(09)V99.
           05 WSS-CCC-VALOR-SOBRA      PIC 9(11)V99.
           05 WSS-CCC-QTD-LIQ          PIC 9(03).
           05 WSS-CCC-VENC-LIQ         PIC 9(08) OCCURS 99 TIMES.

      *-----------------------------------------------------------------
      * PEDIDO DE GRAVACAO DO HISTORICO DE EXECUCOES (GRVHST01).
      *-----------------------------------------------------------------
       01 WSS-HIS-REQUEST.
           05 WSS-HIS-TIPO             PIC X(03).
           05 WSS-HIS-PROGRAMA         PIC X(09).
           05 WSS-HIS-REGISTROS        PIC 9(07).
           05 WSS-HIS-RC               PIC 9(03).

      *-----------------------------------------------------------------
      * PADRAO DE RETURN-CODE / MENSAGEM DE ABEND COMPARTILHADO POR
      * TODA A SUITE.
      *-----------------------------------------------------------------
       COPY RETCOD01.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       001-INICIALIZAR             SECTION.

           DISPLAY ' '
           DISPLAY ' CONTB117'
           DISPLAY ' INTERFACE CONTABIL DA COBRANCA'
           DISPLAY ' '.

           MOVE 'INI'      TO WSS-HIS-TIPO
           MOVE 'CONTB117' TO WSS-HIS-PROGRAMA
           MOVE ZEROES     TO WSS-HIS-REGISTROS
           MOVE ZEROES     TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

      *-----------------------------------------------------------------
      * OS LANCAMENTOS SAEM COM A DATA DE MOVIMENTO DO CICLO FECHADO
      * (A INTERFACE RODA DEPOIS DO AVANCO DA DATA NO FIM DO CICLO);
      * SEM CICLO FECHADO AINDA, VALE A DATA CORRENTE.
      *-----------------------------------------------------------------
           MOVE 'C' TO WSS-DTM-FUNCAO.
           CALL 'DATMV117' USING WSS-DTM-REQUEST.
           MOVE WSS-DTM-DATA TO WSS-DATA-PROXIMA.

           MOVE 'F' TO WSS-DTM-FUNCAO.
           CALL 'DATMV117' USING WSS-DTM-REQUEST.

           IF WSS-DTM-RESULT EQUAL SPACE
              MOVE WSS-DTM-DATA     TO WSS-HOJE
           ELSE
              MOVE WSS-DATA-PROXIMA TO WSS-HOJE
           END-IF.

           DISPLAY ' MOVIMENTO DE    : ' WSS-HOJE.

           PERFORM ROOT-CONFERE-CONTROLE
              THRU ROOT-CONFERE-CONTROLE-EXIT.

           PERFORM ROOT-CARREGA-CONTAS
              THRU ROOT-CARREGA-CONTAS-EXIT.

           PERFORM ROOT-OPEN-FILES THRU ROOT-OPEN-FILES-EXIT.

       002-CONTABILIZA-FATURAMENTO SECTION.

           PERFORM ROOT-LE-FATURA THRU ROOT-LE-FATURA-EXIT
                   UNTIL WSS-FIM-FATURA.

           CLOSE FATUR117.

           PERFORM ROOT-CONFERE-FATURAMENTO
              THRU ROOT-CONFERE-FATURAMENTO-EXIT.

       003-CONTABILIZA-LIQUIDACOES SECTION.

           IF WSS-LIQPG-CATALOGADO
              PERFORM ROOT-LE-LIQUIDACAO
                 THRU ROOT-LE-LIQUIDACAO-EXIT
                      UNTIL WSS-FIM-LIQUIDACAO
              CLOSE LIQPG117
           END-IF.

       004-PROCEDIMENTOS-FINAIS    SECTION.

           IF WSS-TOT-DEBITOS NOT EQUAL WSS-TOT-CREDITOS
              MOVE ' LANCAMENTOS DESBALANCEADOS'
                     TO WSS-MENSAGEM
              MOVE RCCTB117-DESBALANCEADO               TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROOT-GRAVA-TRAILER THRU ROOT-GRAVA-TRAILER-EXIT.

           CLOSE LCTCT117.

           PERFORM ROOT-GRAVA-CONTROLE THRU ROOT-GRAVA-CONTROLE-EXIT.

           PERFORM ROOT-ESVAZIA-LIQUIDACOES
              THRU ROOT-ESVAZIA-LIQUIDACOES-EXIT.

           MOVE 'F' TO WSS-CCC-FUNCAO.
           CALL 'CTACT117' USING WSS-CCC-REQUEST.

           PERFORM ROOT-ESTATISTICA THRU ROOT-ESTATISTICA-EXIT.

           MOVE 'FIM'       TO WSS-HIS-TIPO
           MOVE WSS-QTD-LANCAMENTOS TO WSS-HIS-REGISTROS
           MOVE RETURN-CODE TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

           GOBACK.

      *-----------------------------------------------------------------
      * ROTINAS AUXILIARES
      *-----------------------------------------------------------------
       SECTION-CODES        SECTION.

      *-----------------------------------------------------------------
      * CONTROLE CONTRA A CONTABILIZACAO DUPLA :
      *  - DATA AINDA NAO CONTABILIZADA (CONTROLE AUSENTE OU COM DATA
      *    ANTERIOR) : EXECUCAO NORMAL, CONTROLE RECOMECA NA DATA. UMA
      *    RERODADA DE FILIAL JA CONCLUIDA NA DATA ENTRA JUNTO (AS
      *    LINHAS DELA JA ESTAO NO FATUR117);
      *  - DATA JA CONTABILIZADA COM RERODADA DE FILIAL CONCLUIDA
      *    DEPOIS (FILIAL FORA DO CONTROLE) : MODO RERODADA;
      *  - QUALQUER OUTRO CASO (MESMA DATA DE NOVO, DATA POSTERIOR A
      *    DO CICLO) : ABEND, NADA E LANCADO.
      * SO A ULTIMA RERODADA FICA EM JOBRF117 : COM DUAS FILIAIS
      * RERODADAS NA MESMA DATA, A INTERFACE RODA DEPOIS DE CADA UMA
      * (SENAO A CONFERENCIA COM O TRAILER ACUSA A DIFERENCA).
      *-----------------------------------------------------------------
       ROOT-CONFERE-CONTROLE.

           PERFORM ROOT-LE-CONTROLE THRU ROOT-LE-CONTROLE-EXIT.

           PERFORM ROOT-CARREGA-JOBRF THRU ROOT-CARREGA-JOBRF-EXIT.

           IF WSS-JRF-PENDENTE
              OR WSS-JRF-DATA NOT EQUAL WSS-HOJE
              MOVE SPACES TO WSS-JRF-FILIAL
           END-IF.

           IF WSS-CTL-DATA-MOV < WSS-HOJE
              MOVE SPACES   TO WSS-CONTROLE
              MOVE WSS-HOJE TO WSS-CTL-DATA-MOV
              MOVE ZEROES   TO WSS-CTL-ACRESCIDO
              MOVE ZEROES   TO WSS-CTL-ESTORNADO
              MOVE ZEROES   TO WSS-CTL-QTD-FILIAIS
              IF WSS-JRF-FILIAL NOT EQUAL SPACES
                 MOVE 1              TO WSS-CTL-QTD-FILIAIS
                 MOVE WSS-JRF-FILIAL TO WSS-CTL-FILIAL (1)
              END-IF
              GO TO ROOT-CONFERE-CONTROLE-EXIT
           END-IF.

           IF WSS-CTL-DATA-MOV EQUAL WSS-HOJE
              AND WSS-JRF-FILIAL NOT EQUAL SPACES
              PERFORM ROT-PROCURA-FILIAL THRU ROT-PROCURA-FILIAL-EXIT
              IF NOT WSS-FIL-NO-CONTROLE
                 IF WSS-CTL-QTD-FILIAIS NOT < WSS-QTD-MAX-FIL
                    MOVE ' CONTROLE CONTABIL CHEIO'
                           TO WSS-MENSAGEM
                    MOVE RCCTB117-ERRO-ARQ-CONTROLE     TO RETURN-CODE
                    PERFORM ROT-ABEND
                 END-IF
                 MOVE 'S'        TO WSS-MODO-SW
                 MOVE 'LCTRF117' TO WSS-LCT-DD
                 ADD 1 TO WSS-CTL-QTD-FILIAIS
                 MOVE WSS-JRF-FILIAL
                   TO WSS-CTL-FILIAL (WSS-CTL-QTD-FILIAIS)
                 DISPLAY ' RERODADA DA FILIAL ' WSS-JRF-FILIAL
                         ' - LANCAMENTOS EM ' WSS-LCT-DD
                 GO TO ROOT-CONFERE-CONTROLE-EXIT
              END-IF
           END-IF.

           DISPLAY ' *** MOVIMENTO ' WSS-HOJE ' - ULTIMA DATA '
                   'CONTABILIZADA : ' WSS-CTL-DATA-MOV
           MOVE ' DATA JA CONTABILIZADA'
                  TO WSS-MENSAGEM
           MOVE RCCTB117-DATA-CONTABILIZADA              TO RETURN-CODE
           PERFORM ROT-ABEND.

       ROOT-CONFERE-CONTROLE-EXIT.
           EXIT.

       ROOT-LE-CONTROLE.

           OPEN INPUT CTLCT117.

           IF FS-CTLCT117 EQUAL '35'
              DISPLAY ' CTLCT117 NAO CATALOGADO - NENHUMA DATA '
                      'CONTABILIZADA'
              GO TO ROOT-LE-CONTROLE-EXIT
           END-IF.

           IF FS-CTLCT117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE CTLCT117'
                     TO WSS-MENSAGEM
              MOVE RCCTB117-ERRO-ARQ-CONTROLE           TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           READ CTLCT117
               AT END
                   CONTINUE
               NOT AT END
                   IF CTL-DATA-MOV IS NOT NUMERIC
                      OR CTL-ENC-ACRESCIDO IS NOT NUMERIC
                      OR CTL-ENC-ESTORNADO IS NOT NUMERIC
                      OR CTL-QTD-FILIAIS IS NOT NUMERIC
                      OR CTL-QTD-FILIAIS > WSS-QTD-MAX-FIL
                      MOVE ' REGISTRO INVALIDO EM CTLCT117'
                             TO WSS-MENSAGEM
                      MOVE RCCTB117-ERRO-ARQ-CONTROLE   TO RETURN-CODE
                      PERFORM ROT-ABEND
                   END-IF
                   MOVE REG-CTLCT117 TO WSS-CONTROLE
           END-READ.

           CLOSE CTLCT117.

       ROOT-LE-CONTROLE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LE O STATUS DA ULTIMA RERODADA DE FILIAL. TODOS OS PASSOS COM
      * STATUS EM BRANCO = RERODADA CONCLUIDA (O EXECMD117 ZERA O
      * STATUS NO FIM E MANTEM A FILIAL E A DATA DO CICLO).
      *-----------------------------------------------------------------
       ROOT-CARREGA-JOBRF.

           OPEN INPUT JOBRF117.

           IF FS-JOBRF117 EQUAL '35'
              GO TO ROOT-CARREGA-JOBRF-EXIT
           END-IF.

           IF FS-JOBRF117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE JOBRF117'
                     TO WSS-MENSAGEM
              MOVE RCCTB117-ERRO-ARQ-CONTROLE           TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROOT-LE-JOBRF THRU ROOT-LE-JOBRF-EXIT
                   UNTIL WSS-FIM-JOBRF.

           CLOSE JOBRF117.

       ROOT-CARREGA-JOBRF-EXIT.
           EXIT.

       ROOT-LE-JOBRF.

           READ JOBRF117
               AT END
                   MOVE 'S' TO WSS-EOF-JOBRF
                   GO TO ROOT-LE-JOBRF-EXIT
           END-READ.

           IF JRF-STATUS NOT EQUAL SPACES
              MOVE 'S' TO WSS-JRF-PENDENTE-SW
           END-IF.

           IF JRF-DATA IS NUMERIC
              MOVE JRF-FILIAL TO WSS-JRF-FILIAL
              MOVE JRF-DATA   TO WSS-JRF-DATA
           END-IF.

       ROOT-LE-JOBRF-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PROCURA WSS-JRF-FILIAL ENTRE AS FILIAIS RERODADAS DO CONTROLE.
      *-----------------------------------------------------------------
       ROT-PROCURA-FILIAL.

           MOVE 'N' TO WSS-FIL-ACHOU.
           MOVE 1   TO WSS-FIL-IDX.

           PERFORM ROT-COMPARA-FILIAL THRU ROT-COMPARA-FILIAL-EXIT
                   UNTIL WSS-FIL-IDX > WSS-CTL-QTD-FILIAIS
                      OR WSS-FIL-NO-CONTROLE.

       ROT-PROCURA-FILIAL-EXIT.
           EXIT.

       ROT-COMPARA-FILIAL.

           IF WSS-CTL-FILIAL (WSS-FIL-IDX) EQUAL WSS-JRF-FILIAL
              MOVE 'S' TO WSS-FIL-ACHOU
           ELSE
              ADD 1 TO WSS-FIL-IDX
           END-IF.

       ROT-COMPARA-FILIAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA A TABELA DE CONTAS E CONFERE QUE TODOS OS EVENTOS
      * CONTABILIZADOS TEM CONTA - SEM ISSO NADA E LANCADO.
      *-----------------------------------------------------------------
       ROOT-CARREGA-CONTAS.

           OPEN INPUT MAPCT117.

           IF FS-MAPCT117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE MAPCT117'
                     TO WSS-MENSAGEM
              MOVE RCCTB117-ERRO-ARQ-CONTAS             TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROOT-LE-CONTA THRU ROOT-LE-CONTA-EXIT
                   UNTIL WSS-FIM-CONTAS.

           CLOSE MAPCT117.

           DISPLAY ' EVENTOS NA TABELA DE CONTAS : ' WSS-QTD-MAP.

           MOVE 1 TO WSS-EVT-IDX.

           PERFORM ROOT-CONFERE-EVENTO THRU ROOT-CONFERE-EVENTO-EXIT
                   UNTIL WSS-EVT-IDX > 4.

       ROOT-CARREGA-CONTAS-EXIT.
           EXIT.

       ROOT-LE-CONTA.

           READ MAPCT117
               AT END
                   MOVE 'S' TO WSS-EOF-CONTAS
               NOT AT END
                   IF WSS-QTD-MAP EQUAL WSS-QTD-MAX-MAP
                      MOVE ' TABELA DE CONTAS CHEIA'
                             TO WSS-MENSAGEM
                      MOVE RCCTB117-ERRO-ARQ-CONTAS     TO RETURN-CODE
                      PERFORM ROT-ABEND
                   END-IF
                   IF MAP-CONTA-DEBITO IS NOT NUMERIC
                      OR MAP-CONTA-CREDITO IS NOT NUMERIC
                      MOVE ' CONTA NAO NUMERICA EM MAPCT117'
                             TO WSS-MENSAGEM
                      MOVE RCCTB117-ERRO-ARQ-CONTAS     TO RETURN-CODE
                      PERFORM ROT-ABEND
                   END-IF
                   ADD 1 TO WSS-QTD-MAP
                   MOVE MAP-EVENTO
                     TO WSS-MAP-EVENTO (WSS-QTD-MAP)
                   MOVE MAP-CONTA-DEBITO
                     TO WSS-MAP-CONTA-DEB (WSS-QTD-MAP)
                   MOVE MAP-CONTA-CREDITO
                     TO WSS-MAP-CONTA-CRE (WSS-QTD-MAP)
           END-READ.

       ROOT-LE-CONTA-EXIT.
           EXIT.

       ROOT-CONFERE-EVENTO.

           MOVE WSS-EVT-OBRIGATORIO (WSS-EVT-IDX) TO WSS-LAN-EVENTO.

           PERFORM ROT-PROCURA-CONTA THRU ROT-PROCURA-CONTA-EXIT.

           IF NOT WSS-MAP-ENCONTROU
              DISPLAY ' EVENTO SEM CONTA EM MAPCT117 : '
                        WSS-LAN-EVENTO
              MOVE ' EVENTO SEM CONTA CONTABIL'
                     TO WSS-MENSAGEM
              MOVE RCCTB117-EVENTO-SEM-CONTA            TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-EVT-IDX.

       ROOT-CONFERE-EVENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ABRE O FATURAMENTO, AS LIQUIDACOES (OPCIONAL) E OS
      * LANCAMENTOS. NA RERODADA CARREGA OS CONTRATOS DA FILIAL E NAO
      * ABRE AS LIQUIDACOES - ELAS FICAM PARA A PROXIMA NOITE.
      *-----------------------------------------------------------------
       ROOT-OPEN-FILES.

           IF WSS-MODO-RERODADA
              PERFORM ROOT-CARREGA-RERODADA
                 THRU ROOT-CARREGA-RERODADA-EXIT
           END-IF.

           OPEN INPUT FATUR117.
           IF FS-FATUR117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE FATUR117'
                     TO WSS-MENSAGEM
              MOVE RCCTB117-ERRO-ARQ-FATURA             TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           IF WSS-MODO-RERODADA
              GO TO ROOT-ABRE-LANCAMENTOS
           END-IF.

           OPEN INPUT LIQPG117.
           EVALUATE FS-LIQPG117
               WHEN '00'
                   MOVE 'S' TO WSS-TEM-LIQUIDACAO
               WHEN '35'
                   DISPLAY ' LIQPG117 NAO CATALOGADO - SEM '
                           'LIQUIDACOES A CONTABILIZAR'
               WHEN OTHER
                   MOVE ' ERRO NA ABERTURA DE LIQPG117'
                          TO WSS-MENSAGEM
                   MOVE RCCTB117-ERRO-ARQ-LIQUIDACAO    TO RETURN-CODE
                   PERFORM ROT-ABEND
           END-EVALUATE.

       ROOT-ABRE-LANCAMENTOS.

           OPEN OUTPUT LCTCT117.
           IF FS-LCTCT117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE LCTCT117'
                     TO WSS-MENSAGEM
              MOVE RCCTB117-ERRO-ARQ-LANCAMENTO         TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

       ROOT-OPEN-FILES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA CONTRATO + VENCIMENTO DE CADA CONTRATO DA FILIAL
      * RERODADA (ENTFL117) : SO AS LINHAS DE FATUR117 DELES SAO
      * LANCADAS - AS DEMAIS JA FORAM CONTABILIZADAS NA NOITE.
      *-----------------------------------------------------------------
       ROOT-CARREGA-RERODADA.

           OPEN INPUT ENTFL117.
           IF FS-ENTFL117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE ENTFL117'
                     TO WSS-MENSAGEM
              MOVE RCCTB117-ERRO-ARQ-CONTROLE           TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROOT-LE-ENTRADA THRU ROOT-LE-ENTRADA-EXIT
                   UNTIL WSS-FIM-ENTRADA.

           CLOSE ENTFL117.

           DISPLAY ' CONTRATOS DA FILIAL RERODADA : ' WSS-QTD-RRD.

       ROOT-CARREGA-RERODADA-EXIT.
           EXIT.

       ROOT-LE-ENTRADA.

           READ ENTFL117
               AT END
                   MOVE 'S' TO WSS-EOF-ENTRADA
                   GO TO ROOT-LE-ENTRADA-EXIT
           END-READ.

           IF WSS-QTD-RRD EQUAL WSS-QTD-MAX-RRD
              MOVE ' TABELA DA RERODADA CHEIA'
                     TO WSS-MENSAGEM
              MOVE RCCTB117-ERRO-ARQ-CONTROLE           TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-QTD-RRD.
           MOVE ENT-CONTRATO    TO WSS-RRD-CONTRATO (WSS-QTD-RRD).
           MOVE ENT-DATA-VENCTO TO WSS-RRD-DATA-VENCTO (WSS-QTD-RRD).

       ROOT-LE-ENTRADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LE UMA LINHA DE FATUR117. 'DT' E CONTABILIZADA; 'TR' E GUARDADO
      * PARA A CONFERENCIA FINAL (E O ULTIMO REGISTRO DO ARQUIVO).
      *-----------------------------------------------------------------
       ROOT-LE-FATURA.

           READ FATUR117
               AT END
                   MOVE 'S' TO WSS-EOF-FATURA
               NOT AT END
                   EVALUATE FAT-TIPO-REG
                       WHEN 'DT'
                           PERFORM ROOT-CONTABILIZA-FATURA
                              THRU ROOT-CONTABILIZA-FATURA-EXIT
                       WHEN 'TR'
                           MOVE 'S' TO WSS-TEM-TRAILER
                           MOVE FTR-QTD-FATURADOS
                             TO WSS-TR-QTD-FATURADOS
                           MOVE FTR-TOTAL-PRINCIPAL
                             TO WSS-TR-TOTAL-PRINCIPAL
                           MOVE FTR-TOTAL-ENCARGOS
                             TO WSS-TR-TOTAL-ENCARGOS
                           IF FTR-ENC-ACRESCIDO IS NUMERIC
                              AND FTR-ENC-ESTORNADO IS NUMERIC
                              MOVE 'S' TO WSS-TEM-ENC-TRAILER
                              MOVE FTR-ENC-ACRESCIDO
                                TO WSS-TR-ENC-ACRESCIDO
                              MOVE FTR-ENC-ESTORNADO
                                TO WSS-TR-ENC-ESTORNADO
                           END-IF
                           MOVE 'S' TO WSS-EOF-FATURA
                   END-EVALUATE
           END-READ.

       ROOT-LE-FATURA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * UMA LINHA FATURADA : A LINHA TRAZ O ENCARGO ACUMULADO DO
      * VENCIMENTO, JA CONTABILIZADO EM PARTE NAS NOITES ANTERIORES.
      * LANCA SO O QUE O FATURAMENTO DO DIA MUDOU EM CADA COMPONENTE
      * (MULTA, JUROS, COMPLEMENTO DO MINIMO), CONFORME A CONTA
      * CORRENTE DO VENCIMENTO. NA RERODADA, SO AS LINHAS DA FILIAL.
      *-----------------------------------------------------------------
       ROOT-CONTABILIZA-FATURA.

           ADD 1                 TO WSS-FAT-LIDAS.
           ADD FAT-PRINCIPAL     TO WSS-FAT-PRINCIPAL.
           ADD FAT-ENCARGO-TOTAL TO WSS-FAT-ENCARGOS.

           IF WSS-MODO-RERODADA
              PERFORM ROT-PROCURA-RERODADA
                 THRU ROT-PROCURA-RERODADA-EXIT
              IF NOT WSS-RRD-ENCONTROU
                 GO TO ROOT-CONTABILIZA-FATURA-EXIT
              END-IF
           END-IF.

           ADD 1 TO WSS-FAT-LANCADAS.

           MOVE 'V'             TO WSS-CCC-FUNCAO.
           MOVE FAT-CONTRATO    TO WSS-CCC-CONTRATO.
           MOVE FAT-FILIAL      TO WSS-CCC-FILIAL.
           MOVE FAT-DATA-VENCTO TO WSS-CCC-DATA-VENC.
           MOVE WSS-HOJE        TO WSS-CCC-DATA-MOV.

           CALL 'CTACT117' USING WSS-CCC-REQUEST.

           MOVE FAT-FILIAL      TO WSS-LAN-FILIAL
           MOVE FAT-CONTRATO    TO WSS-LAN-CONTRATO
           MOVE FAT-DATA-VENCTO TO WSS-LAN-DATA-VENCTO
           MOVE 'COBRA117'      TO WSS-LAN-ORIGEM.

           MOVE 'MUL'              TO WSS-LAN-EVENTO
           MOVE WSS-CCC-DIF-MULTA  TO WSS-VLR-DIF
           PERFORM ROOT-LANCA-DIFERENCA THRU ROOT-LANCA-DIFERENCA-EXIT.

           MOVE 'JUR'              TO WSS-LAN-EVENTO
           MOVE WSS-CCC-DIF-JUROS  TO WSS-VLR-DIF
           PERFORM ROOT-LANCA-DIFERENCA THRU ROOT-LANCA-DIFERENCA-EXIT.

           MOVE 'MIN'              TO WSS-LAN-EVENTO
           MOVE WSS-CCC-DIF-MINIMO TO WSS-VLR-DIF
           PERFORM ROOT-LANCA-DIFERENCA THRU ROOT-LANCA-DIFERENCA-EXIT.

       ROOT-CONTABILIZA-FATURA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DIFERENCA DO DIA DE UM COMPONENTE (WSS-VLR-DIF) : POSITIVA =
      * ACRESCIMO, LANCADO NAS CONTAS DO EVENTO; NEGATIVA = ESTORNO,
      * LANCADO PELO VALOR ABSOLUTO COM AS CONTAS INVERTIDAS. ZERO NAO
      * GERA LANCAMENTO.
      *-----------------------------------------------------------------
       ROOT-LANCA-DIFERENCA.

           IF WSS-VLR-DIF EQUAL ZEROES
              GO TO ROOT-LANCA-DIFERENCA-EXIT
           END-IF.

           IF WSS-VLR-DIF > ZEROES
              MOVE 'N'         TO WSS-LAN-SENTIDO
              MOVE WSS-VLR-DIF TO WSS-LAN-VALOR
              ADD WSS-LAN-VALOR TO WSS-TOT-ACRESCIDO
           ELSE
              MOVE 'E'         TO WSS-LAN-SENTIDO
              COMPUTE WSS-LAN-VALOR = ZEROES - WSS-VLR-DIF
              ADD WSS-LAN-VALOR TO WSS-TOT-ESTORNADO
           END-IF.

           EVALUATE TRUE
               WHEN WSS-LAN-EVENTO EQUAL 'MUL' AND WSS-LAN-ESTORNO
                   ADD WSS-LAN-VALOR TO WSS-EST-MULTA
               WHEN WSS-LAN-EVENTO EQUAL 'MUL'
                   ADD WSS-LAN-VALOR TO WSS-TOT-MULTA
               WHEN WSS-LAN-EVENTO EQUAL 'JUR' AND WSS-LAN-ESTORNO
                   ADD WSS-LAN-VALOR TO WSS-EST-JUROS
               WHEN WSS-LAN-EVENTO EQUAL 'JUR'
                   ADD WSS-LAN-VALOR TO WSS-TOT-JUROS
               WHEN WSS-LAN-ESTORNO
                   ADD WSS-LAN-VALOR TO WSS-EST-MINIMO
               WHEN OTHER
                   ADD WSS-LAN-VALOR TO WSS-TOT-MINIMO
           END-EVALUATE.

           PERFORM ROOT-LANCA-EVENTO THRU ROOT-LANCA-EVENTO-EXIT.

           MOVE 'N' TO WSS-LAN-SENTIDO.

       ROOT-LANCA-DIFERENCA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PROCURA CONTRATO + VENCIMENTO DA LINHA ENTRE OS DA FILIAL
      * RERODADA.
      *-----------------------------------------------------------------
       ROT-PROCURA-RERODADA.

           MOVE 'N' TO WSS-RRD-ACHOU.
           MOVE 1   TO WSS-RRD-IDX.

           PERFORM ROT-COMPARA-RERODADA THRU ROT-COMPARA-RERODADA-EXIT
                   UNTIL WSS-RRD-IDX > WSS-QTD-RRD
                      OR WSS-RRD-ENCONTROU.

       ROT-PROCURA-RERODADA-EXIT.
           EXIT.

       ROT-COMPARA-RERODADA.

           IF WSS-RRD-CONTRATO (WSS-RRD-IDX) EQUAL FAT-CONTRATO
              AND WSS-RRD-DATA-VENCTO (WSS-RRD-IDX)
                                          EQUAL FAT-DATA-VENCTO
              MOVE 'S' TO WSS-RRD-ACHOU
           ELSE
              ADD 1 TO WSS-RRD-IDX
           END-IF.

       ROT-COMPARA-RERODADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CONFERE O FATURAMENTO COM O TRAILER 'TR' : QUANTIDADE DE
      * LINHAS, PRINCIPAL E ENCARGOS DAS LINHAS, E O ENCARGO ACRESCIDO
      * E O ESTORNADO NO DIA = O LANCADO AGORA MAIS O JA CONTABILIZADO
      * NA DATA (CONTROLE - SO NA RERODADA NAO E ZERO). TRAILER SEM O
      * ACRESCIDO/ESTORNADO NAO PERMITE A CONFERENCIA - ABEND.
      *-----------------------------------------------------------------
       ROOT-CONFERE-FATURAMENTO.

           IF NOT WSS-ACHOU-TRAILER
              MOVE ' FATUR117 SEM TRAILER'
                     TO WSS-MENSAGEM
              MOVE RCCTB117-FATURA-SEM-TRAILER          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           IF NOT WSS-TRAILER-COM-ENCARGO
              MOVE ' TRAILER SEM ACRESCIDO DO DIA'
                     TO WSS-MENSAGEM
              MOVE RCCTB117-FATURA-SEM-TRAILER          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           COMPUTE WSS-DIA-ACRESCIDO =
                   WSS-CTL-ACRESCIDO + WSS-TOT-ACRESCIDO.
           COMPUTE WSS-DIA-ESTORNADO =
                   WSS-CTL-ESTORNADO + WSS-TOT-ESTORNADO.

           IF WSS-FAT-LIDAS     NOT EQUAL WSS-TR-QTD-FATURADOS
              OR WSS-FAT-PRINCIPAL NOT EQUAL WSS-TR-TOTAL-PRINCIPAL
              OR WSS-FAT-ENCARGOS  NOT EQUAL WSS-TR-TOTAL-ENCARGOS
              OR WSS-DIA-ACRESCIDO NOT EQUAL WSS-TR-ENC-ACRESCIDO
              OR WSS-DIA-ESTORNADO NOT EQUAL WSS-TR-ENC-ESTORNADO
              DISPLAY ' LINHAS     LIDAS : ' WSS-FAT-LIDAS
                      ' TRAILER : ' WSS-TR-QTD-FATURADOS
              DISPLAY ' PRINCIPAL  LIDO  : ' WSS-FAT-PRINCIPAL
                      ' TRAILER : ' WSS-TR-TOTAL-PRINCIPAL
              DISPLAY ' ENCARGOS   LIDOS : ' WSS-FAT-ENCARGOS
                      ' TRAILER : ' WSS-TR-TOTAL-ENCARGOS
              DISPLAY ' ACRESCIDO NO DIA : ' WSS-DIA-ACRESCIDO
                      ' TRAILER : ' WSS-TR-ENC-ACRESCIDO
              DISPLAY ' ESTORNADO NO DIA : ' WSS-DIA-ESTORNADO
                      ' TRAILER : ' WSS-TR-ENC-ESTORNADO
              MOVE ' CONTABIL DIVERGE DA FATURA'
                     TO WSS-MENSAGEM
              MOVE RCCTB117-DIVERGE-FATURA              TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

       ROOT-CONFERE-FATURAMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * UMA LIQUIDACAO DO RETPG117 : CAIXA X A RECEBER PELO VALOR
      * CREDITADO, NO CENTRO DE CUSTO DA FILIAL DO CONTRATO.
      *-----------------------------------------------------------------
       ROOT-LE-LIQUIDACAO.

           READ LIQPG117
               AT END
                   MOVE 'S' TO WSS-EOF-LIQUIDACAO
               NOT AT END
                   PERFORM ROOT-CONTABILIZA-LIQUIDACAO
                      THRU ROOT-CONTABILIZA-LIQUIDACAO-EXIT
           END-READ.

       ROOT-LE-LIQUIDACAO-EXIT.
           EXIT.

       ROOT-CONTABILIZA-LIQUIDACAO.

           IF LIQ-VALOR IS NOT NUMERIC
              MOVE ' VALOR INVALIDO EM LIQPG117'
                     TO WSS-MENSAGEM
              MOVE RCCTB117-ERRO-ARQ-LIQUIDACAO         TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1         TO WSS-LIQ-LIDAS.
           ADD LIQ-VALOR TO WSS-TOT-LIQUIDADO.

           MOVE 'LIQ'           TO WSS-LAN-EVENTO
           MOVE LIQ-VALOR       TO WSS-LAN-VALOR
           MOVE LIQ-FILIAL      TO WSS-LAN-FILIAL
           MOVE LIQ-CONTRATO    TO WSS-LAN-CONTRATO
           MOVE LIQ-DATA-VENCTO TO WSS-LAN-DATA-VENCTO
           MOVE 'RETPG117'      TO WSS-LAN-ORIGEM.

           PERFORM ROOT-LANCA-EVENTO THRU ROOT-LANCA-EVENTO-EXIT.

       ROOT-CONTABILIZA-LIQUIDACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA AS DUAS PERNAS DO EVENTO CORRENTE : DEBITO NA CONTA
      * DEBITO DA TABELA E CREDITO NA CONTA CREDITO, MESMO VALOR. NO
      * ESTORNO AS DUAS CONTAS TROCAM DE PAPEL.
      *-----------------------------------------------------------------
       ROOT-LANCA-EVENTO.

           PERFORM ROT-PROCURA-CONTA THRU ROT-PROCURA-CONTA-EXIT.

           IF NOT WSS-MAP-ENCONTROU
              MOVE ' EVENTO SEM CONTA CONTABIL'
                     TO WSS-MENSAGEM
              MOVE RCCTB117-EVENTO-SEM-CONTA            TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           IF WSS-LAN-ESTORNO
              MOVE WSS-CONTA-DEB   TO WSS-CONTA-TROCA
              MOVE WSS-CONTA-CRE   TO WSS-CONTA-DEB
              MOVE WSS-CONTA-TROCA TO WSS-CONTA-CRE
           END-IF.

           MOVE SPACES              TO REG-LCTCT117
           MOVE 'LC'                TO LCT-TIPO-REG
           MOVE WSS-HOJE            TO LCT-DATA-MOV
           MOVE WSS-LAN-EVENTO      TO LCT-EVENTO
           MOVE 'D'                 TO LCT-NATUREZA
           MOVE WSS-CONTA-DEB       TO LCT-CONTA
           MOVE WSS-LAN-FILIAL      TO LCT-CENTRO-CUSTO
           MOVE WSS-LAN-VALOR       TO LCT-VALOR
           MOVE WSS-LAN-CONTRATO    TO LCT-CONTRATO
           MOVE WSS-LAN-DATA-VENCTO TO LCT-DATA-VENCTO
           MOVE WSS-LAN-ORIGEM      TO LCT-ORIGEM.

           PERFORM ROOT-GRAVA-LANCAMENTO
              THRU ROOT-GRAVA-LANCAMENTO-EXIT.
           ADD WSS-LAN-VALOR TO WSS-TOT-DEBITOS.

           MOVE 'C'                 TO LCT-NATUREZA
           MOVE WSS-CONTA-CRE       TO LCT-CONTA.

           PERFORM ROOT-GRAVA-LANCAMENTO
              THRU ROOT-GRAVA-LANCAMENTO-EXIT.
           ADD WSS-LAN-VALOR TO WSS-TOT-CREDITOS.

       ROOT-LANCA-EVENTO-EXIT.
           EXIT.

       ROOT-GRAVA-LANCAMENTO.

           WRITE REG-LCTCT117.
           IF FS-LCTCT117 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE LCTCT117'
                     TO WSS-MENSAGEM
              MOVE RCCTB117-ERRO-ARQ-LANCAMENTO         TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-QTD-LANCAMENTOS.

       ROOT-GRAVA-LANCAMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PROCURA AS CONTAS DO EVENTO WSS-LAN-EVENTO NA TABELA.
      *-----------------------------------------------------------------
       ROT-PROCURA-CONTA.

           MOVE 'N' TO WSS-MAP-ACHOU.
           MOVE 1   TO WSS-MAP-IDX.

           PERFORM ROT-COMPARA-CONTA THRU ROT-COMPARA-CONTA-EXIT
                   UNTIL WSS-MAP-IDX > WSS-QTD-MAP
                      OR WSS-MAP-ENCONTROU.

       ROT-PROCURA-CONTA-EXIT.
           EXIT.

       ROT-COMPARA-CONTA.

           IF WSS-MAP-EVENTO (WSS-MAP-IDX) EQUAL WSS-LAN-EVENTO
              MOVE 'S' TO WSS-MAP-ACHOU
              MOVE WSS-MAP-CONTA-DEB (WSS-MAP-IDX) TO WSS-CONTA-DEB
              MOVE WSS-MAP-CONTA-CRE (WSS-MAP-IDX) TO WSS-CONTA-CRE
           ELSE
              ADD 1 TO WSS-MAP-IDX
           END-IF.

       ROT-COMPARA-CONTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FECHA LCTCT117 COM O TRAILER DE TOTAIS A DEBITO E A CREDITO.
      *-----------------------------------------------------------------
       ROOT-GRAVA-TRAILER.

           MOVE SPACES              TO REG-LCTCT-TRAILER
           MOVE 'TR'                TO LTR-TIPO-REG
           MOVE WSS-HOJE            TO LTR-DATA-MOV
           MOVE WSS-QTD-LANCAMENTOS TO LTR-QTD-LANCAMENTOS
           MOVE WSS-TOT-DEBITOS     TO LTR-TOTAL-DEBITOS
           MOVE WSS-TOT-CREDITOS    TO LTR-TOTAL-CREDITOS.

           WRITE REG-LCTCT117.
           IF FS-LCTCT117 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE LCTCT117'
                     TO WSS-MENSAGEM
              MOVE RCCTB117-ERRO-ARQ-LANCAMENTO         TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

       ROOT-GRAVA-TRAILER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COM OS LANCAMENTOS FECHADOS, REGRAVA O CONTROLE COM A DATA, O
      * ACRESCIDO/ESTORNADO JA CONTABILIZADO NELA E AS FILIAIS
      * RERODADAS INCLUIDAS.
      *-----------------------------------------------------------------
       ROOT-GRAVA-CONTROLE.

           MOVE WSS-DIA-ACRESCIDO TO WSS-CTL-ACRESCIDO.
           MOVE WSS-DIA-ESTORNADO TO WSS-CTL-ESTORNADO.

           OPEN OUTPUT CTLCT117.
           IF FS-CTLCT117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE CTLCT117'
                     TO WSS-MENSAGEM
              MOVE RCCTB117-ERRO-ARQ-CONTROLE           TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE WSS-CONTROLE TO REG-CTLCT117.

           WRITE REG-CTLCT117.
           IF FS-CTLCT117 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE CTLCT117'
                     TO WSS-MENSAGEM
              MOVE RCCTB117-ERRO-ARQ-CONTROLE           TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           CLOSE CTLCT117.

       ROOT-GRAVA-CONTROLE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COM OS LANCAMENTOS FECHADOS, ESVAZIA O LIQPG117 - O RETPG117
      * VOLTA A ACUMULAR A PARTIR DO ZERO.
      *-----------------------------------------------------------------
       ROOT-ESVAZIA-LIQUIDACOES.

           IF NOT WSS-LIQPG-CATALOGADO
              GO TO ROOT-ESVAZIA-LIQUIDACOES-EXIT
           END-IF.

           OPEN OUTPUT LIQPG117.
           IF FS-LIQPG117 NOT EQUAL '00'
              MOVE ' ERRO AO ESVAZIAR LIQPG117'
                     TO WSS-MENSAGEM
              MOVE RCCTB117-ERRO-ARQ-LIQUIDACAO         TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           CLOSE LIQPG117.

       ROOT-ESVAZIA-LIQUIDACOES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EXIBE OS TOTAIS DA CONTABILIZACAO.
      *-----------------------------------------------------------------
       ROOT-ESTATISTICA.

           DISPLAY ' '
           DISPLAY ' *** ESTATISTICAS DA CONTABILIZACAO ***'
           IF WSS-MODO-RERODADA
              DISPLAY ' RERODADA DA FILIAL      : ' WSS-JRF-FILIAL
           END-IF
           DISPLAY ' LINHAS DE FATURAMENTO   : ' WSS-FAT-LIDAS
           DISPLAY ' LINHAS CONTABILIZADAS   : ' WSS-FAT-LANCADAS
           DISPLAY ' ACRESCIMO DE MULTA      : ' WSS-TOT-MULTA
           DISPLAY ' ACRESCIMO DE JUROS      : ' WSS-TOT-JUROS
           DISPLAY ' ACRESCIMO DO MINIMO     : ' WSS-TOT-MINIMO
           DISPLAY ' ESTORNO DE MULTA        : ' WSS-EST-MULTA
           DISPLAY ' ESTORNO DE JUROS        : ' WSS-EST-JUROS
           DISPLAY ' ESTORNO DO MINIMO       : ' WSS-EST-MINIMO
           DISPLAY ' LIQUIDACOES             : ' WSS-LIQ-LIDAS
           DISPLAY ' VALOR LIQUIDADO         : ' WSS-TOT-LIQUIDADO
           DISPLAY ' LANCAMENTOS GRAVADOS    : ' WSS-QTD-LANCAMENTOS
           DISPLAY ' TOTAL A DEBITO          : ' WSS-TOT-DEBITOS
           DISPLAY ' TOTAL A CREDITO         : ' WSS-TOT-CREDITOS
           DISPLAY ' '.

       ROOT-ESTATISTICA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA UM REGISTRO NO HISTORICO DE EXECUCOES DA SUITE.
      *-----------------------------------------------------------------
       ROT-GRAVA-HISTORICO.

           CALL 'GRVHST01' USING WSS-HIS-REQUEST.

       ROT-GRAVA-HISTORICO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ABEND
      *-----------------------------------------------------------------
       ROT-ABEND.

           PERFORM ROT-PADRAO-BUSCA-RC THRU ROT-PADRAO-BUSCA-RC-EXIT.

           DISPLAY ' '
           DISPLAY '***********************************************'
           DISPLAY '***               ABEND                     ***'
           DISPLAY '***********************************************'
           DISPLAY '* ERRO NO PROGRAMA                          ***'
           DISPLAY '* FAVOR AVISAR ANALISTA RESPONSAVEL         ***'
           DISPLAY '***********************************************'
           DISPLAY '* ' WSS-MENSAGEM '         ***'
           DISPLAY '* RETURN-CODE  :' RETURN-CODE
                                        '                       ***'
           DISPLAY '* PADRAO RC    :' PAD-RC-MENSAGEM '     ***'
           DISPLAY '***********************************************'.

           MOVE 'FIM'       TO WSS-HIS-TIPO
           MOVE RETURN-CODE TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

           STOP RUN.

       COPY RETCOD01P.

       END PROGRAM CONTB117.
