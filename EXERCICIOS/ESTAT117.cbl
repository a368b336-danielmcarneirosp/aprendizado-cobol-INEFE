      ******************************************************************
      * Author:DANIEL CARNEIRO
      * Date: 15/10/2026
      * Purpose: ESTATISTICA GERENCIAL MENSAL POR FILIAL, COM
      *          COMPARATIVO MES A MES. RODA TODA NOITE DEPOIS DO
      *          FECHAMENTO DO CICLO, NA DATA DE NEGOCIO DO DATMV117 :
      *           - ACUMULA O MOVIMENTO DO DIA POR FILIAL NO ESTDI117
      *             (RECEBIDOS, CALCULADOS, REJEITADOS POR MOTIVO,
      *             EXTRAIDOS NA GERACAO DO DIA, FATURADOS, PRINCIPAL
      *             EM ATRASO, MULTAS E JUROS FATURADOS) E MARCA COMO
      *             TRANSMITIDOS OS EXTRAIDOS DAS GERACOES QUE O
      *             CATLG117 JA DA COMO TRANSMITIDAS OU CONFIRMADAS
      *           - RECALCULA O MES CORRENTE E O ANTERIOR NO HISTORICO
      *             MENSAL ESTMS117 (24 MESES ALEM DO CORRENTE), COM OS
      *             PAGAMENTOS LIQUIDADOS DO MOVCC117
      *           - NO ULTIMO DIA DE MOVIMENTO DO MES EMITE O RELES117 :
      *             CADA FILIAL COMPARADA COM O MES ANTERIOR E COM O
      *             MESMO MES DO ANO ANTERIOR, COM A VARIACAO EM %, E A
      *             LISTA DAS FILIAIS CUJA TAXA DE REJEICAO OU PRINCIPAL
      *             EM ATRASO VARIOU ALEM DA TOLERANCIA DO PARM117
      *             (TOLREJEI EM PONTOS, TOLATRAS EM %) - HAVENDO
      *             ALGUMA, O PASSO TERMINA COM RETURN-CODE DE ALERTA.
      *          ESTAT117_MES=AAAAMM REEMITE O RELATORIO DE UM MES JA
      *          GRAVADO (O MES CORRENTE SAI COM O ACUMULADO ATE O DIA)
      *          SEM ACUMULAR NEM REGRAVAR NADA.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification history
      * Date       Author              Description
      * 15/10/2026 DANIEL CARNEIRO     Programa inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ESTAT117.
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
      * LOTE CONSOLIDADO PELO CONSO119.
      *-----------------------------------------------------------------
           SELECT LOTE119   ASSIGN TO LOTE119
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LOTE119.

      *-----------------------------------------------------------------
      * SAIDA E REJEITADOS DO COBOL119.
      *-----------------------------------------------------------------
           SELECT SAIDA119  ASSIGN TO SAIDA119
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SAIDA119.

           SELECT REJEI119  ASSIGN TO REJEI119
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REJEI119.

      *-----------------------------------------------------------------
      * GERACAO DO EXTRATO DO DIA - NOME RESOLVIDO PELO CATALOGO.
      *-----------------------------------------------------------------
           SELECT OUTPTFL   ASSIGN TO DYNAMIC WSS-OUTPTFL-DD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-OUTPTFL.

      *-----------------------------------------------------------------
      * CATALOGO DE GERACOES, LIDO POR INTEIRO PARA SABER QUAIS
      * GERACOES JA FORAM TRANSMITIDAS.
      *-----------------------------------------------------------------
           SELECT CATLG117  ASSIGN TO CATLG117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CATLG117.

      *-----------------------------------------------------------------
      * FATURAMENTO DE ENCARGOS DO COBRA117.
      *-----------------------------------------------------------------
           SELECT FATUR117  ASSIGN TO FATUR117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FATUR117.

      *-----------------------------------------------------------------
      * LANCAMENTOS DA CONTA CORRENTE DE COBRANCA (CREDITOS = PAGAMENTOS
      * LIQUIDADOS PELO RETPG117).
      *-----------------------------------------------------------------
           SELECT MOVCC117  ASSIGN TO MOVCC117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MOVCC117.

      *-----------------------------------------------------------------
      * ESTATISTICA DIARIA E HISTORICO MENSAL POR FILIAL (ESTRG117).
      *-----------------------------------------------------------------
           SELECT ESTDI117  ASSIGN TO ESTDI117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ESTDI117.

           SELECT ESTMS117  ASSIGN TO ESTMS117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ESTMS117.

      *-----------------------------------------------------------------
      * RELATORIO COMPARATIVO MENSAL.
      *-----------------------------------------------------------------
           SELECT RELES117  ASSIGN TO RELES117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RELES117.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD LOTE119
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-LOTE119.

       01 REG-LOTE119.
           05 REG-LOTE-DADOS           PIC X(15).
           05 REG-LOTE-FILIAL          PIC X(02).
           05 FILLER                   PIC X(13).

       FD SAIDA119
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-SAIDA119.

       01 REG-SAIDA119.
           05 REG-SAI-CONTRATO         PIC X(10).
           05 REG-SAI-DATA             PIC 9(08).
           05 REG-SAI-STATUS           PIC X(01).
           05 REG-SAI-FILIAL           PIC X(02).
           05 REG-SAI-PRINCIPAL        PIC 9(09)V99.
           05 REG-SAI-PARCELA          PIC 9(03).
           05 FILLER                   PIC X(05).

      *-----------------------------------------------------------------
      * REJEITADO : IMAGEM ORIGINAL DO LOTE (FILIAL NAS POSICOES 16-17)
      * + MOTIVO.
      *-----------------------------------------------------------------
       FD REJEI119
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-REJEI119.

       01 REG-REJEI119.
           05 REJ-REGISTRO-ORIG.
               10 REJ-ORIG-DADOS       PIC X(15).
               10 REJ-ORIG-FILIAL      PIC X(02).
               10 FILLER               PIC X(13).
           05 REJ-MOTIVO               PIC X(02).
           05 REJ-MOTIVO-NUM REDEFINES REJ-MOTIVO
                                       PIC 9(02).
           05 FILLER                   PIC X(08).

       FD OUTPTFL
           RECORD CONTAINS 145 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-DADOS.

       COPY COPY117A.

       FD CATLG117
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-CATLG117.

       COPY COPY117B.

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
               88 FAT-ABERTA                   VALUE 'A'.
               88 FAT-LIQUIDADA                VALUE 'L'.
           05 FILLER                   PIC X(26).

       FD MOVCC117
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-MOVCC117.

       COPY MCCRG117.

       FD ESTDI117
           RECORD CONTAINS 220 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-ESTDI117.

       01 REG-ESTDI117                 PIC X(220).

       FD ESTMS117
           RECORD CONTAINS 220 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-ESTMS117.

       01 REG-ESTMS117                 PIC X(220).

       FD RELES117
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-RELES117.

       01 REG-RELES117                 PIC X(132).

      *-----------------------
       WORKING-STORAGE SECTION.
       77 FS-LOTE119               PIC 99.
       77 FS-SAIDA119              PIC 99.
       77 FS-REJEI119              PIC 99.
       77 FS-OUTPTFL               PIC 99.
       77 FS-CATLG117              PIC 99.
       77 FS-FATUR117              PIC 99.
       77 FS-MOVCC117              PIC 99.
       77 FS-ESTDI117              PIC 99.
       77 FS-ESTMS117              PIC 99.
       77 FS-RELES117              PIC 99.
       77 WSS-MENSAGEM             PIC X(30).
       77 WSS-OUTPTFL-DD           PIC X(17) VALUE 'OUTPTFL'.
       77 WSS-GERACAO              PIC X(17) VALUE SPACES.

      *-----------------------------------------------------------------
      * UM UNICO SWITCH DE FIM SERVE A TODOS OS ARQUIVOS - ELES SAO
      * LIDOS UM DE CADA VEZ.
      *-----------------------------------------------------------------
       77 WSS-EOF-ARQ              PIC X(01) VALUE 'N'.
           88 WSS-FIM-ARQ                    VALUE 'S'.
       77 WSS-ARQ-STATUS           PIC 99.
       77 WSS-ARQ-NOME             PIC X(17).
       77 WSS-ARQ-ABERTO           PIC X(01) VALUE 'N'.
           88 WSS-ARQ-DISPONIVEL             VALUE 'S'.
       77 WSS-MCC-ABERTO           PIC X(01) VALUE 'N'.
           88 WSS-MCC-LIDO                   VALUE 'S'.

      *-----------------------------------------------------------------
      * MODO DE EXECUCAO : 'D' = NOTURNO (ACUMULA O DIA, RECALCULA O
      * MES E, NO FIM DO MES, EMITE O RELATORIO); 'R' = REEMISSAO DO
      * MES INFORMADO EM ESTAT117_MES.
      *-----------------------------------------------------------------
       77 WSS-MODO                 PIC X(01) VALUE 'D'.
           88 WSS-MODO-NOTURNO               VALUE 'D'.
           88 WSS-MODO-REEMISSAO             VALUE 'R'.
       77 WSS-ACUMULA-SW           PIC X(01) VALUE 'S'.
           88 WSS-ACUMULA-DIA                VALUE 'S'.
       77 WSS-FIM-MES-SW           PIC X(01) VALUE 'N'.
           88 WSS-FIM-DE-MES                 VALUE 'S'.

       01 WSS-MES-PARM             PIC X(06) VALUE SPACES.
       01 WSS-MES-PARM-R REDEFINES WSS-MES-PARM.
           05 WSS-MPR-ANO          PIC 9(04).
           05 WSS-MPR-MES          PIC 9(02).
       01 WSS-MES-PARM-N REDEFINES WSS-MES-PARM
                                   PIC 9(06).

      *-----------------------------------------------------------------
      * DATAS E MESES DE REFERENCIA. WSS-HOJE E A DATA DO CICLO FECHADO
      * (O MOVIMENTO QUE ESTA NOS ARQUIVOS DO DIA) E WSS-DATA-PROXIMA A
      * DO PROXIMO CICLO - QUANDO ELA CAI EM OUTRO MES, O MES FECHOU.
      *-----------------------------------------------------------------
       01 WSS-HOJE                 PIC 9(08).
       01 WSS-DATA-PROXIMA         PIC 9(08).
       01 WSS-DATA-INI-ANTERIOR    PIC 9(08).
       01 WSS-MES-CORRENTE         PIC 9(06).
       01 WSS-MES-ANTERIOR         PIC 9(06).
       01 WSS-MES-LIMITE           PIC 9(06).
       01 WSS-MES-RELATORIO        PIC 9(06).
       01 WSS-MES-CALC.
           05 WSS-MCA-ANO          PIC 9(04).
           05 WSS-MCA-MES          PIC 9(02).
       01 WSS-MES-CALC-N REDEFINES WSS-MES-CALC
                                   PIC 9(06).
       77 WSS-MESES-HISTORICO      PIC 9(4) COMP VALUE 24.

      *-----------------------------------------------------------------
      * MOTIVOS DE REJEICAO DO COBOL119 (REJ-MOTIVO). O QUE NAO FOR
      * UM DOS CODIGOS CONHECIDOS CAI NA ULTIMA POSICAO.
      *-----------------------------------------------------------------
       77 WSS-QTD-MOTIVOS          PIC 9(4) COMP VALUE 10.
       01 WSS-PAD-MOTIVOS.
           05 FILLER               PIC X(30) VALUE
              '01 SINAL INVALIDO'.
           05 FILLER               PIC X(30) VALUE
              '02 QTDE DE DIAS INVALIDA'.
           05 FILLER               PIC X(30) VALUE
              '03 CONTRATO EM BRANCO'.
           05 FILLER               PIC X(30) VALUE
              '04 CONTRATO NAO NUMERICO'.
           05 FILLER               PIC X(30) VALUE
              '05 DIGITO VERIFICADOR INVALIDO'.
           05 FILLER               PIC X(30) VALUE
              '06 CONTRATO DUPLICADO'.
           05 FILLER               PIC X(30) VALUE
              '07 JA CALCULADO NO CICLO'.
           05 FILLER               PIC X(30) VALUE
              '08 CONTRATO CANCELADO'.
           05 FILLER               PIC X(30) VALUE
              '09 PLANO DE PARCELAMENTO INVAL'.
           05 FILLER               PIC X(30) VALUE
              'OUTROS MOTIVOS'.
       01 WSS-TAB-MOTIVOS REDEFINES WSS-PAD-MOTIVOS.
           05 WSS-MOTIVO-NOME OCCURS 10 TIMES
                                   PIC X(30).
       77 WSS-MOT-IDX              PIC 9(4) COMP.

      *-----------------------------------------------------------------
      * ESTATISTICA POR FILIAL. AS POSICOES 1 A 10 SAO AS FILIAIS
      * ENCONTRADAS, MANTIDAS EM ORDEM DE CODIGO (INSERCAO ORDENADA);
      * A 11 ACUMULA O QUE VEIO SEM CODIGO DE FILIAL E A 12 E O RECAP.
      * CADA FILIAL TEM QUATRO CAMADAS :
      *  1 - MOVIMENTO DO DIA
      *  2 - MES CORRENTE (ACUMULO) OU MES DO RELATORIO
      *  3 - MES ANTERIOR
      *  4 - MESMO MES DO ANO ANTERIOR (SO NO RELATORIO)
      *-----------------------------------------------------------------
       77 WSS-QTD-FILIAIS          PIC 9(4) COMP VALUE ZEROES.
       77 WSS-QTD-MAX-FILIAIS      PIC 9(4) COMP VALUE 10.
       77 WSS-IDX-SEM-FILIAL       PIC 9(4) COMP VALUE 11.
       77 WSS-IDX-RECAP            PIC 9(4) COMP VALUE 12.
       01 WSS-TAB-FILIAIS-GRP.
           05 WSS-FIL-ENT OCCURS 12 TIMES.
               10 WSS-FIL-CODIGO       PIC X(02).
               10 WSS-FIL-NO-DIA       PIC X(01).
                   88 WSS-FIL-TEM-DIA          VALUE 'S'.
               10 WSS-FIL-ALERTA-REJ   PIC X(01).
                   88 WSS-FIL-FORA-REJ         VALUE 'S'.
               10 WSS-FIL-ALERTA-ATR   PIC X(01).
                   88 WSS-FIL-FORA-ATR         VALUE 'S'.
               10 WSS-FIL-CAM OCCURS 4 TIMES.
                   15 WSS-CAM-DATA         PIC 9(08).
                   15 WSS-CAM-QTD-DIAS     PIC 9(03).
                   15 WSS-CAM-RECEBIDOS    PIC 9(07).
                   15 WSS-CAM-CALCULADOS   PIC 9(07).
                   15 WSS-CAM-REJEITADOS   PIC 9(07).
                   15 WSS-CAM-REJ-MOTIVO   PIC 9(07) OCCURS 10 TIMES.
                   15 WSS-CAM-EXTRAIDOS    PIC 9(07).
                   15 WSS-CAM-TRANSMITIDOS PIC 9(07).
                   15 WSS-CAM-FATURADOS    PIC 9(07).
                   15 WSS-CAM-PRINCIPAL    PIC 9(11)V99.
                   15 WSS-CAM-MULTAS       PIC 9(11)V99.
                   15 WSS-CAM-JUROS        PIC 9(11)V99.
                   15 WSS-CAM-LIQUIDADOS   PIC 9(07).
                   15 WSS-CAM-VLR-LIQUIDADO PIC 9(11)V99.
                   15 WSS-CAM-TAXA         PIC 9(03)V99.
                   15 WSS-CAM-TEM-TAXA     PIC X(01).
                       88 WSS-CAM-TAXA-CALCULADA   VALUE 'S'.

       77 WSS-FIL-IDX              PIC 9(4) COMP.
       77 WSS-FIL-POS              PIC 9(4) COMP.
       77 WSS-FIL-SHIFT            PIC 9(4) COMP.
       77 WSS-FIL-CHAVE            PIC X(02).
       77 WSS-FIL-ACHOU            PIC X(01) VALUE 'N'.
           88 WSS-FIL-ENCONTROU              VALUE 'S'.
       77 WSS-POS-ACHOU            PIC X(01) VALUE 'N'.
           88 WSS-POS-ENCONTROU              VALUE 'S'.
       77 WSS-PAG-IDX              PIC 9(4) COMP.

       77 WSS-CAM-DIA              PIC 9(4) COMP VALUE 1.
       77 WSS-CAM-MES              PIC 9(4) COMP VALUE 2.
       77 WSS-CAM-ANT              PIC 9(4) COMP VALUE 3.
       77 WSS-CAM-ANO              PIC 9(4) COMP VALUE 4.
       77 WSS-CAM-IDX              PIC 9(4) COMP.

      *-----------------------------------------------------------------
      * MES DE CADA CAMADA, ULTIMA DATA DE MOVIMENTO DO MES NO DIARIO
      * (DATA DA POSICAO DE FATURAMENTO) E CAMADAS RECALCULADAS NESTA
      * EXECUCAO.
      *-----------------------------------------------------------------
       01 WSS-TAB-CAMADAS.
           05 WSS-CAMADA OCCURS 4 TIMES.
               10 WSS-MES-CAMADA       PIC 9(06).
               10 WSS-ULT-DATA         PIC 9(08).
               10 WSS-RECALCULO        PIC X(01).
                   88 WSS-CAMADA-RECALCULADA   VALUE 'S'.

       77 WSS-SOMA-POSICAO         PIC X(01) VALUE 'S'.
           88 WSS-SOMA-A-POSICAO             VALUE 'S'.

      *-----------------------------------------------------------------
      * GERACOES DO EXTRATO JA TRANSMITIDAS OU CONFIRMADAS (CATLG117)
      * DESDE O PRIMEIRO DIA DO MES ANTERIOR.
      *-----------------------------------------------------------------
       77 WSS-QTD-TRANSM           PIC 9(4) COMP VALUE ZEROES.
       77 WSS-QTD-MAX-TRANSM       PIC 9(4) COMP VALUE 100.
       01 WSS-TAB-TRANSM.
           05 WSS-TRM-NOME OCCURS 100 TIMES
                                   PIC X(17).
       77 WSS-TRM-IDX              PIC 9(4) COMP.
       77 WSS-TRM-ACHOU            PIC X(01) VALUE 'N'.
           88 WSS-TRM-ENCONTROU              VALUE 'S'.

      *-----------------------------------------------------------------
      * IMAGEM EM MEMORIA DO ESTDI117 (MES CORRENTE E ANTERIOR) E DO
      * ESTMS117, REGRAVADOS POR INTEIRO A CADA EXECUCAO.
      *-----------------------------------------------------------------
       77 WSS-QTD-DIARIO           PIC 9(4) COMP VALUE ZEROES.
       77 WSS-QTD-MAX-DIARIO       PIC 9(4) COMP VALUE 750.
       01 WSS-TAB-DIARIO.
           05 WSS-DIA-REG OCCURS 750 TIMES
                                   PIC X(220).
       77 WSS-DIA-IDX              PIC 9(4) COMP.

       77 WSS-QTD-MENSAL           PIC 9(4) COMP VALUE ZEROES.
       77 WSS-QTD-MAX-MENSAL       PIC 9(4) COMP VALUE 400.
       01 WSS-TAB-MENSAL.
           05 WSS-MES-REG OCCURS 400 TIMES
                                   PIC X(220).
       77 WSS-MES-IDX              PIC 9(4) COMP.
       77 WSS-MES-CORTE            PIC 9(06).
       77 WSS-CORTE-SW             PIC X(01) VALUE 'N'.
           88 WSS-CORTE-ATINGIDO             VALUE 'S'.

       COPY ESTRG117.

      *-----------------------------------------------------------------
      * CONTADORES DA EXECUCAO.
      *-----------------------------------------------------------------
       77 WSS-QTD-DIA-GRAVADOS     PIC 9(07) VALUE ZEROES.
       77 WSS-QTD-MES-GRAVADOS     PIC 9(07) VALUE ZEROES.
       77 WSS-QTD-MES-LIDOS        PIC 9(07) VALUE ZEROES.
       77 WSS-QTD-ALERTAS          PIC 9(04) VALUE ZEROES.

      *-----------------------------------------------------------------
      * VARIACAO ENTRE DOIS MESES : EM % PARA QUANTIDADES E VALORES, EM
      * PONTOS PARA A TAXA DE REJEICAO. BASE ZERO NAO TEM VARIACAO.
      *-----------------------------------------------------------------
       77 WSS-VAR-ATUAL            PIC S9(11)V99.
       77 WSS-VAR-BASE             PIC S9(11)V99.
       77 WSS-VAR-PCT              PIC S9(05)V9.
       77 WSS-VAR-ABS              PIC 9(05)V9.
       77 WSS-VAR-SW               PIC X(01) VALUE 'N'.
           88 WSS-VAR-CALCULADA              VALUE 'S'.

      *-----------------------------------------------------------------
      * ITEM DO RELATORIO : TIPO ('Q' QUANTIDADE, 'V' VALOR, 'T' TAXA)
      * E OS VALORES DO MES, DO MES ANTERIOR E DO ANO ANTERIOR.
      *-----------------------------------------------------------------
       77 WSS-ITM-TIPO             PIC X(01).
           88 WSS-ITM-QUANTIDADE             VALUE 'Q'.
           88 WSS-ITM-MONETARIO              VALUE 'V'.
           88 WSS-ITM-TAXA                   VALUE 'T'.
       01 WSS-ITM-VALORES.
           05 WSS-IVL-ENT OCCURS 3 TIMES.
               10 WSS-IVL-VALOR        PIC 9(11)V99.
               10 WSS-IVL-TEM          PIC X(01).
                   88 WSS-IVL-EXISTE           VALUE 'S'.
       77 WSS-IVL-IDX              PIC 9(4) COMP.
       77 WSS-ITM-CODIGO           PIC 9(02).
       77 WSS-VALOR-EDITADO        PIC X(20).
       77 WSS-VAR-EDITADA          PIC X(08).
       77 WSS-ITM-FORA             PIC X(01) VALUE 'N'.
           88 WSS-ITM-ALERTA                 VALUE 'S'.

      *-----------------------------------------------------------------
      * LINHAS DO RELATORIO.
      *-----------------------------------------------------------------
       77 WSS-PAGINA               PIC 9(03) VALUE ZEROES.

       01 WSS-LINHA-TITULO.
           05 FILLER               PIC X(60) VALUE
              ' ESTAT117 - ESTATISTICA MENSAL POR FILIAL - COMPARATIVO'.
           05 FILLER               PIC X(60) VALUE SPACES.
           05 FILLER               PIC X(09) VALUE 'PAGINA : '.
           05 WSS-TIT-PAGINA       PIC ZZ9.

       01 WSS-LINHA-FILIAL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WSS-LFI-NOME         PIC X(20).
           05 FILLER               PIC X(08) VALUE '  MES : '.
           05 WSS-LFI-MES          PIC X(07).
           05 FILLER               PIC X(13) VALUE '  ANTERIOR : '.
           05 WSS-LFI-ANT          PIC X(07).
           05 FILLER               PIC X(17) VALUE
              '  ANO ANTERIOR : '.
           05 WSS-LFI-ANO          PIC X(07).
           05 FILLER               PIC X(22) VALUE
              '  DIAS DE MOVIMENTO : '.
           05 WSS-LFI-DIAS         PIC ZZ9.
           05 FILLER               PIC X(26) VALUE SPACES.

       01 WSS-LINHA-COLUNAS.
           05 FILLER               PIC X(37) VALUE '  ITEM'.
           05 FILLER               PIC X(09) VALUE SPACES.
           05 WSS-COL-MES          PIC X(11).
           05 FILLER               PIC X(11) VALUE SPACES.
           05 WSS-COL-ANT          PIC X(11).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE 'VAR %'.
           05 FILLER               PIC X(11) VALUE SPACES.
           05 WSS-COL-ANO          PIC X(11).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE 'VAR %'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE 'ALERTA'.
           05 FILLER               PIC X(01) VALUE SPACES.

       01 WSS-LINHA-ITEM.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WSS-ITM-NOME         PIC X(34).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WSS-ITM-ATUAL        PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WSS-ITM-ANTERIOR     PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WSS-ITM-VAR-ANT      PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WSS-ITM-ANO          PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WSS-ITM-VAR-ANO      PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WSS-ITM-ALERTA-TXT   PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.

       01 WSS-LINHA-ALERTA.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WSS-LAL-FILIAL       PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WSS-LAL-ITEM         PIC X(20).
           05 FILLER               PIC X(08) VALUE '  MES : '.
           05 WSS-LAL-ATUAL        PIC X(20).
           05 FILLER               PIC X(13) VALUE '  ANTERIOR : '.
           05 WSS-LAL-ANTERIOR     PIC X(20).
           05 FILLER               PIC X(17) VALUE
              '  ANO ANTERIOR : '.
           05 WSS-LAL-ANO          PIC X(20).

       01 WSS-LINHA-TOLERANCIA.
           05 FILLER               PIC X(40) VALUE
              ' FILIAIS FORA DA TOLERANCIA - REJEICAO '.
           05 WSS-LTO-REJEI        PIC ZZ9.
           05 FILLER               PIC X(20) VALUE
              ' PONTOS / ATRASO '.
           05 WSS-LTO-ATRAS        PIC ZZ9.
           05 FILLER               PIC X(66) VALUE ' %'.

      *-----------------------------------------------------------------
      * EDICAO DOS VALORES NAS COLUNAS DE 20 POSICOES E DA VARIACAO.
      *-----------------------------------------------------------------
       01 WSS-EDITA-QTD.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WSS-EDQ-VALOR        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9.
       01 WSS-EDITA-VLR.
           05 WSS-EDV-VALOR        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WSS-EDITA-TAXA.
           05 FILLER               PIC X(14) VALUE SPACES.
           05 WSS-EDT-VALOR        PIC ZZ9,99.
       01 WSS-EDITA-ND.
           05 FILLER               PIC X(16) VALUE SPACES.
           05 FILLER               PIC X(04) VALUE ' N/D'.
       01 WSS-EDITA-VAR.
           05 WSS-EDP-VALOR        PIC -ZZZZ9,9.
       77 WSS-VAR-ND               PIC X(08) VALUE '     N/D'.
       77 WSS-ALERTA-TXT           PIC X(10) VALUE '** ALERTA'.

       01 WSS-MES-EDITADO.
           05 WSS-EM-MES           PIC X(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WSS-EM-ANO           PIC X(04).

       77 WSS-LINHA-TRACO          PIC X(132) VALUE ALL '-'.

      *-----------------------------------------------------------------
      * INTERFACE DE CONSULTA AO CATALOGO DE GERACOES (CATLG117) PARA
      * RESOLVER A GERACAO DO EXTRATO DO DIA.
      *-----------------------------------------------------------------
       01 WSS-CAT-REQUEST.
           05 WSS-CAT-FUNCAO           PIC X(01).
           05 WSS-CAT-DATA             PIC 9(08).
           05 WSS-CAT-NOME             PIC X(17).
           05 WSS-CAT-FOUND            PIC X(01).
               88 WSS-CAT-ACHOU                VALUE 'S'.

      *-----------------------------------------------------------------
      * PEDIDO DE DATA DE MOVIMENTO DO CICLO (DATMV117).
      *-----------------------------------------------------------------
       01 WSS-DTM-REQUEST.
           05 WSS-DTM-FUNCAO           PIC X(01).
           05 WSS-DTM-DATA             PIC 9(08).
           05 WSS-DTM-ORIGEM           PIC X(01).
           05 WSS-DTM-RESULT           PIC X(01).

      *-----------------------------------------------------------------
      * PARAMETROS DO LOTE (PARML117) - TOLERANCIAS DO COMPARATIVO.
      *-----------------------------------------------------------------
       01 WSS-PRM-REQUEST.
           05 WSS-PRM-CICLOS           PIC 9(02).
           05 WSS-PRM-MODOENT          PIC X(01).
           05 WSS-PRM-SINAL            PIC X(01).
           05 WSS-PRM-DIAS             PIC 9(04).
           05 WSS-PRM-UTIL             PIC X(01).
           05 WSS-PRM-MODO             PIC X(01).
           05 WSS-PRM-ARQ-LIDO         PIC X(01).
           05 WSS-PRM-JANELA           PIC 9(02).
           05 WSS-PRM-TOLTEMPO         PIC 9(03).
           05 WSS-PRM-TOLREGS          PIC 9(03).
           05 WSS-PRM-FECHAJAN         PIC 9(04).
           05 WSS-PRM-TOLREJEI         PIC 9(03).
           05 WSS-PRM-TOLATRAS         PIC 9(03).

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
           DISPLAY ' ESTAT117'
           DISPLAY ' ESTATISTICA MENSAL POR FILIAL'
           DISPLAY ' '.
           MOVE 'INI'      TO WSS-HIS-TIPO
           MOVE 'ESTAT117' TO WSS-HIS-PROGRAMA
           MOVE ZEROES     TO WSS-HIS-REGISTROS
           MOVE ZEROES     TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

           INITIALIZE WSS-TAB-FILIAIS-GRP.
           INITIALIZE WSS-TAB-CAMADAS.

           CALL 'PARML117' USING WSS-PRM-REQUEST.

           ACCEPT WSS-MES-PARM FROM ENVIRONMENT 'ESTAT117_MES'.

           IF WSS-MES-PARM NOT EQUAL SPACES
              PERFORM ROOT-VALIDA-MES-PARM
                 THRU ROOT-VALIDA-MES-PARM-EXIT
           ELSE
              PERFORM ROOT-RESOLVE-DATAS
                 THRU ROOT-RESOLVE-DATAS-EXIT
           END-IF.

       002-ACUMULA-DIA             SECTION.

           IF WSS-ACUMULA-DIA
              PERFORM ROOT-LE-LOTE     THRU ROOT-LE-LOTE-EXIT
              PERFORM ROOT-LE-SAIDA    THRU ROOT-LE-SAIDA-EXIT
              PERFORM ROOT-LE-REJEITOS THRU ROOT-LE-REJEITOS-EXIT
              PERFORM ROOT-LE-EXTRATO  THRU ROOT-LE-EXTRATO-EXIT
              PERFORM ROOT-LE-FATURAS  THRU ROOT-LE-FATURAS-EXIT
              PERFORM ROOT-CARREGA-TRANSMITIDAS
                 THRU ROOT-CARREGA-TRANSMITIDAS-EXIT
              PERFORM ROOT-ATUALIZA-DIARIO
                 THRU ROOT-ATUALIZA-DIARIO-EXIT
           END-IF.

       003-RECALCULA-MESES         SECTION.

           IF WSS-ACUMULA-DIA
              PERFORM ROOT-SOMA-DIARIO    THRU ROOT-SOMA-DIARIO-EXIT
              PERFORM ROOT-LE-CREDITOS    THRU ROOT-LE-CREDITOS-EXIT
              PERFORM ROOT-CARREGA-MENSAL THRU ROOT-CARREGA-MENSAL-EXIT
              PERFORM ROOT-GRAVA-MENSAL   THRU ROOT-GRAVA-MENSAL-EXIT
           END-IF.

       004-EMITE-RELATORIO         SECTION.

           IF WSS-FIM-DE-MES OR WSS-MODO-REEMISSAO
              PERFORM ROOT-EMITE-RELATORIO
                 THRU ROOT-EMITE-RELATORIO-EXIT
           ELSE
              DISPLAY ' MES EM ANDAMENTO - RELATORIO NAO EMITIDO'
           END-IF.

       005-PROCEDIMENTOS-FINAIS    SECTION.

           DISPLAY ' '
           DISPLAY ' REGISTROS DIARIOS GRAVADOS : ' WSS-QTD-DIA-GRAVADOS
           DISPLAY ' REGISTROS MENSAIS GRAVADOS : ' WSS-QTD-MES-GRAVADOS
           DISPLAY ' PAGINAS EMITIDAS           : ' WSS-PAGINA
           DISPLAY ' FILIAIS FORA DA TOLERANCIA : ' WSS-QTD-ALERTAS
           DISPLAY ' '.

      *-----------------------------------------------------------------
      * FILIAL FORA DA TOLERANCIA NAO E ERRO : O PASSO TERMINA NORMAL,
      * MAS COM UM RETURN-CODE PROPRIO PARA O AGENDADOR AVISAR A AREA.
      *-----------------------------------------------------------------
           IF WSS-QTD-ALERTAS > ZEROES
              DISPLAY ' *** ATENCAO - HA FILIAL FORA DA TOLERANCIA'
              DISPLAY ' *** CONFERIR RELES117'
              MOVE RCEST117-ALERTA-VARIACAO TO RETURN-CODE
           END-IF.

           MOVE 'FIM'       TO WSS-HIS-TIPO
           MOVE WSS-QTD-MES-GRAVADOS TO WSS-HIS-REGISTROS
           MOVE RETURN-CODE TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

           GOBACK.

      *-----------------------------------------------------------------
      * ROTINAS AUXILIARES
      *-----------------------------------------------------------------
       SECTION-CODES        SECTION.

      *-----------------------------------------------------------------
      * REEMISSAO : ESTAT117_MES TEM DE SER AAAAMM COM MES DE 01 A 12.
      * NADA E ACUMULADO NEM REGRAVADO.
      *-----------------------------------------------------------------
       ROOT-VALIDA-MES-PARM.

           IF WSS-MES-PARM IS NOT NUMERIC
              MOVE ' MES DE REFERENCIA INVALIDO'
                     TO WSS-MENSAGEM
              MOVE RCEST117-MES-INVALIDO                TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           IF WSS-MPR-MES < 1 OR WSS-MPR-MES > 12
              MOVE ' MES DE REFERENCIA INVALIDO'
                     TO WSS-MENSAGEM
              MOVE RCEST117-MES-INVALIDO                TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE 'R'            TO WSS-MODO.
           MOVE 'N'            TO WSS-ACUMULA-SW.
           MOVE WSS-MES-PARM-N TO WSS-MES-RELATORIO.

           DISPLAY ' REEMISSAO DO MES : ' WSS-MES-PARM
           DISPLAY ' '.

       ROOT-VALIDA-MES-PARM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DATAS DO CICLO. A CONSULTA ('C') DEVOLVE A DATA DO PROXIMO
      * CICLO - O EXECMD117 JA AVANCOU A DATA NO FECHAMENTO LIMPO - E A
      * FIXACAO ('F') A DO CICLO QUE FECHOU, CUJO MOVIMENTO ESTA NOS
      * ARQUIVOS DO DIA. SE O PROXIMO CICLO CAI EM OUTRO MES, ESTE E O
      * ULTIMO DIA DE MOVIMENTO DO MES. SEM CICLO FECHADO NO DATMV117
      * VALE A DATA DA CONSULTA E O FIM DO MES SO SAI POR REEMISSAO.
      *-----------------------------------------------------------------
       ROOT-RESOLVE-DATAS.

           MOVE 'C' TO WSS-DTM-FUNCAO.
           CALL 'DATMV117' USING WSS-DTM-REQUEST.
           MOVE WSS-DTM-DATA TO WSS-DATA-PROXIMA.

           MOVE 'F' TO WSS-DTM-FUNCAO.
           CALL 'DATMV117' USING WSS-DTM-REQUEST.

           IF WSS-DTM-RESULT EQUAL SPACE
              MOVE WSS-DTM-DATA TO WSS-HOJE
              IF WSS-DATA-PROXIMA (1:6) NOT EQUAL WSS-HOJE (1:6)
                 MOVE 'S' TO WSS-FIM-MES-SW
              END-IF
           ELSE
              MOVE WSS-DATA-PROXIMA TO WSS-HOJE
           END-IF.

           MOVE WSS-HOJE (1:6)   TO WSS-MES-CORRENTE.
           MOVE WSS-MES-CORRENTE TO WSS-MES-RELATORIO.

           MOVE WSS-MES-CORRENTE TO WSS-MES-CALC-N.
           PERFORM ROT-RECUA-MES THRU ROT-RECUA-MES-EXIT.
           MOVE WSS-MES-CALC-N   TO WSS-MES-ANTERIOR.
           COMPUTE WSS-DATA-INI-ANTERIOR = WSS-MES-ANTERIOR * 100 + 1.

           MOVE WSS-MES-CORRENTE TO WSS-MES-CALC-N.
           PERFORM ROT-RECUA-MES THRU ROT-RECUA-MES-EXIT
                   WSS-MESES-HISTORICO TIMES.
           MOVE WSS-MES-CALC-N   TO WSS-MES-LIMITE.

           PERFORM ROOT-RESOLVE-GERACAO
              THRU ROOT-RESOLVE-GERACAO-EXIT.

           DISPLAY ' MOVIMENTO DE    : ' WSS-HOJE
           DISPLAY ' PROXIMO CICLO   : ' WSS-DATA-PROXIMA
           DISPLAY ' EXTRATO DO DIA  : ' WSS-OUTPTFL-DD
           DISPLAY ' HISTORICO DESDE : ' WSS-MES-LIMITE
           DISPLAY ' '.

       ROOT-RESOLVE-DATAS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GERACAO DO EXTRATO DO DIA PELO CATALOGO. A ULTIMA GERACAO JA NA
      * DATA DO PROXIMO CICLO QUER DIZER QUE ESSE CICLO RODOU MAS NAO
      * FECHOU : O DIA NAO E ACUMULADO (OS ARQUIVOS NAO SAO MAIS OS DO
      * CICLO FECHADO) E O FIM DO MES, SE FOR O CASO, JA FOI EMITIDO.
      * GERACAO DE OUTRA DATA NAO E DO MOVIMENTO - NADA A EXTRAIR. SEM
      * CATALOGO PERMANECE O NOME FIXO OUTPTFL.
      *-----------------------------------------------------------------
       ROOT-RESOLVE-GERACAO.

           MOVE 'U'    TO WSS-CAT-FUNCAO.
           MOVE ZEROES TO WSS-CAT-DATA.
           MOVE SPACES TO WSS-CAT-NOME.
           MOVE 'N'    TO WSS-CAT-FOUND.

           CALL 'CATLG117' USING WSS-CAT-REQUEST.

           IF NOT WSS-CAT-ACHOU
              GO TO ROOT-RESOLVE-GERACAO-EXIT
           END-IF.

           IF WSS-CAT-DATA EQUAL WSS-DATA-PROXIMA
              AND WSS-HOJE NOT EQUAL WSS-DATA-PROXIMA
              DISPLAY ' CICLO DE ' WSS-DATA-PROXIMA
                      ' AINDA NAO FECHADO - DIA NAO ACUMULADO'
              MOVE 'N' TO WSS-ACUMULA-SW
              MOVE 'N' TO WSS-FIM-MES-SW
              GO TO ROOT-RESOLVE-GERACAO-EXIT
           END-IF.

           IF WSS-CAT-DATA EQUAL WSS-HOJE
              MOVE WSS-CAT-NOME TO WSS-OUTPTFL-DD
              MOVE WSS-CAT-NOME TO WSS-GERACAO
           ELSE
              MOVE SPACES       TO WSS-OUTPTFL-DD
           END-IF.

       ROOT-RESOLVE-GERACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RECUA UM MES EM WSS-MES-CALC.
      *-----------------------------------------------------------------
       ROT-RECUA-MES.

           IF WSS-MCA-MES > 1
              SUBTRACT 1 FROM WSS-MCA-MES
           ELSE
              MOVE 12 TO WSS-MCA-MES
              SUBTRACT 1 FROM WSS-MCA-ANO
           END-IF.

       ROT-RECUA-MES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TRATA O FILE STATUS DA ABERTURA DE UM ARQUIVO DE ENTRADA
      * (WSS-ARQ-STATUS / WSS-ARQ-NOME) : '00' LIBERA A LEITURA, '35'
      * DEIXA O ARQUIVO DE FORA (NADA A CONTAR), OUTRO STATUS ABENDA.
      *-----------------------------------------------------------------
       ROT-CONFERE-ABERTURA.

           MOVE 'N' TO WSS-ARQ-ABERTO.
           MOVE 'N' TO WSS-EOF-ARQ.

           IF WSS-ARQ-STATUS EQUAL 00
              MOVE 'S' TO WSS-ARQ-ABERTO
              GO TO ROT-CONFERE-ABERTURA-EXIT
           END-IF.

           IF WSS-ARQ-STATUS EQUAL 35
              DISPLAY ' ARQUIVO NAO DISPONIVEL : ' WSS-ARQ-NOME
              GO TO ROT-CONFERE-ABERTURA-EXIT
           END-IF.

           MOVE SPACES TO WSS-MENSAGEM
           STRING ' ERRO NA ABERTURA DE ' DELIMITED BY SIZE
                  WSS-ARQ-NOME          DELIMITED BY SPACE
             INTO WSS-MENSAGEM.
           MOVE RCEST117-ERRO-ARQ-ENTRADA            TO RETURN-CODE
           PERFORM ROT-ABEND.

       ROT-CONFERE-ABERTURA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOTE119 : RECEBIDOS POR FILIAL.
      *-----------------------------------------------------------------
       ROOT-LE-LOTE.

           OPEN INPUT LOTE119.
           MOVE FS-LOTE119 TO WSS-ARQ-STATUS
           MOVE 'LOTE119'  TO WSS-ARQ-NOME.
           PERFORM ROT-CONFERE-ABERTURA
              THRU ROT-CONFERE-ABERTURA-EXIT.

           IF NOT WSS-ARQ-DISPONIVEL
              GO TO ROOT-LE-LOTE-EXIT
           END-IF.

           PERFORM ROOT-LE-UM-LOTE THRU ROOT-LE-UM-LOTE-EXIT
                   UNTIL WSS-FIM-ARQ.

           CLOSE LOTE119.

       ROOT-LE-LOTE-EXIT.
           EXIT.

       ROOT-LE-UM-LOTE.

           READ LOTE119
               AT END
                   MOVE 'S' TO WSS-EOF-ARQ
               NOT AT END
                   MOVE REG-LOTE-FILIAL TO WSS-FIL-CHAVE
                   PERFORM ROT-LOCALIZA-FILIAL
                      THRU ROT-LOCALIZA-FILIAL-EXIT
                   MOVE 'S' TO WSS-FIL-NO-DIA (WSS-FIL-IDX)
                   ADD 1 TO WSS-CAM-RECEBIDOS (WSS-FIL-IDX, WSS-CAM-DIA)
           END-READ.

       ROOT-LE-UM-LOTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * SAIDA119 : 'S' = CALCULADO. OS REJEITADOS SAO CONTADOS PELO
      * REJEI119, QUE TRAZ O MOTIVO. PLANO DE PARCELAMENTO TEM UMA LINHA
      * POR PARCELA - O CONTRATO SO CONTA NA PARCELA 1.
      *-----------------------------------------------------------------
       ROOT-LE-SAIDA.

           OPEN INPUT SAIDA119.
           MOVE FS-SAIDA119 TO WSS-ARQ-STATUS
           MOVE 'SAIDA119'  TO WSS-ARQ-NOME.
           PERFORM ROT-CONFERE-ABERTURA
              THRU ROT-CONFERE-ABERTURA-EXIT.

           IF NOT WSS-ARQ-DISPONIVEL
              GO TO ROOT-LE-SAIDA-EXIT
           END-IF.

           PERFORM ROOT-LE-UMA-SAIDA THRU ROOT-LE-UMA-SAIDA-EXIT
                   UNTIL WSS-FIM-ARQ.

           CLOSE SAIDA119.

       ROOT-LE-SAIDA-EXIT.
           EXIT.

       ROOT-LE-UMA-SAIDA.

           READ SAIDA119
               AT END
                   MOVE 'S' TO WSS-EOF-ARQ
               NOT AT END
                   IF REG-SAI-STATUS EQUAL 'S'
                      AND (REG-SAI-PARCELA IS NOT NUMERIC
                           OR REG-SAI-PARCELA NOT > 1)
                      MOVE REG-SAI-FILIAL TO WSS-FIL-CHAVE
                      PERFORM ROT-LOCALIZA-FILIAL
                         THRU ROT-LOCALIZA-FILIAL-EXIT
                      MOVE 'S' TO WSS-FIL-NO-DIA (WSS-FIL-IDX)
                      ADD 1
                       TO WSS-CAM-CALCULADOS (WSS-FIL-IDX, WSS-CAM-DIA)
                   END-IF
           END-READ.

       ROOT-LE-UMA-SAIDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REJEI119 : REJEITADOS POR FILIAL E POR MOTIVO.
      *-----------------------------------------------------------------
       ROOT-LE-REJEITOS.

           OPEN INPUT REJEI119.
           MOVE FS-REJEI119 TO WSS-ARQ-STATUS
           MOVE 'REJEI119'  TO WSS-ARQ-NOME.
           PERFORM ROT-CONFERE-ABERTURA
              THRU ROT-CONFERE-ABERTURA-EXIT.

           IF NOT WSS-ARQ-DISPONIVEL
              GO TO ROOT-LE-REJEITOS-EXIT
           END-IF.

           PERFORM ROOT-LE-UM-REJEITO THRU ROOT-LE-UM-REJEITO-EXIT
                   UNTIL WSS-FIM-ARQ.

           CLOSE REJEI119.

       ROOT-LE-REJEITOS-EXIT.
           EXIT.

       ROOT-LE-UM-REJEITO.

           READ REJEI119
               AT END
                   MOVE 'S' TO WSS-EOF-ARQ
                   GO TO ROOT-LE-UM-REJEITO-EXIT
           END-READ.

           MOVE REJ-ORIG-FILIAL TO WSS-FIL-CHAVE.
           PERFORM ROT-LOCALIZA-FILIAL THRU ROT-LOCALIZA-FILIAL-EXIT.
           MOVE 'S' TO WSS-FIL-NO-DIA (WSS-FIL-IDX).

           MOVE WSS-QTD-MOTIVOS TO WSS-MOT-IDX.

           IF REJ-MOTIVO IS NUMERIC
              IF REJ-MOTIVO-NUM > ZEROES
                 AND REJ-MOTIVO-NUM < WSS-QTD-MOTIVOS
                 MOVE REJ-MOTIVO-NUM TO WSS-MOT-IDX
              END-IF
           END-IF.

           ADD 1 TO WSS-CAM-REJEITADOS (WSS-FIL-IDX, WSS-CAM-DIA).
           ADD 1 TO WSS-CAM-REJ-MOTIVO
                               (WSS-FIL-IDX, WSS-CAM-DIA, WSS-MOT-IDX).

       ROOT-LE-UM-REJEITO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GERACAO DO EXTRATO DO DIA : DETALHES DE ORIGEM REAL (CONTRATOS
      * DE VERDADE, NAO OS REGISTROS DE TESTE).
      *-----------------------------------------------------------------
       ROOT-LE-EXTRATO.

           IF WSS-OUTPTFL-DD EQUAL SPACES
              DISPLAY ' SEM GERACAO DO EXTRATO NA DATA DO MOVIMENTO'
              GO TO ROOT-LE-EXTRATO-EXIT
           END-IF.

           OPEN INPUT OUTPTFL.
           MOVE FS-OUTPTFL     TO WSS-ARQ-STATUS
           MOVE WSS-OUTPTFL-DD TO WSS-ARQ-NOME.
           PERFORM ROT-CONFERE-ABERTURA
              THRU ROT-CONFERE-ABERTURA-EXIT.

           IF NOT WSS-ARQ-DISPONIVEL
              GO TO ROOT-LE-EXTRATO-EXIT
           END-IF.

           PERFORM ROOT-LE-UM-EXTRATO THRU ROOT-LE-UM-EXTRATO-EXIT
                   UNTIL WSS-FIM-ARQ.

           CLOSE OUTPTFL.

       ROOT-LE-EXTRATO-EXIT.
           EXIT.

       ROOT-LE-UM-EXTRATO.

           READ OUTPTFL
               AT END
                   MOVE 'S' TO WSS-EOF-ARQ
               NOT AT END
                   IF REG-TIPO-REG EQUAL 'DT'
                      AND REG-ORIGEM-REAL
                      MOVE REG-FILIAL TO WSS-FIL-CHAVE
                      PERFORM ROT-LOCALIZA-FILIAL
                         THRU ROT-LOCALIZA-FILIAL-EXIT
                      MOVE 'S' TO WSS-FIL-NO-DIA (WSS-FIL-IDX)
                      ADD 1
                       TO WSS-CAM-EXTRAIDOS (WSS-FIL-IDX, WSS-CAM-DIA)
                   END-IF
           END-READ.

       ROOT-LE-UM-EXTRATO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FATUR117 : POSICAO DO FATURAMENTO NO DIA - LINHAS FATURADAS,
      * PRINCIPAL EM ATRASO, MULTAS E JUROS POR FILIAL.
      *-----------------------------------------------------------------
       ROOT-LE-FATURAS.

           OPEN INPUT FATUR117.
           MOVE FS-FATUR117 TO WSS-ARQ-STATUS
           MOVE 'FATUR117'  TO WSS-ARQ-NOME.
           PERFORM ROT-CONFERE-ABERTURA
              THRU ROT-CONFERE-ABERTURA-EXIT.

           IF NOT WSS-ARQ-DISPONIVEL
              GO TO ROOT-LE-FATURAS-EXIT
           END-IF.

           PERFORM ROOT-LE-UMA-FATURA THRU ROOT-LE-UMA-FATURA-EXIT
                   UNTIL WSS-FIM-ARQ.

           CLOSE FATUR117.

       ROOT-LE-FATURAS-EXIT.
           EXIT.

       ROOT-LE-UMA-FATURA.

           READ FATUR117
               AT END
                   MOVE 'S' TO WSS-EOF-ARQ
                   GO TO ROOT-LE-UMA-FATURA-EXIT
           END-READ.

           IF FAT-TIPO-REG NOT EQUAL 'DT'
              GO TO ROOT-LE-UMA-FATURA-EXIT
           END-IF.

           MOVE FAT-FILIAL TO WSS-FIL-CHAVE.
           PERFORM ROT-LOCALIZA-FILIAL THRU ROT-LOCALIZA-FILIAL-EXIT.
           MOVE 'S' TO WSS-FIL-NO-DIA (WSS-FIL-IDX).

           ADD 1             TO WSS-CAM-FATURADOS
                                             (WSS-FIL-IDX, WSS-CAM-DIA).
           ADD FAT-PRINCIPAL TO WSS-CAM-PRINCIPAL
                                             (WSS-FIL-IDX, WSS-CAM-DIA).
           ADD FAT-MULTA-VLR TO WSS-CAM-MULTAS
                                             (WSS-FIL-IDX, WSS-CAM-DIA).
           ADD FAT-JUROS-VLR TO WSS-CAM-JUROS
                                             (WSS-FIL-IDX, WSS-CAM-DIA).

       ROOT-LE-UMA-FATURA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CATLG117 : GERACOES TRANSMITIDAS OU CONFIRMADAS DESDE O INICIO
      * DO MES ANTERIOR. DEPOIS DO EXPURGO A GERACAO PERDE A SITUACAO,
      * POR ISSO A TRANSMISSAO FICA REGISTRADA NO DIARIO NA PRIMEIRA
      * VEZ QUE E VISTA.
      *-----------------------------------------------------------------
       ROOT-CARREGA-TRANSMITIDAS.

           OPEN INPUT CATLG117.
           MOVE FS-CATLG117 TO WSS-ARQ-STATUS
           MOVE 'CATLG117'  TO WSS-ARQ-NOME.
           PERFORM ROT-CONFERE-ABERTURA
              THRU ROT-CONFERE-ABERTURA-EXIT.

           IF NOT WSS-ARQ-DISPONIVEL
              GO TO ROOT-CARREGA-TRANSMITIDAS-EXIT
           END-IF.

           PERFORM ROOT-LE-UMA-GERACAO THRU ROOT-LE-UMA-GERACAO-EXIT
                   UNTIL WSS-FIM-ARQ.

           CLOSE CATLG117.

       ROOT-CARREGA-TRANSMITIDAS-EXIT.
           EXIT.

       ROOT-LE-UMA-GERACAO.

           READ CATLG117
               AT END
                   MOVE 'S' TO WSS-EOF-ARQ
                   GO TO ROOT-LE-UMA-GERACAO-EXIT
           END-READ.

           IF NOT CAT-TRANSMITIDA AND NOT CAT-CONFIRMADA
              GO TO ROOT-LE-UMA-GERACAO-EXIT
           END-IF.

           IF CAT-DATA-GERACAO < WSS-DATA-INI-ANTERIOR
              GO TO ROOT-LE-UMA-GERACAO-EXIT
           END-IF.

           IF WSS-QTD-TRANSM EQUAL WSS-QTD-MAX-TRANSM
              MOVE ' TABELA DE GERACOES CHEIA'
                     TO WSS-MENSAGEM
              MOVE RCEST117-TABELA-CHEIA                TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-QTD-TRANSM.
           MOVE CAT-NOME-ARQUIVO TO WSS-TRM-NOME (WSS-QTD-TRANSM).

       ROOT-LE-UMA-GERACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ESTDI117 : MANTEM O MES CORRENTE E O ANTERIOR. O REGISTRO DA
      * PROPRIA DATA DO MOVIMENTO (RERODADA) E SUBSTITUIDO PELO DO DIA,
      * QUE ENTRA NO FIM. O ARQUIVO E REGRAVADO POR INTEIRO.
      *-----------------------------------------------------------------
       ROOT-ATUALIZA-DIARIO.

           MOVE 'N' TO WSS-EOF-ARQ.
           OPEN INPUT ESTDI117.

           IF FS-ESTDI117 EQUAL '35'
              DISPLAY ' ESTDI117 VAZIO - INICIO DO ACUMULO'
           ELSE
              IF FS-ESTDI117 NOT EQUAL '00'
                 MOVE ' ERRO NA ABERTURA DE ESTDI117'
                        TO WSS-MENSAGEM
                 MOVE RCEST117-ERRO-ARQ-DIARIO          TO RETURN-CODE
                 PERFORM ROT-ABEND
              END-IF
              PERFORM ROOT-LE-UM-DIARIO THRU ROOT-LE-UM-DIARIO-EXIT
                      UNTIL WSS-FIM-ARQ
              CLOSE ESTDI117
           END-IF.

           MOVE 1 TO WSS-FIL-IDX.

           PERFORM ROOT-GUARDA-DIA-FILIAL
              THRU ROOT-GUARDA-DIA-FILIAL-EXIT
                   UNTIL WSS-FIL-IDX > WSS-QTD-FILIAIS.

           MOVE WSS-IDX-SEM-FILIAL TO WSS-FIL-IDX.
           PERFORM ROOT-GUARDA-DIA-FILIAL
              THRU ROOT-GUARDA-DIA-FILIAL-EXIT.

           OPEN OUTPUT ESTDI117.
           IF FS-ESTDI117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE ESTDI117'
                     TO WSS-MENSAGEM
              MOVE RCEST117-ERRO-ARQ-DIARIO             TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE 1 TO WSS-DIA-IDX.

           PERFORM ROOT-GRAVA-UM-DIARIO THRU ROOT-GRAVA-UM-DIARIO-EXIT
                   UNTIL WSS-DIA-IDX > WSS-QTD-DIARIO.

           CLOSE ESTDI117.

       ROOT-ATUALIZA-DIARIO-EXIT.
           EXIT.

       ROOT-LE-UM-DIARIO.

           READ ESTDI117 INTO REG-ESTATISTICA
               AT END
                   MOVE 'S' TO WSS-EOF-ARQ
                   GO TO ROOT-LE-UM-DIARIO-EXIT
           END-READ.

           IF FS-ESTDI117 NOT EQUAL '00'
              MOVE ' ERRO NA LEITURA DE ESTDI117'
                     TO WSS-MENSAGEM
              MOVE RCEST117-ERRO-ARQ-DIARIO             TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           IF EST-MES < WSS-MES-ANTERIOR
              OR EST-DATA EQUAL WSS-HOJE
              GO TO ROOT-LE-UM-DIARIO-EXIT
           END-IF.

           PERFORM ROT-CONFERE-TRANSMISSAO
              THRU ROT-CONFERE-TRANSMISSAO-EXIT.
           PERFORM ROT-GUARDA-DIARIO THRU ROT-GUARDA-DIARIO-EXIT.

       ROOT-LE-UM-DIARIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REGISTRO DO DIA DA FILIAL WSS-FIL-IDX, SE ELA TEVE MOVIMENTO.
      *-----------------------------------------------------------------
       ROOT-GUARDA-DIA-FILIAL.

           IF NOT WSS-FIL-TEM-DIA (WSS-FIL-IDX)
              GO TO ROOT-GUARDA-DIA-FILIAL-EXIT
           END-IF.

           MOVE WSS-CAM-DIA TO WSS-CAM-IDX.
           PERFORM ROT-MONTA-REGISTRO THRU ROT-MONTA-REGISTRO-EXIT.

           MOVE WSS-MES-CORRENTE TO EST-MES.
           MOVE WSS-HOJE         TO EST-DATA.
           MOVE WSS-GERACAO      TO EST-GERACAO.
           MOVE 1                TO EST-QTD-DIAS.

           PERFORM ROT-CONFERE-TRANSMISSAO
              THRU ROT-CONFERE-TRANSMISSAO-EXIT.
           PERFORM ROT-GUARDA-DIARIO THRU ROT-GUARDA-DIARIO-EXIT.

       ROOT-GUARDA-DIA-FILIAL-EXIT.
           ADD 1 TO WSS-FIL-IDX.

       ROOT-GRAVA-UM-DIARIO.

           WRITE REG-ESTDI117 FROM WSS-DIA-REG (WSS-DIA-IDX).
           IF FS-ESTDI117 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE ESTDI117'
                     TO WSS-MENSAGEM
              MOVE RCEST117-ERRO-ARQ-DIARIO             TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-QTD-DIA-GRAVADOS.
           ADD 1 TO WSS-DIA-IDX.

       ROOT-GRAVA-UM-DIARIO-EXIT.
           EXIT.

       ROT-GUARDA-DIARIO.

           IF WSS-QTD-DIARIO EQUAL WSS-QTD-MAX-DIARIO
              MOVE ' TABELA DO DIARIO CHEIA'
                     TO WSS-MENSAGEM
              MOVE RCEST117-TABELA-CHEIA                TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-QTD-DIARIO.
           MOVE REG-ESTATISTICA TO WSS-DIA-REG (WSS-QTD-DIARIO).

       ROT-GUARDA-DIARIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EXTRAIDOS DE GERACAO JA TRANSMITIDA CONTAM COMO TRANSMITIDOS.
      *-----------------------------------------------------------------
       ROT-CONFERE-TRANSMISSAO.

           IF EST-TRANSMITIDOS > ZEROES
              OR EST-EXTRAIDOS EQUAL ZEROES
              OR EST-GERACAO EQUAL SPACES
              GO TO ROT-CONFERE-TRANSMISSAO-EXIT
           END-IF.

           MOVE 'N' TO WSS-TRM-ACHOU.
           MOVE 1   TO WSS-TRM-IDX.

           PERFORM ROT-COMPARA-TRANSM THRU ROT-COMPARA-TRANSM-EXIT
                   UNTIL WSS-TRM-IDX > WSS-QTD-TRANSM
                      OR WSS-TRM-ENCONTROU.

           IF WSS-TRM-ENCONTROU
              MOVE EST-EXTRAIDOS TO EST-TRANSMITIDOS
           END-IF.

       ROT-CONFERE-TRANSMISSAO-EXIT.
           EXIT.

       ROT-COMPARA-TRANSM.

           IF WSS-TRM-NOME (WSS-TRM-IDX) EQUAL EST-GERACAO
              MOVE 'S' TO WSS-TRM-ACHOU
           ELSE
              ADD 1 TO WSS-TRM-IDX
           END-IF.

       ROT-COMPARA-TRANSM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * SOMA O DIARIO NAS CAMADAS DO MES CORRENTE (2) E DO ANTERIOR
      * (3). FLUXO E A SOMA DOS DIAS; FATURADOS, PRINCIPAL, MULTAS E
      * JUROS SAO A POSICAO DA ULTIMA DATA DE MOVIMENTO DO MES. SO O
      * MES QUE TEM DIARIO E RECALCULADO.
      *-----------------------------------------------------------------
       ROOT-SOMA-DIARIO.

           MOVE WSS-MES-CORRENTE TO WSS-MES-CAMADA (WSS-CAM-MES).
           MOVE WSS-MES-ANTERIOR TO WSS-MES-CAMADA (WSS-CAM-ANT).

           MOVE 1 TO WSS-DIA-IDX.

           PERFORM ROOT-ULTIMA-DATA THRU ROOT-ULTIMA-DATA-EXIT
                   UNTIL WSS-DIA-IDX > WSS-QTD-DIARIO.

           MOVE 1 TO WSS-DIA-IDX.

           PERFORM ROOT-SOMA-UM-DIA THRU ROOT-SOMA-UM-DIA-EXIT
                   UNTIL WSS-DIA-IDX > WSS-QTD-DIARIO.

       ROOT-SOMA-DIARIO-EXIT.
           EXIT.

       ROOT-ULTIMA-DATA.

           MOVE WSS-DIA-REG (WSS-DIA-IDX) TO REG-ESTATISTICA.
           MOVE EST-MES TO WSS-MES-CALC-N.
           PERFORM ROT-CAMADA-DO-MES THRU ROT-CAMADA-DO-MES-EXIT.

           IF WSS-CAM-IDX > ZEROES
              MOVE 'S' TO WSS-RECALCULO (WSS-CAM-IDX)
              IF EST-DATA > WSS-ULT-DATA (WSS-CAM-IDX)
                 MOVE EST-DATA TO WSS-ULT-DATA (WSS-CAM-IDX)
              END-IF
           END-IF.

           ADD 1 TO WSS-DIA-IDX.

       ROOT-ULTIMA-DATA-EXIT.
           EXIT.

       ROOT-SOMA-UM-DIA.

           MOVE WSS-DIA-REG (WSS-DIA-IDX) TO REG-ESTATISTICA.
           ADD 1 TO WSS-DIA-IDX.

           MOVE EST-MES TO WSS-MES-CALC-N.
           PERFORM ROT-CAMADA-DO-MES THRU ROT-CAMADA-DO-MES-EXIT.

           IF WSS-CAM-IDX EQUAL ZEROES
              GO TO ROOT-SOMA-UM-DIA-EXIT
           END-IF.

           IF EST-DATA EQUAL WSS-ULT-DATA (WSS-CAM-IDX)
              MOVE 'S' TO WSS-SOMA-POSICAO
           ELSE
              MOVE 'N' TO WSS-SOMA-POSICAO
           END-IF.

           MOVE EST-FILIAL TO WSS-FIL-CHAVE.
           PERFORM ROT-LOCALIZA-FILIAL THRU ROT-LOCALIZA-FILIAL-EXIT.
           PERFORM ROT-SOMA-REGISTRO THRU ROT-SOMA-REGISTRO-EXIT.

       ROOT-SOMA-UM-DIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MOVCC117 : CREDITOS DE PAGAMENTO DO RETPG117 = PAGAMENTOS
      * LIQUIDADOS, NO MES DA DATA DO MOVIMENTO DO LANCAMENTO.
      *-----------------------------------------------------------------
       ROOT-LE-CREDITOS.

           OPEN INPUT MOVCC117.
           MOVE FS-MOVCC117 TO WSS-ARQ-STATUS
           MOVE 'MOVCC117'  TO WSS-ARQ-NOME.
           PERFORM ROT-CONFERE-ABERTURA
              THRU ROT-CONFERE-ABERTURA-EXIT.

           IF NOT WSS-ARQ-DISPONIVEL
              GO TO ROOT-LE-CREDITOS-EXIT
           END-IF.

           MOVE 'S' TO WSS-MCC-ABERTO.

           PERFORM ROOT-LE-UM-CREDITO THRU ROOT-LE-UM-CREDITO-EXIT
                   UNTIL WSS-FIM-ARQ.

           CLOSE MOVCC117.

       ROOT-LE-CREDITOS-EXIT.
           EXIT.

       ROOT-LE-UM-CREDITO.

           READ MOVCC117
               AT END
                   MOVE 'S' TO WSS-EOF-ARQ
                   GO TO ROOT-LE-UM-CREDITO-EXIT
           END-READ.

           IF NOT MCC-CREDITO
              OR MCC-ORIGEM NOT EQUAL 'RETPG117'
              GO TO ROOT-LE-UM-CREDITO-EXIT
           END-IF.

           MOVE MCC-DATA-MOV (1:6) TO WSS-MES-CALC.
           PERFORM ROT-CAMADA-DO-MES THRU ROT-CAMADA-DO-MES-EXIT.

           IF WSS-CAM-IDX EQUAL ZEROES
              GO TO ROOT-LE-UM-CREDITO-EXIT
           END-IF.

           IF NOT WSS-CAMADA-RECALCULADA (WSS-CAM-IDX)
              GO TO ROOT-LE-UM-CREDITO-EXIT
           END-IF.

           MOVE MCC-FILIAL TO WSS-FIL-CHAVE.
           PERFORM ROT-LOCALIZA-FILIAL THRU ROT-LOCALIZA-FILIAL-EXIT.

           ADD 1         TO WSS-CAM-LIQUIDADOS
                                             (WSS-FIL-IDX, WSS-CAM-IDX).
           ADD MCC-VALOR TO WSS-CAM-VLR-LIQUIDADO
                                             (WSS-FIL-IDX, WSS-CAM-IDX).

       ROOT-LE-UM-CREDITO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ESTMS117 : DESCARTA OS MESES ALEM DO HISTORICO E OS MESES
      * RECALCULADOS NESTA EXECUCAO. SEM O MOVCC117, OS LIQUIDADOS JA
      * GRAVADOS DO MES RECALCULADO SAO MANTIDOS.
      *-----------------------------------------------------------------
       ROOT-CARREGA-MENSAL.

           MOVE 'N' TO WSS-EOF-ARQ.
           OPEN INPUT ESTMS117.

           IF FS-ESTMS117 EQUAL '35'
              DISPLAY ' ESTMS117 VAZIO - INICIO DO HISTORICO'
              GO TO ROOT-CARREGA-MENSAL-EXIT
           END-IF.

           IF FS-ESTMS117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE ESTMS117'
                     TO WSS-MENSAGEM
              MOVE RCEST117-ERRO-ARQ-HISTORICO          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROOT-CARREGA-UM-MENSAL
              THRU ROOT-CARREGA-UM-MENSAL-EXIT
                   UNTIL WSS-FIM-ARQ.

           CLOSE ESTMS117.

       ROOT-CARREGA-MENSAL-EXIT.
           EXIT.

       ROOT-CARREGA-UM-MENSAL.

           PERFORM ROT-LE-MENSAL THRU ROT-LE-MENSAL-EXIT.

           IF WSS-FIM-ARQ
              GO TO ROOT-CARREGA-UM-MENSAL-EXIT
           END-IF.

           IF EST-MES < WSS-MES-LIMITE
              GO TO ROOT-CARREGA-UM-MENSAL-EXIT
           END-IF.

           MOVE EST-MES TO WSS-MES-CALC-N.
           PERFORM ROT-CAMADA-DO-MES THRU ROT-CAMADA-DO-MES-EXIT.

           IF WSS-CAM-IDX > ZEROES
              IF WSS-CAMADA-RECALCULADA (WSS-CAM-IDX)
                 IF NOT WSS-MCC-LIDO
                    MOVE EST-FILIAL TO WSS-FIL-CHAVE
                    PERFORM ROT-LOCALIZA-FILIAL
                       THRU ROT-LOCALIZA-FILIAL-EXIT
                    ADD EST-LIQUIDADOS TO WSS-CAM-LIQUIDADOS
                                             (WSS-FIL-IDX, WSS-CAM-IDX)
                    ADD EST-VLR-LIQUIDADO TO WSS-CAM-VLR-LIQUIDADO
                                             (WSS-FIL-IDX, WSS-CAM-IDX)
                 END-IF
                 GO TO ROOT-CARREGA-UM-MENSAL-EXIT
              END-IF
           END-IF.

           IF WSS-QTD-MENSAL EQUAL WSS-QTD-MAX-MENSAL
              MOVE ' TABELA DO HISTORICO CHEIA'
                     TO WSS-MENSAGEM
              MOVE RCEST117-TABELA-CHEIA                TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-QTD-MENSAL.
           MOVE REG-ESTATISTICA TO WSS-MES-REG (WSS-QTD-MENSAL).

       ROOT-CARREGA-UM-MENSAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REGRAVA O ESTMS117 EM ORDEM DE MES E FILIAL : OS MESES MANTIDOS
      * ATE O ANTERIOR, O ANTERIOR RECALCULADO, O CORRENTE RECALCULADO
      * E O QUE MAIS HOUVER (MES POSTERIOR DE UMA DATA CORRIGIDA).
      *-----------------------------------------------------------------
       ROOT-GRAVA-MENSAL.

           OPEN OUTPUT ESTMS117.
           IF FS-ESTMS117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE ESTMS117'
                     TO WSS-MENSAGEM
              MOVE RCEST117-ERRO-ARQ-HISTORICO          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE 1 TO WSS-MES-IDX.

           MOVE WSS-MES-ANTERIOR TO WSS-MES-CORTE.
           PERFORM ROOT-GRAVA-MENSAIS-ATE
              THRU ROOT-GRAVA-MENSAIS-ATE-EXIT.

           IF WSS-CAMADA-RECALCULADA (WSS-CAM-ANT)
              MOVE WSS-CAM-ANT TO WSS-CAM-IDX
              PERFORM ROOT-GRAVA-CAMADA THRU ROOT-GRAVA-CAMADA-EXIT
           END-IF.

           MOVE WSS-MES-CORRENTE TO WSS-MES-CORTE.
           PERFORM ROOT-GRAVA-MENSAIS-ATE
              THRU ROOT-GRAVA-MENSAIS-ATE-EXIT.

           IF WSS-CAMADA-RECALCULADA (WSS-CAM-MES)
              MOVE WSS-CAM-MES TO WSS-CAM-IDX
              PERFORM ROOT-GRAVA-CAMADA THRU ROOT-GRAVA-CAMADA-EXIT
           END-IF.

           MOVE 999999 TO WSS-MES-CORTE.
           PERFORM ROOT-GRAVA-MENSAIS-ATE
              THRU ROOT-GRAVA-MENSAIS-ATE-EXIT.

           CLOSE ESTMS117.

       ROOT-GRAVA-MENSAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA OS REGISTROS MANTIDOS ATE O MES WSS-MES-CORTE.
      *-----------------------------------------------------------------
       ROOT-GRAVA-MENSAIS-ATE.

           MOVE 'N' TO WSS-CORTE-SW.

           PERFORM ROOT-GRAVA-UM-MENSAL THRU ROOT-GRAVA-UM-MENSAL-EXIT
                   UNTIL WSS-MES-IDX > WSS-QTD-MENSAL
                      OR WSS-CORTE-ATINGIDO.

       ROOT-GRAVA-MENSAIS-ATE-EXIT.
           EXIT.

       ROOT-GRAVA-UM-MENSAL.

           MOVE WSS-MES-REG (WSS-MES-IDX) TO REG-ESTATISTICA.

           IF EST-MES > WSS-MES-CORTE
              MOVE 'S' TO WSS-CORTE-SW
              GO TO ROOT-GRAVA-UM-MENSAL-EXIT
           END-IF.

           PERFORM ROT-GRAVA-MENSAL THRU ROT-GRAVA-MENSAL-EXIT.
           ADD 1 TO WSS-MES-IDX.

       ROOT-GRAVA-UM-MENSAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA A CAMADA WSS-CAM-IDX : 'SEM FILIAL' (CODIGO '00') PRIMEIRO
      * E DEPOIS AS FILIAIS EM ORDEM DE CODIGO, SO AS QUE TEM DADOS.
      *-----------------------------------------------------------------
       ROOT-GRAVA-CAMADA.

           MOVE WSS-IDX-SEM-FILIAL TO WSS-FIL-IDX.
           PERFORM ROOT-GRAVA-FIL-MENSAL
              THRU ROOT-GRAVA-FIL-MENSAL-EXIT.

           MOVE 1 TO WSS-FIL-IDX.

           PERFORM ROOT-GRAVA-FIL-MENSAL
              THRU ROOT-GRAVA-FIL-MENSAL-EXIT
                   UNTIL WSS-FIL-IDX > WSS-QTD-FILIAIS.

       ROOT-GRAVA-CAMADA-EXIT.
           EXIT.

       ROOT-GRAVA-FIL-MENSAL.

           IF WSS-CAM-QTD-DIAS (WSS-FIL-IDX, WSS-CAM-IDX) EQUAL ZEROES
              AND WSS-CAM-LIQUIDADOS (WSS-FIL-IDX, WSS-CAM-IDX)
                                                         EQUAL ZEROES
              GO TO ROOT-GRAVA-FIL-MENSAL-EXIT
           END-IF.

           PERFORM ROT-MONTA-REGISTRO THRU ROT-MONTA-REGISTRO-EXIT.
           MOVE WSS-MES-CAMADA (WSS-CAM-IDX) TO EST-MES.

           PERFORM ROT-GRAVA-MENSAL THRU ROT-GRAVA-MENSAL-EXIT.

       ROOT-GRAVA-FIL-MENSAL-EXIT.
           ADD 1 TO WSS-FIL-IDX.

       ROT-GRAVA-MENSAL.

           WRITE REG-ESTMS117 FROM REG-ESTATISTICA.
           IF FS-ESTMS117 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE ESTMS117'
                     TO WSS-MENSAGEM
              MOVE RCEST117-ERRO-ARQ-HISTORICO          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-QTD-MES-GRAVADOS.

       ROT-GRAVA-MENSAL-EXIT.
           EXIT.

       ROT-LE-MENSAL.

           READ ESTMS117 INTO REG-ESTATISTICA
               AT END
                   MOVE 'S' TO WSS-EOF-ARQ
                   GO TO ROT-LE-MENSAL-EXIT
           END-READ.

           IF FS-ESTMS117 NOT EQUAL '00'
              MOVE ' ERRO NA LEITURA DE ESTMS117'
                     TO WSS-MENSAGEM
              MOVE RCEST117-ERRO-ARQ-HISTORICO          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

       ROT-LE-MENSAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DEVOLVE EM WSS-CAM-IDX A CAMADA DO MES WSS-MES-CALC (ZERO QUANDO
      * O MES NAO E DE NENHUMA CAMADA).
      *-----------------------------------------------------------------
       ROT-CAMADA-DO-MES.

           EVALUATE WSS-MES-CALC-N
               WHEN WSS-MES-CAMADA (WSS-CAM-MES)
                   MOVE WSS-CAM-MES TO WSS-CAM-IDX
               WHEN WSS-MES-CAMADA (WSS-CAM-ANT)
                   MOVE WSS-CAM-ANT TO WSS-CAM-IDX
               WHEN WSS-MES-CAMADA (WSS-CAM-ANO)
                   MOVE WSS-CAM-ANO TO WSS-CAM-IDX
               WHEN OTHER
                   MOVE ZEROES      TO WSS-CAM-IDX
           END-EVALUATE.

       ROT-CAMADA-DO-MES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * SOMA REG-ESTATISTICA NA CAMADA WSS-CAM-IDX DA FILIAL
      * WSS-FIL-IDX. A POSICAO DE FATURAMENTO SO ENTRA COM
      * WSS-SOMA-POSICAO LIGADO.
      *-----------------------------------------------------------------
       ROT-SOMA-REGISTRO.

           IF EST-DATA > WSS-CAM-DATA (WSS-FIL-IDX, WSS-CAM-IDX)
              MOVE EST-DATA TO WSS-CAM-DATA (WSS-FIL-IDX, WSS-CAM-IDX)
           END-IF.

           ADD EST-QTD-DIAS
            TO WSS-CAM-QTD-DIAS (WSS-FIL-IDX, WSS-CAM-IDX).
           ADD EST-RECEBIDOS
            TO WSS-CAM-RECEBIDOS (WSS-FIL-IDX, WSS-CAM-IDX).
           ADD EST-CALCULADOS
            TO WSS-CAM-CALCULADOS (WSS-FIL-IDX, WSS-CAM-IDX).
           ADD EST-REJEITADOS
            TO WSS-CAM-REJEITADOS (WSS-FIL-IDX, WSS-CAM-IDX).
           ADD EST-EXTRAIDOS
            TO WSS-CAM-EXTRAIDOS (WSS-FIL-IDX, WSS-CAM-IDX).
           ADD EST-TRANSMITIDOS
            TO WSS-CAM-TRANSMITIDOS (WSS-FIL-IDX, WSS-CAM-IDX).
           ADD EST-LIQUIDADOS
            TO WSS-CAM-LIQUIDADOS (WSS-FIL-IDX, WSS-CAM-IDX).
           ADD EST-VLR-LIQUIDADO
            TO WSS-CAM-VLR-LIQUIDADO (WSS-FIL-IDX, WSS-CAM-IDX).

           IF WSS-SOMA-A-POSICAO
              ADD EST-FATURADOS
               TO WSS-CAM-FATURADOS (WSS-FIL-IDX, WSS-CAM-IDX)
              ADD EST-PRINCIPAL
               TO WSS-CAM-PRINCIPAL (WSS-FIL-IDX, WSS-CAM-IDX)
              ADD EST-MULTAS
               TO WSS-CAM-MULTAS (WSS-FIL-IDX, WSS-CAM-IDX)
              ADD EST-JUROS
               TO WSS-CAM-JUROS (WSS-FIL-IDX, WSS-CAM-IDX)
           END-IF.

           MOVE 1 TO WSS-MOT-IDX.

           PERFORM ROT-SOMA-MOTIVO THRU ROT-SOMA-MOTIVO-EXIT
                   UNTIL WSS-MOT-IDX > WSS-QTD-MOTIVOS.

       ROT-SOMA-REGISTRO-EXIT.
           EXIT.

       ROT-SOMA-MOTIVO.

           ADD EST-REJ-MOTIVO (WSS-MOT-IDX)
            TO WSS-CAM-REJ-MOTIVO
                               (WSS-FIL-IDX, WSS-CAM-IDX, WSS-MOT-IDX).

           ADD 1 TO WSS-MOT-IDX.

       ROT-SOMA-MOTIVO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA REG-ESTATISTICA COM A CAMADA WSS-CAM-IDX DA FILIAL
      * WSS-FIL-IDX ('SEM FILIAL' SAI COM CODIGO '00').
      *-----------------------------------------------------------------
       ROT-MONTA-REGISTRO.

           MOVE SPACES TO REG-ESTATISTICA.
           INITIALIZE REG-ESTATISTICA.

           IF WSS-FIL-IDX EQUAL WSS-IDX-SEM-FILIAL
              MOVE '00' TO EST-FILIAL
           ELSE
              MOVE WSS-FIL-CODIGO (WSS-FIL-IDX) TO EST-FILIAL
           END-IF.

           MOVE WSS-CAM-DATA (WSS-FIL-IDX, WSS-CAM-IDX)
             TO EST-DATA.
           MOVE WSS-CAM-QTD-DIAS (WSS-FIL-IDX, WSS-CAM-IDX)
             TO EST-QTD-DIAS.
           MOVE WSS-CAM-RECEBIDOS (WSS-FIL-IDX, WSS-CAM-IDX)
             TO EST-RECEBIDOS.
           MOVE WSS-CAM-CALCULADOS (WSS-FIL-IDX, WSS-CAM-IDX)
             TO EST-CALCULADOS.
           MOVE WSS-CAM-REJEITADOS (WSS-FIL-IDX, WSS-CAM-IDX)
             TO EST-REJEITADOS.
           MOVE WSS-CAM-EXTRAIDOS (WSS-FIL-IDX, WSS-CAM-IDX)
             TO EST-EXTRAIDOS.
           MOVE WSS-CAM-TRANSMITIDOS (WSS-FIL-IDX, WSS-CAM-IDX)
             TO EST-TRANSMITIDOS.
           MOVE WSS-CAM-FATURADOS (WSS-FIL-IDX, WSS-CAM-IDX)
             TO EST-FATURADOS.
           MOVE WSS-CAM-PRINCIPAL (WSS-FIL-IDX, WSS-CAM-IDX)
             TO EST-PRINCIPAL.
           MOVE WSS-CAM-MULTAS (WSS-FIL-IDX, WSS-CAM-IDX)
             TO EST-MULTAS.
           MOVE WSS-CAM-JUROS (WSS-FIL-IDX, WSS-CAM-IDX)
             TO EST-JUROS.
           MOVE WSS-CAM-LIQUIDADOS (WSS-FIL-IDX, WSS-CAM-IDX)
             TO EST-LIQUIDADOS.
           MOVE WSS-CAM-VLR-LIQUIDADO (WSS-FIL-IDX, WSS-CAM-IDX)
             TO EST-VLR-LIQUIDADO.

           MOVE 1 TO WSS-MOT-IDX.

           PERFORM ROT-MONTA-MOTIVO THRU ROT-MONTA-MOTIVO-EXIT
                   UNTIL WSS-MOT-IDX > WSS-QTD-MOTIVOS.

       ROT-MONTA-REGISTRO-EXIT.
           EXIT.

       ROT-MONTA-MOTIVO.

           MOVE WSS-CAM-REJ-MOTIVO
                               (WSS-FIL-IDX, WSS-CAM-IDX, WSS-MOT-IDX)
             TO EST-REJ-MOTIVO (WSS-MOT-IDX).

           ADD 1 TO WSS-MOT-IDX.

       ROT-MONTA-MOTIVO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DEVOLVE EM WSS-FIL-IDX A POSICAO DA FILIAL WSS-FIL-CHAVE,
      * INCLUINDO-A EM ORDEM DE CODIGO NA PRIMEIRA OCORRENCIA. CODIGO
      * AUSENTE OU NAO NUMERICO VAI PARA A POSICAO 'SEM FILIAL'.
      *-----------------------------------------------------------------
       ROT-LOCALIZA-FILIAL.

           IF WSS-FIL-CHAVE IS NOT NUMERIC
              OR WSS-FIL-CHAVE EQUAL '00'
              MOVE WSS-IDX-SEM-FILIAL TO WSS-FIL-IDX
              GO TO ROT-LOCALIZA-FILIAL-EXIT
           END-IF.

           MOVE 'N' TO WSS-FIL-ACHOU.
           MOVE 'N' TO WSS-POS-ACHOU.
           MOVE 1   TO WSS-FIL-IDX.
           COMPUTE WSS-FIL-POS = WSS-QTD-FILIAIS + 1.

           PERFORM ROT-COMPARA-FILIAL THRU ROT-COMPARA-FILIAL-EXIT
                   UNTIL WSS-FIL-IDX > WSS-QTD-FILIAIS
                      OR WSS-FIL-ENCONTROU
                      OR WSS-POS-ENCONTROU.

           IF WSS-FIL-ENCONTROU
              GO TO ROT-LOCALIZA-FILIAL-EXIT
           END-IF.

           IF WSS-QTD-FILIAIS EQUAL WSS-QTD-MAX-FILIAIS
              MOVE ' TABELA DE FILIAIS CHEIA'
                     TO WSS-MENSAGEM
              MOVE RCEST117-TABELA-CHEIA                TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-QTD-FILIAIS.
           MOVE WSS-QTD-FILIAIS TO WSS-FIL-SHIFT.

           PERFORM ROT-DESLOCA-FILIAL THRU ROT-DESLOCA-FILIAL-EXIT
                   UNTIL WSS-FIL-SHIFT <= WSS-FIL-POS.

           INITIALIZE WSS-FIL-ENT (WSS-FIL-POS).
           MOVE WSS-FIL-CHAVE TO WSS-FIL-CODIGO (WSS-FIL-POS).
           MOVE WSS-FIL-POS   TO WSS-FIL-IDX.

       ROT-LOCALIZA-FILIAL-EXIT.
           EXIT.

       ROT-COMPARA-FILIAL.

           EVALUATE TRUE
               WHEN WSS-FIL-CODIGO (WSS-FIL-IDX) EQUAL WSS-FIL-CHAVE
                   MOVE 'S' TO WSS-FIL-ACHOU
               WHEN WSS-FIL-CODIGO (WSS-FIL-IDX) > WSS-FIL-CHAVE
                   MOVE WSS-FIL-IDX TO WSS-FIL-POS
                   MOVE 'S'         TO WSS-POS-ACHOU
               WHEN OTHER
                   ADD 1 TO WSS-FIL-IDX
           END-EVALUATE.

       ROT-COMPARA-FILIAL-EXIT.
           EXIT.

       ROT-DESLOCA-FILIAL.

           MOVE WSS-FIL-ENT (WSS-FIL-SHIFT - 1)
             TO WSS-FIL-ENT (WSS-FIL-SHIFT).
           SUBTRACT 1 FROM WSS-FIL-SHIFT.

       ROT-DESLOCA-FILIAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RELATORIO DO MES WSS-MES-RELATORIO : AS CAMADAS 2, 3 E 4 SAO
      * MONTADAS DO ESTMS117 COM O MES, O ANTERIOR E O MESMO MES DO ANO
      * ANTERIOR.
      *-----------------------------------------------------------------
       ROOT-EMITE-RELATORIO.

           INITIALIZE WSS-TAB-FILIAIS-GRP.
           INITIALIZE WSS-TAB-CAMADAS.
           MOVE ZEROES TO WSS-QTD-FILIAIS.

           MOVE WSS-MES-RELATORIO TO WSS-MES-CAMADA (WSS-CAM-MES).
           MOVE WSS-MES-RELATORIO TO WSS-MES-CALC-N.
           PERFORM ROT-RECUA-MES THRU ROT-RECUA-MES-EXIT.
           MOVE WSS-MES-CALC-N    TO WSS-MES-CAMADA (WSS-CAM-ANT).
           MOVE WSS-MES-RELATORIO TO WSS-MES-CALC-N.
           SUBTRACT 1 FROM WSS-MCA-ANO.
           MOVE WSS-MES-CALC-N    TO WSS-MES-CAMADA (WSS-CAM-ANO).

           DISPLAY ' RELATORIO DO MES : ' WSS-MES-RELATORIO
           DISPLAY ' '.

           MOVE 'S' TO WSS-SOMA-POSICAO.
           PERFORM ROOT-LE-HISTORICO THRU ROOT-LE-HISTORICO-EXIT.

           MOVE WSS-MES-CAMADA (WSS-CAM-MES) TO WSS-MES-CALC-N.
           PERFORM ROT-EDITA-MES THRU ROT-EDITA-MES-EXIT.
           MOVE WSS-MES-EDITADO TO WSS-LFI-MES.
           MOVE SPACES TO WSS-COL-MES
           STRING 'MES ' WSS-MES-EDITADO DELIMITED BY SIZE
             INTO WSS-COL-MES.

           MOVE WSS-MES-CAMADA (WSS-CAM-ANT) TO WSS-MES-CALC-N.
           PERFORM ROT-EDITA-MES THRU ROT-EDITA-MES-EXIT.
           MOVE WSS-MES-EDITADO TO WSS-LFI-ANT.
           MOVE SPACES TO WSS-COL-ANT
           STRING 'MES ' WSS-MES-EDITADO DELIMITED BY SIZE
             INTO WSS-COL-ANT.

           MOVE WSS-MES-CAMADA (WSS-CAM-ANO) TO WSS-MES-CALC-N.
           PERFORM ROT-EDITA-MES THRU ROT-EDITA-MES-EXIT.
           MOVE WSS-MES-EDITADO TO WSS-LFI-ANO.
           MOVE SPACES TO WSS-COL-ANO
           STRING 'MES ' WSS-MES-EDITADO DELIMITED BY SIZE
             INTO WSS-COL-ANO.

           OPEN OUTPUT RELES117.
           IF FS-RELES117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE RELES117'
                     TO WSS-MENSAGEM
              MOVE RCEST117-ERRO-ARQ-RELATORIO          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           IF WSS-QTD-MES-LIDOS EQUAL ZEROES
              PERFORM ROOT-EMITE-SEM-DADOS
                 THRU ROOT-EMITE-SEM-DADOS-EXIT
           ELSE
              PERFORM ROOT-EMITE-COMPARATIVO
                 THRU ROOT-EMITE-COMPARATIVO-EXIT
           END-IF.

           CLOSE RELES117.
           IF FS-RELES117 NOT EQUAL '00'
              MOVE ' ERRO NO FECHAMENTO DE RELES117'
                     TO WSS-MENSAGEM
              MOVE RCEST117-ERRO-ARQ-RELATORIO          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

       ROOT-EMITE-RELATORIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LE O ESTMS117 E SOMA CADA REGISTRO DOS TRES MESES NA SUA CAMADA.
      *-----------------------------------------------------------------
       ROOT-LE-HISTORICO.

           MOVE 'N' TO WSS-EOF-ARQ.
           OPEN INPUT ESTMS117.

           IF FS-ESTMS117 EQUAL '35'
              DISPLAY ' ARQUIVO NAO DISPONIVEL : ESTMS117'
              GO TO ROOT-LE-HISTORICO-EXIT
           END-IF.

           IF FS-ESTMS117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE ESTMS117'
                     TO WSS-MENSAGEM
              MOVE RCEST117-ERRO-ARQ-HISTORICO          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROOT-LE-UM-HISTORICO THRU ROOT-LE-UM-HISTORICO-EXIT
                   UNTIL WSS-FIM-ARQ.

           CLOSE ESTMS117.

       ROOT-LE-HISTORICO-EXIT.
           EXIT.

       ROOT-LE-UM-HISTORICO.

           PERFORM ROT-LE-MENSAL THRU ROT-LE-MENSAL-EXIT.

           IF WSS-FIM-ARQ
              GO TO ROOT-LE-UM-HISTORICO-EXIT
           END-IF.

           MOVE EST-MES TO WSS-MES-CALC-N.
           PERFORM ROT-CAMADA-DO-MES THRU ROT-CAMADA-DO-MES-EXIT.

           IF WSS-CAM-IDX EQUAL ZEROES
              GO TO ROOT-LE-UM-HISTORICO-EXIT
           END-IF.

           MOVE EST-FILIAL TO WSS-FIL-CHAVE.
           PERFORM ROT-LOCALIZA-FILIAL THRU ROT-LOCALIZA-FILIAL-EXIT.
           PERFORM ROT-SOMA-REGISTRO THRU ROT-SOMA-REGISTRO-EXIT.

           IF WSS-CAM-IDX EQUAL WSS-CAM-MES
              ADD 1 TO WSS-QTD-MES-LIDOS
           END-IF.

       ROOT-LE-UM-HISTORICO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MES SEM NENHUM REGISTRO NO HISTORICO.
      *-----------------------------------------------------------------
       ROOT-EMITE-SEM-DADOS.

           PERFORM ROOT-GRAVA-TITULO THRU ROOT-GRAVA-TITULO-EXIT.

           MOVE SPACES TO REG-RELES117
           STRING ' SEM ESTATISTICA GRAVADA PARA O MES '
                                        DELIMITED BY SIZE
                  WSS-LFI-MES           DELIMITED BY SIZE
             INTO REG-RELES117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

       ROOT-EMITE-SEM-DADOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * UMA PAGINA POR FILIAL, A 'SEM FILIAL' (SE HOUVER), O RECAP E A
      * LISTA DAS FILIAIS FORA DA TOLERANCIA.
      *-----------------------------------------------------------------
       ROOT-EMITE-COMPARATIVO.

           PERFORM ROOT-MONTA-RECAP     THRU ROOT-MONTA-RECAP-EXIT.
           PERFORM ROOT-CALCULA-TAXAS   THRU ROOT-CALCULA-TAXAS-EXIT.
           PERFORM ROOT-AVALIA-ALERTAS  THRU ROOT-AVALIA-ALERTAS-EXIT.

           MOVE 1 TO WSS-PAG-IDX.

           PERFORM ROOT-EMITE-PAGINA THRU ROOT-EMITE-PAGINA-EXIT
                   UNTIL WSS-PAG-IDX > WSS-QTD-FILIAIS.

           MOVE WSS-IDX-SEM-FILIAL TO WSS-PAG-IDX.
           PERFORM ROOT-EMITE-PAGINA THRU ROOT-EMITE-PAGINA-EXIT.

           MOVE WSS-IDX-RECAP TO WSS-PAG-IDX.
           PERFORM ROOT-EMITE-PAGINA THRU ROOT-EMITE-PAGINA-EXIT.

           PERFORM ROOT-EMITE-ALERTAS THRU ROOT-EMITE-ALERTAS-EXIT.

       ROOT-EMITE-COMPARATIVO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA O RECAP (POSICAO 12) NAS TRES CAMADAS DO RELATORIO. OS
      * DIAS DE MOVIMENTO DO RECAP SAO OS DA FILIAL COM MAIS DIAS.
      *-----------------------------------------------------------------
       ROOT-MONTA-RECAP.

           MOVE 1 TO WSS-FIL-IDX.

           PERFORM ROOT-SOMA-FILIAL THRU ROOT-SOMA-FILIAL-EXIT
                   UNTIL WSS-FIL-IDX > WSS-QTD-FILIAIS.

           MOVE WSS-IDX-SEM-FILIAL TO WSS-FIL-IDX.
           PERFORM ROOT-SOMA-FILIAL THRU ROOT-SOMA-FILIAL-EXIT.

       ROOT-MONTA-RECAP-EXIT.
           EXIT.

       ROOT-SOMA-FILIAL.

           MOVE WSS-CAM-MES TO WSS-CAM-IDX.

           PERFORM ROOT-SOMA-CAMADA THRU ROOT-SOMA-CAMADA-EXIT
                   UNTIL WSS-CAM-IDX > WSS-CAM-ANO.

           ADD 1 TO WSS-FIL-IDX.

       ROOT-SOMA-FILIAL-EXIT.
           EXIT.

       ROOT-SOMA-CAMADA.

           IF WSS-CAM-QTD-DIAS (WSS-FIL-IDX, WSS-CAM-IDX)
                      > WSS-CAM-QTD-DIAS (WSS-IDX-RECAP, WSS-CAM-IDX)
              MOVE WSS-CAM-QTD-DIAS (WSS-FIL-IDX, WSS-CAM-IDX)
                TO WSS-CAM-QTD-DIAS (WSS-IDX-RECAP, WSS-CAM-IDX)
           END-IF.

           ADD WSS-CAM-RECEBIDOS (WSS-FIL-IDX, WSS-CAM-IDX)
            TO WSS-CAM-RECEBIDOS (WSS-IDX-RECAP, WSS-CAM-IDX).
           ADD WSS-CAM-CALCULADOS (WSS-FIL-IDX, WSS-CAM-IDX)
            TO WSS-CAM-CALCULADOS (WSS-IDX-RECAP, WSS-CAM-IDX).
           ADD WSS-CAM-REJEITADOS (WSS-FIL-IDX, WSS-CAM-IDX)
            TO WSS-CAM-REJEITADOS (WSS-IDX-RECAP, WSS-CAM-IDX).
           ADD WSS-CAM-EXTRAIDOS (WSS-FIL-IDX, WSS-CAM-IDX)
            TO WSS-CAM-EXTRAIDOS (WSS-IDX-RECAP, WSS-CAM-IDX).
           ADD WSS-CAM-TRANSMITIDOS (WSS-FIL-IDX, WSS-CAM-IDX)
            TO WSS-CAM-TRANSMITIDOS (WSS-IDX-RECAP, WSS-CAM-IDX).
           ADD WSS-CAM-FATURADOS (WSS-FIL-IDX, WSS-CAM-IDX)
            TO WSS-CAM-FATURADOS (WSS-IDX-RECAP, WSS-CAM-IDX).
           ADD WSS-CAM-PRINCIPAL (WSS-FIL-IDX, WSS-CAM-IDX)
            TO WSS-CAM-PRINCIPAL (WSS-IDX-RECAP, WSS-CAM-IDX).
           ADD WSS-CAM-MULTAS (WSS-FIL-IDX, WSS-CAM-IDX)
            TO WSS-CAM-MULTAS (WSS-IDX-RECAP, WSS-CAM-IDX).
           ADD WSS-CAM-JUROS (WSS-FIL-IDX, WSS-CAM-IDX)
            TO WSS-CAM-JUROS (WSS-IDX-RECAP, WSS-CAM-IDX).
           ADD WSS-CAM-LIQUIDADOS (WSS-FIL-IDX, WSS-CAM-IDX)
            TO WSS-CAM-LIQUIDADOS (WSS-IDX-RECAP, WSS-CAM-IDX).
           ADD WSS-CAM-VLR-LIQUIDADO (WSS-FIL-IDX, WSS-CAM-IDX)
            TO WSS-CAM-VLR-LIQUIDADO (WSS-IDX-RECAP, WSS-CAM-IDX).

           MOVE 1 TO WSS-MOT-IDX.

           PERFORM ROOT-SOMA-MOTIVO-RECAP
              THRU ROOT-SOMA-MOTIVO-RECAP-EXIT
                   UNTIL WSS-MOT-IDX > WSS-QTD-MOTIVOS.

           ADD 1 TO WSS-CAM-IDX.

       ROOT-SOMA-CAMADA-EXIT.
           EXIT.

       ROOT-SOMA-MOTIVO-RECAP.

           ADD WSS-CAM-REJ-MOTIVO
                               (WSS-FIL-IDX, WSS-CAM-IDX, WSS-MOT-IDX)
            TO WSS-CAM-REJ-MOTIVO
                             (WSS-IDX-RECAP, WSS-CAM-IDX, WSS-MOT-IDX).

           ADD 1 TO WSS-MOT-IDX.

       ROOT-SOMA-MOTIVO-RECAP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TAXA DE REJEICAO = REJEITADOS / (CALCULADOS + REJEITADOS), EM %.
      * SEM CONTRATO PROCESSADO NO MES NAO HA TAXA.
      *-----------------------------------------------------------------
       ROOT-CALCULA-TAXAS.

           MOVE 1 TO WSS-FIL-IDX.

           PERFORM ROOT-TAXAS-FILIAL THRU ROOT-TAXAS-FILIAL-EXIT
                   UNTIL WSS-FIL-IDX > WSS-IDX-RECAP.

       ROOT-CALCULA-TAXAS-EXIT.
           EXIT.

       ROOT-TAXAS-FILIAL.

           MOVE WSS-CAM-MES TO WSS-CAM-IDX.

           PERFORM ROOT-TAXA-CAMADA THRU ROOT-TAXA-CAMADA-EXIT
                   UNTIL WSS-CAM-IDX > WSS-CAM-ANO.

           ADD 1 TO WSS-FIL-IDX.

       ROOT-TAXAS-FILIAL-EXIT.
           EXIT.

       ROOT-TAXA-CAMADA.

           IF WSS-CAM-CALCULADOS (WSS-FIL-IDX, WSS-CAM-IDX)
            + WSS-CAM-REJEITADOS (WSS-FIL-IDX, WSS-CAM-IDX) > ZEROES
              COMPUTE WSS-CAM-TAXA (WSS-FIL-IDX, WSS-CAM-IDX) ROUNDED =
                      WSS-CAM-REJEITADOS (WSS-FIL-IDX, WSS-CAM-IDX)
                    * 100
                    / (WSS-CAM-CALCULADOS (WSS-FIL-IDX, WSS-CAM-IDX)
                     + WSS-CAM-REJEITADOS (WSS-FIL-IDX, WSS-CAM-IDX))
              MOVE 'S' TO WSS-CAM-TEM-TAXA (WSS-FIL-IDX, WSS-CAM-IDX)
           END-IF.

           ADD 1 TO WSS-CAM-IDX.

       ROOT-TAXA-CAMADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FILIAL FORA DA TOLERANCIA : TAXA DE REJEICAO QUE MUDOU MAIS DE
      * TOLREJEI PONTOS OU PRINCIPAL EM ATRASO QUE VARIOU MAIS DE
      * TOLATRAS %, CONTRA O MES ANTERIOR OU CONTRA O MESMO MES DO ANO
      * ANTERIOR. SEM BASE DE COMPARACAO NAO HA ALERTA. SO AS FILIAIS
      * SAO AVALIADAS ('SEM FILIAL' E RECAP NAO).
      *-----------------------------------------------------------------
       ROOT-AVALIA-ALERTAS.

           MOVE 1 TO WSS-FIL-IDX.

           PERFORM ROOT-AVALIA-FILIAL THRU ROOT-AVALIA-FILIAL-EXIT
                   UNTIL WSS-FIL-IDX > WSS-QTD-FILIAIS.

       ROOT-AVALIA-ALERTAS-EXIT.
           EXIT.

       ROOT-AVALIA-FILIAL.

           MOVE WSS-CAM-ANT TO WSS-CAM-IDX.

           PERFORM ROOT-AVALIA-CAMADA THRU ROOT-AVALIA-CAMADA-EXIT
                   UNTIL WSS-CAM-IDX > WSS-CAM-ANO.

           IF WSS-FIL-FORA-REJ (WSS-FIL-IDX)
              OR WSS-FIL-FORA-ATR (WSS-FIL-IDX)
              ADD 1 TO WSS-QTD-ALERTAS
              DISPLAY ' FILIAL ' WSS-FIL-CODIGO (WSS-FIL-IDX)
                      ' FORA DA TOLERANCIA'
           END-IF.

           ADD 1 TO WSS-FIL-IDX.

       ROOT-AVALIA-FILIAL-EXIT.
           EXIT.

       ROOT-AVALIA-CAMADA.

           IF WSS-CAM-TAXA-CALCULADA (WSS-FIL-IDX, WSS-CAM-MES)
              AND WSS-CAM-TAXA-CALCULADA (WSS-FIL-IDX, WSS-CAM-IDX)
              COMPUTE WSS-VAR-PCT ROUNDED =
                      WSS-CAM-TAXA (WSS-FIL-IDX, WSS-CAM-MES)
                    - WSS-CAM-TAXA (WSS-FIL-IDX, WSS-CAM-IDX)
              MOVE WSS-VAR-PCT TO WSS-VAR-ABS
              IF WSS-VAR-ABS > WSS-PRM-TOLREJEI
                 MOVE 'S' TO WSS-FIL-ALERTA-REJ (WSS-FIL-IDX)
              END-IF
           END-IF.

           MOVE WSS-CAM-PRINCIPAL (WSS-FIL-IDX, WSS-CAM-MES)
             TO WSS-VAR-ATUAL.
           MOVE WSS-CAM-PRINCIPAL (WSS-FIL-IDX, WSS-CAM-IDX)
             TO WSS-VAR-BASE.
           PERFORM ROT-VARIACAO-PERCENTUAL
              THRU ROT-VARIACAO-PERCENTUAL-EXIT.

           IF WSS-VAR-CALCULADA
              MOVE WSS-VAR-PCT TO WSS-VAR-ABS
              IF WSS-VAR-ABS > WSS-PRM-TOLATRAS
                 MOVE 'S' TO WSS-FIL-ALERTA-ATR (WSS-FIL-IDX)
              END-IF
           END-IF.

           ADD 1 TO WSS-CAM-IDX.

       ROOT-AVALIA-CAMADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VARIACAO % DE WSS-VAR-ATUAL SOBRE WSS-VAR-BASE. BASE ZERO NAO
      * TEM VARIACAO; ACIMA DE 99999 % FICA NO MAXIMO.
      *-----------------------------------------------------------------
       ROT-VARIACAO-PERCENTUAL.

           MOVE 'N'    TO WSS-VAR-SW.
           MOVE ZEROES TO WSS-VAR-PCT.

           IF WSS-VAR-BASE EQUAL ZEROES
              GO TO ROT-VARIACAO-PERCENTUAL-EXIT
           END-IF.

           MOVE 'S' TO WSS-VAR-SW.

           IF WSS-VAR-ATUAL > WSS-VAR-BASE * 1000
              MOVE 99999 TO WSS-VAR-PCT
              GO TO ROT-VARIACAO-PERCENTUAL-EXIT
           END-IF.

           COMPUTE WSS-VAR-PCT ROUNDED =
                   (WSS-VAR-ATUAL - WSS-VAR-BASE) * 100 / WSS-VAR-BASE.

       ROT-VARIACAO-PERCENTUAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EMITE A PAGINA DA POSICAO WSS-PAG-IDX (FILIAL, SEM FILIAL OU
      * RECAP). A PAGINA 'SEM FILIAL' SO SAI QUANDO TEM ESTATISTICA EM
      * ALGUM DOS TRES MESES.
      *-----------------------------------------------------------------
       ROOT-EMITE-PAGINA.

           IF WSS-PAG-IDX EQUAL WSS-IDX-SEM-FILIAL
              IF WSS-CAM-QTD-DIAS (WSS-PAG-IDX, WSS-CAM-MES)
               + WSS-CAM-QTD-DIAS (WSS-PAG-IDX, WSS-CAM-ANT)
               + WSS-CAM-QTD-DIAS (WSS-PAG-IDX, WSS-CAM-ANO)
               + WSS-CAM-LIQUIDADOS (WSS-PAG-IDX, WSS-CAM-MES)
               + WSS-CAM-LIQUIDADOS (WSS-PAG-IDX, WSS-CAM-ANT)
               + WSS-CAM-LIQUIDADOS (WSS-PAG-IDX, WSS-CAM-ANO)
                                                         EQUAL ZEROES
                 GO TO ROOT-EMITE-PAGINA-EXIT
              END-IF
           END-IF.

           PERFORM ROOT-GRAVA-TITULO THRU ROOT-GRAVA-TITULO-EXIT.

           EVALUATE WSS-PAG-IDX
               WHEN WSS-IDX-SEM-FILIAL
                   MOVE 'SEM FILIAL'      TO WSS-LFI-NOME
               WHEN WSS-IDX-RECAP
                   MOVE 'RECAP DA SUITE'  TO WSS-LFI-NOME
               WHEN OTHER
                   MOVE SPACES TO WSS-LFI-NOME
                   STRING 'FILIAL ' DELIMITED BY SIZE
                          WSS-FIL-CODIGO (WSS-PAG-IDX)
                                    DELIMITED BY SIZE
                     INTO WSS-LFI-NOME
           END-EVALUATE.

           MOVE WSS-CAM-QTD-DIAS (WSS-PAG-IDX, WSS-CAM-MES)
             TO WSS-LFI-DIAS.
           MOVE WSS-LINHA-FILIAL TO REG-RELES117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE WSS-LINHA-TRACO TO REG-RELES117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.
           MOVE WSS-LINHA-COLUNAS TO REG-RELES117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.
           MOVE WSS-LINHA-TRACO TO REG-RELES117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE 'CONTRATOS RECEBIDOS'   TO WSS-ITM-NOME
           MOVE 01                      TO WSS-ITM-CODIGO
           PERFORM ROOT-GRAVA-ITEM THRU ROOT-GRAVA-ITEM-EXIT.

           MOVE 'CONTRATOS CALCULADOS'  TO WSS-ITM-NOME
           MOVE 02                      TO WSS-ITM-CODIGO
           PERFORM ROOT-GRAVA-ITEM THRU ROOT-GRAVA-ITEM-EXIT.

           MOVE 'CONTRATOS REJEITADOS'  TO WSS-ITM-NOME
           MOVE 03                      TO WSS-ITM-CODIGO
           PERFORM ROOT-GRAVA-ITEM THRU ROOT-GRAVA-ITEM-EXIT.

           MOVE 1 TO WSS-MOT-IDX.

           PERFORM ROOT-EMITE-MOTIVO THRU ROOT-EMITE-MOTIVO-EXIT
                   UNTIL WSS-MOT-IDX > WSS-QTD-MOTIVOS.

           MOVE 'TAXA DE REJEICAO % (VAR EM PONTOS)'
                                        TO WSS-ITM-NOME
           MOVE 05                      TO WSS-ITM-CODIGO
           PERFORM ROOT-GRAVA-ITEM THRU ROOT-GRAVA-ITEM-EXIT.

           MOVE 'CONTRATOS EXTRAIDOS'   TO WSS-ITM-NOME
           MOVE 06                      TO WSS-ITM-CODIGO
           PERFORM ROOT-GRAVA-ITEM THRU ROOT-GRAVA-ITEM-EXIT.

           MOVE 'CONTRATOS TRANSMITIDOS' TO WSS-ITM-NOME
           MOVE 07                      TO WSS-ITM-CODIGO
           PERFORM ROOT-GRAVA-ITEM THRU ROOT-GRAVA-ITEM-EXIT.

           MOVE 'CONTRATOS FATURADOS'   TO WSS-ITM-NOME
           MOVE 08                      TO WSS-ITM-CODIGO
           PERFORM ROOT-GRAVA-ITEM THRU ROOT-GRAVA-ITEM-EXIT.

           MOVE 'PRINCIPAL EM ATRASO'   TO WSS-ITM-NOME
           MOVE 09                      TO WSS-ITM-CODIGO
           PERFORM ROOT-GRAVA-ITEM THRU ROOT-GRAVA-ITEM-EXIT.

           MOVE 'MULTAS FATURADAS'      TO WSS-ITM-NOME
           MOVE 10                      TO WSS-ITM-CODIGO
           PERFORM ROOT-GRAVA-ITEM THRU ROOT-GRAVA-ITEM-EXIT.

           MOVE 'JUROS FATURADOS'       TO WSS-ITM-NOME
           MOVE 11                      TO WSS-ITM-CODIGO
           PERFORM ROOT-GRAVA-ITEM THRU ROOT-GRAVA-ITEM-EXIT.

           MOVE 'PAGAMENTOS LIQUIDADOS' TO WSS-ITM-NOME
           MOVE 12                      TO WSS-ITM-CODIGO
           PERFORM ROOT-GRAVA-ITEM THRU ROOT-GRAVA-ITEM-EXIT.

           MOVE 'VALOR LIQUIDADO'       TO WSS-ITM-NOME
           MOVE 13                      TO WSS-ITM-CODIGO
           PERFORM ROOT-GRAVA-ITEM THRU ROOT-GRAVA-ITEM-EXIT.

           MOVE WSS-LINHA-TRACO TO REG-RELES117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

       ROOT-EMITE-PAGINA-EXIT.
           ADD 1 TO WSS-PAG-IDX.

       ROOT-EMITE-MOTIVO.

           MOVE SPACES TO WSS-ITM-NOME
           STRING '  ' DELIMITED BY SIZE
                  WSS-MOTIVO-NOME (WSS-MOT-IDX) DELIMITED BY SIZE
             INTO WSS-ITM-NOME.
           MOVE 04 TO WSS-ITM-CODIGO.
           PERFORM ROOT-GRAVA-ITEM THRU ROOT-GRAVA-ITEM-EXIT.

           ADD 1 TO WSS-MOT-IDX.

       ROOT-EMITE-MOTIVO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LINHA DO ITEM WSS-ITM-CODIGO DA PAGINA WSS-PAG-IDX : O MES, O
      * ANTERIOR E O ANO ANTERIOR, CADA COMPARACAO COM A SUA VARIACAO.
      *-----------------------------------------------------------------
       ROOT-GRAVA-ITEM.

           PERFORM ROT-CARREGA-ITEM THRU ROT-CARREGA-ITEM-EXIT.

           MOVE 1 TO WSS-IVL-IDX.
           PERFORM ROT-EDITA-VALOR THRU ROT-EDITA-VALOR-EXIT.
           MOVE WSS-VALOR-EDITADO TO WSS-ITM-ATUAL.

           MOVE 2 TO WSS-IVL-IDX.
           PERFORM ROT-EDITA-VALOR THRU ROT-EDITA-VALOR-EXIT.
           MOVE WSS-VALOR-EDITADO TO WSS-ITM-ANTERIOR.
           PERFORM ROT-EDITA-VARIACAO THRU ROT-EDITA-VARIACAO-EXIT.
           MOVE WSS-VAR-EDITADA   TO WSS-ITM-VAR-ANT.

           MOVE 3 TO WSS-IVL-IDX.
           PERFORM ROT-EDITA-VALOR THRU ROT-EDITA-VALOR-EXIT.
           MOVE WSS-VALOR-EDITADO TO WSS-ITM-ANO.
           PERFORM ROT-EDITA-VARIACAO THRU ROT-EDITA-VARIACAO-EXIT.
           MOVE WSS-VAR-EDITADA   TO WSS-ITM-VAR-ANO.

           IF WSS-ITM-ALERTA
              MOVE WSS-ALERTA-TXT TO WSS-ITM-ALERTA-TXT
           ELSE
              MOVE SPACES         TO WSS-ITM-ALERTA-TXT
           END-IF.

           MOVE WSS-LINHA-ITEM TO REG-RELES117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

       ROOT-GRAVA-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA EM WSS-ITM-VALORES O ITEM WSS-ITM-CODIGO DAS CAMADAS 2,
      * 3 E 4 DA POSICAO WSS-PAG-IDX, COM O TIPO DO ITEM E, NAS PAGINAS
      * DE FILIAL, A MARCA DE FORA DA TOLERANCIA.
      *-----------------------------------------------------------------
       ROT-CARREGA-ITEM.

           MOVE 'Q' TO WSS-ITM-TIPO.
           MOVE 'N' TO WSS-ITM-FORA.
           MOVE 1   TO WSS-IVL-IDX.

           PERFORM ROT-CARREGA-VALOR THRU ROT-CARREGA-VALOR-EXIT
                   UNTIL WSS-IVL-IDX > 3.

           IF WSS-PAG-IDX > WSS-QTD-FILIAIS
              GO TO ROT-CARREGA-ITEM-EXIT
           END-IF.

           IF WSS-ITM-CODIGO EQUAL 05
              AND WSS-FIL-FORA-REJ (WSS-PAG-IDX)
              MOVE 'S' TO WSS-ITM-FORA
           END-IF.

           IF WSS-ITM-CODIGO EQUAL 09
              AND WSS-FIL-FORA-ATR (WSS-PAG-IDX)
              MOVE 'S' TO WSS-ITM-FORA
           END-IF.

       ROT-CARREGA-ITEM-EXIT.
           EXIT.

       ROT-CARREGA-VALOR.

           COMPUTE WSS-CAM-IDX = WSS-IVL-IDX + 1.
           MOVE 'S' TO WSS-IVL-TEM (WSS-IVL-IDX).

           EVALUATE WSS-ITM-CODIGO
               WHEN 01
                   MOVE WSS-CAM-RECEBIDOS (WSS-PAG-IDX, WSS-CAM-IDX)
                     TO WSS-IVL-VALOR (WSS-IVL-IDX)
               WHEN 02
                   MOVE WSS-CAM-CALCULADOS (WSS-PAG-IDX, WSS-CAM-IDX)
                     TO WSS-IVL-VALOR (WSS-IVL-IDX)
               WHEN 03
                   MOVE WSS-CAM-REJEITADOS (WSS-PAG-IDX, WSS-CAM-IDX)
                     TO WSS-IVL-VALOR (WSS-IVL-IDX)
               WHEN 04
                   MOVE WSS-CAM-REJ-MOTIVO
                                 (WSS-PAG-IDX, WSS-CAM-IDX, WSS-MOT-IDX)
                     TO WSS-IVL-VALOR (WSS-IVL-IDX)
               WHEN 05
                   MOVE 'T' TO WSS-ITM-TIPO
                   MOVE WSS-CAM-TAXA (WSS-PAG-IDX, WSS-CAM-IDX)
                     TO WSS-IVL-VALOR (WSS-IVL-IDX)
                   MOVE WSS-CAM-TEM-TAXA (WSS-PAG-IDX, WSS-CAM-IDX)
                     TO WSS-IVL-TEM (WSS-IVL-IDX)
               WHEN 06
                   MOVE WSS-CAM-EXTRAIDOS (WSS-PAG-IDX, WSS-CAM-IDX)
                     TO WSS-IVL-VALOR (WSS-IVL-IDX)
               WHEN 07
                   MOVE WSS-CAM-TRANSMITIDOS (WSS-PAG-IDX, WSS-CAM-IDX)
                     TO WSS-IVL-VALOR (WSS-IVL-IDX)
               WHEN 08
                   MOVE WSS-CAM-FATURADOS (WSS-PAG-IDX, WSS-CAM-IDX)
                     TO WSS-IVL-VALOR (WSS-IVL-IDX)
               WHEN 09
                   MOVE 'V' TO WSS-ITM-TIPO
                   MOVE WSS-CAM-PRINCIPAL (WSS-PAG-IDX, WSS-CAM-IDX)
                     TO WSS-IVL-VALOR (WSS-IVL-IDX)
               WHEN 10
                   MOVE 'V' TO WSS-ITM-TIPO
                   MOVE WSS-CAM-MULTAS (WSS-PAG-IDX, WSS-CAM-IDX)
                     TO WSS-IVL-VALOR (WSS-IVL-IDX)
               WHEN 11
                   MOVE 'V' TO WSS-ITM-TIPO
                   MOVE WSS-CAM-JUROS (WSS-PAG-IDX, WSS-CAM-IDX)
                     TO WSS-IVL-VALOR (WSS-IVL-IDX)
               WHEN 12
                   MOVE WSS-CAM-LIQUIDADOS (WSS-PAG-IDX, WSS-CAM-IDX)
                     TO WSS-IVL-VALOR (WSS-IVL-IDX)
               WHEN OTHER
                   MOVE 'V' TO WSS-ITM-TIPO
                   MOVE WSS-CAM-VLR-LIQUIDADO (WSS-PAG-IDX, WSS-CAM-IDX)
                     TO WSS-IVL-VALOR (WSS-IVL-IDX)
           END-EVALUATE.

           ADD 1 TO WSS-IVL-IDX.

       ROT-CARREGA-VALOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EDITA O VALOR WSS-IVL-IDX NA COLUNA DE 20 POSICOES CONFORME O
      * TIPO DO ITEM. TAXA INEXISTENTE SAI COMO N/D.
      *-----------------------------------------------------------------
       ROT-EDITA-VALOR.

           EVALUATE TRUE
               WHEN WSS-ITM-TAXA
                   IF WSS-IVL-EXISTE (WSS-IVL-IDX)
                      MOVE WSS-IVL-VALOR (WSS-IVL-IDX) TO WSS-EDT-VALOR
                      MOVE WSS-EDITA-TAXA TO WSS-VALOR-EDITADO
                   ELSE
                      MOVE WSS-EDITA-ND   TO WSS-VALOR-EDITADO
                   END-IF
               WHEN WSS-ITM-MONETARIO
                   MOVE WSS-IVL-VALOR (WSS-IVL-IDX) TO WSS-EDV-VALOR
                   MOVE WSS-EDITA-VLR  TO WSS-VALOR-EDITADO
               WHEN OTHER
                   MOVE WSS-IVL-VALOR (WSS-IVL-IDX) TO WSS-EDQ-VALOR
                   MOVE WSS-EDITA-QTD  TO WSS-VALOR-EDITADO
           END-EVALUATE.

       ROT-EDITA-VALOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VARIACAO DO MES (POSICAO 1) SOBRE A BASE WSS-IVL-IDX : EM PONTOS
      * PARA A TAXA, EM % PARA O RESTO.
      *-----------------------------------------------------------------
       ROT-EDITA-VARIACAO.

           MOVE 'N' TO WSS-VAR-SW.

           IF WSS-ITM-TAXA
              IF WSS-IVL-EXISTE (1) AND WSS-IVL-EXISTE (WSS-IVL-IDX)
                 COMPUTE WSS-VAR-PCT ROUNDED =
                         WSS-IVL-VALOR (1) - WSS-IVL-VALOR (WSS-IVL-IDX)
                 MOVE 'S' TO WSS-VAR-SW
              END-IF
           ELSE
              MOVE WSS-IVL-VALOR (1)           TO WSS-VAR-ATUAL
              MOVE WSS-IVL-VALOR (WSS-IVL-IDX) TO WSS-VAR-BASE
              PERFORM ROT-VARIACAO-PERCENTUAL
                 THRU ROT-VARIACAO-PERCENTUAL-EXIT
           END-IF.

           IF WSS-VAR-CALCULADA
              MOVE WSS-VAR-PCT   TO WSS-EDP-VALOR
              MOVE WSS-EDITA-VAR TO WSS-VAR-EDITADA
           ELSE
              MOVE WSS-VAR-ND    TO WSS-VAR-EDITADA
           END-IF.

       ROT-EDITA-VARIACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ULTIMA PAGINA : AS FILIAIS FORA DA TOLERANCIA, COM O ITEM QUE
      * SAIU DELA.
      *-----------------------------------------------------------------
       ROOT-EMITE-ALERTAS.

           PERFORM ROOT-GRAVA-TITULO THRU ROOT-GRAVA-TITULO-EXIT.

           MOVE WSS-PRM-TOLREJEI TO WSS-LTO-REJEI.
           MOVE WSS-PRM-TOLATRAS TO WSS-LTO-ATRAS.
           MOVE WSS-LINHA-TOLERANCIA TO REG-RELES117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE WSS-LINHA-TRACO TO REG-RELES117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           IF WSS-QTD-ALERTAS EQUAL ZEROES
              MOVE ' NENHUMA FILIAL FORA DA TOLERANCIA'
                TO REG-RELES117
              PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT
              GO TO ROOT-EMITE-ALERTAS-EXIT
           END-IF.

           MOVE 1 TO WSS-PAG-IDX.

           PERFORM ROOT-EMITE-ALERTA-FILIAL
              THRU ROOT-EMITE-ALERTA-FILIAL-EXIT
                   UNTIL WSS-PAG-IDX > WSS-QTD-FILIAIS.

       ROOT-EMITE-ALERTAS-EXIT.
           EXIT.

       ROOT-EMITE-ALERTA-FILIAL.

           IF WSS-FIL-FORA-REJ (WSS-PAG-IDX)
              MOVE 'TAXA DE REJEICAO %'  TO WSS-LAL-ITEM
              MOVE 05                    TO WSS-ITM-CODIGO
              PERFORM ROOT-GRAVA-ALERTA THRU ROOT-GRAVA-ALERTA-EXIT
           END-IF.

           IF WSS-FIL-FORA-ATR (WSS-PAG-IDX)
              MOVE 'PRINCIPAL EM ATRASO' TO WSS-LAL-ITEM
              MOVE 09                    TO WSS-ITM-CODIGO
              PERFORM ROOT-GRAVA-ALERTA THRU ROOT-GRAVA-ALERTA-EXIT
           END-IF.

           ADD 1 TO WSS-PAG-IDX.

       ROOT-EMITE-ALERTA-FILIAL-EXIT.
           EXIT.

       ROOT-GRAVA-ALERTA.

           MOVE SPACES TO WSS-LAL-FILIAL
           STRING 'FILIAL ' DELIMITED BY SIZE
                  WSS-FIL-CODIGO (WSS-PAG-IDX) DELIMITED BY SIZE
             INTO WSS-LAL-FILIAL.

           PERFORM ROT-CARREGA-ITEM THRU ROT-CARREGA-ITEM-EXIT.

           MOVE 1 TO WSS-IVL-IDX.
           PERFORM ROT-EDITA-VALOR THRU ROT-EDITA-VALOR-EXIT.
           MOVE WSS-VALOR-EDITADO TO WSS-LAL-ATUAL.

           MOVE 2 TO WSS-IVL-IDX.
           PERFORM ROT-EDITA-VALOR THRU ROT-EDITA-VALOR-EXIT.
           MOVE WSS-VALOR-EDITADO TO WSS-LAL-ANTERIOR.

           MOVE 3 TO WSS-IVL-IDX.
           PERFORM ROT-EDITA-VALOR THRU ROT-EDITA-VALOR-EXIT.
           MOVE WSS-VALOR-EDITADO TO WSS-LAL-ANO.

           MOVE WSS-LINHA-ALERTA TO REG-RELES117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

       ROOT-GRAVA-ALERTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MES WSS-MES-CALC EDITADO COMO MM/AAAA.
      *-----------------------------------------------------------------
       ROT-EDITA-MES.

           MOVE WSS-MCA-MES TO WSS-EM-MES.
           MOVE WSS-MCA-ANO TO WSS-EM-ANO.

       ROT-EDITA-MES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TITULO DE PAGINA.
      *-----------------------------------------------------------------
       ROOT-GRAVA-TITULO.

           ADD 1 TO WSS-PAGINA.
           MOVE WSS-PAGINA TO WSS-TIT-PAGINA.
           MOVE WSS-LINHA-TITULO TO REG-RELES117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

       ROOT-GRAVA-TITULO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA UMA LINHA NO RELATORIO.
      *-----------------------------------------------------------------
       ROOT-GRAVA-LINHA.

           WRITE REG-RELES117.
           IF FS-RELES117 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE RELES117'
                     TO WSS-MENSAGEM
              MOVE RCEST117-ERRO-ARQ-RELATORIO          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

       ROOT-GRAVA-LINHA-EXIT.
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

       END PROGRAM ESTAT117.
