      ******************************************************************
      * Author:DANIEL CARNEIRO
      * Date: 15/10/2026
      * Purpose: MOVIMENTO DIARIO POR FILIAL AO LONGO DE TODO O
      *          PIPELINE. MONTA, PARA CADA CODIGO DE FILIAL, O QUE
      *          ACONTECEU COM OS CONTRATOS DELA NO CICLO :
      *           - RECEBIDOS PELO CONSO119 (LOTE119)
      *           - CALCULADOS E REJEITADOS PELO COBOL119 (SAIDA119 E
      *             REJEI119, COM OS REJEITOS ABERTOS POR REJ-MOTIVO)
      *           - EXTRAIDOS NA GERACAO CORRENTE DO OUTPTFL
      *             (RESOLVIDA PELO CATLG117)
      *           - FATURADOS PELO COBRA117 (FATUR117), COM O TOTAL DE
      *             PRINCIPAL E DE ENCARGOS
      *           - PAGAMENTOS LIQUIDADOS (CREDITOS DO RETPG117 NA
      *             CONTA CORRENTE, MOVCC117, NA DATA DO MOVIMENTO) E
      *             EXCECOES DE PAGAMENTO (EXCPG117)
      *          CADA FILIAL SAI EM PAGINA PROPRIA NO RELMF117; O QUE
      *          NAO TEM CODIGO DE FILIAL SAI NA PAGINA 'SEM FILIAL' E
      *          A ULTIMA PAGINA E O RECAP DA SUITE, SOMA DAS PAGINAS -
      *          CONFERIDO CONTRA OS TOTAIS LIDOS DE CADA ARQUIVO
      *          (DIFERENCA ABENDA). A DATA DO MOVIMENTO E A DA GERACAO
      *          CORRENTE DO EXTRATO (SEM CATALOGO, A DO DATMV117).
      *          ARQUIVO DE ENTRADA AUSENTE NAO IMPEDE O RELATORIO -
      *          FICA APONTADO NO RECAP.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification history
      * Date       Author              Description
      * 15/10/2026 DANIEL CARNEIRO     Programa inicial.
      * 15/10/2026 DANIEL CARNEIRO     Tabela de motivos ganha o '07'
      *                                e o '08' (contrato cancelado)
      *                                do COBOL119.
      * 15/10/2026 DANIEL CARNEIRO     Motivo 09 (plano de parcelamento
      *                                invalido) na tabela de rejeicao;
      *                                contrato em plano conta uma vez
      *                                como calculado (parcela 1).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MOVFL117.
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
      * GERACAO CORRENTE DO EXTRATO - NOME RESOLVIDO PELO CATALOGO.
      *-----------------------------------------------------------------
           SELECT OUTPTFL   ASSIGN TO DYNAMIC WSS-OUTPTFL-DD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-OUTPTFL.

      *-----------------------------------------------------------------
      * FATURAMENTO DE ENCARGOS DO COBRA117.
      *-----------------------------------------------------------------
           SELECT FATUR117  ASSIGN TO FATUR117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FATUR117.

      *-----------------------------------------------------------------
      * LANCAMENTOS DA CONTA CORRENTE DE COBRANCA (CREDITOS = PAGAMENTOS
      * LIQUIDADOS PELO RETPG117) E EXCECOES DO RETORNO.
      *-----------------------------------------------------------------
           SELECT MOVCC117  ASSIGN TO MOVCC117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MOVCC117.

           SELECT EXCPG117  ASSIGN TO EXCPG117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EXCPG117.

      *-----------------------------------------------------------------
      * RELATORIO DO MOVIMENTO POR FILIAL.
      *-----------------------------------------------------------------
           SELECT RELMF117  ASSIGN TO RELMF117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RELMF117.

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

       FD EXCPG117
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-EXCPG117.

       01 REG-EXCPG117.
           05 EXC-CONTRATO             PIC X(10).
           05 FILLER                   PIC X(01).
           05 EXC-DATA-PGTO            PIC 9(08).
           05 FILLER                   PIC X(01).
           05 EXC-VALOR                PIC 9(09)V99.
           05 FILLER                   PIC X(01).
           05 EXC-VALOR-ESPERADO       PIC 9(09)V99.
           05 FILLER                   PIC X(01).
           05 EXC-MOTIVO               PIC X(20).
           05 FILLER                   PIC X(01).
           05 EXC-FILIAL               PIC X(02).
           05 FILLER                   PIC X(13).

       FD RELMF117
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-RELMF117.

       01 REG-RELMF117                 PIC X(80).

      *-----------------------
       WORKING-STORAGE SECTION.
       77 FS-LOTE119               PIC 99.
       77 FS-SAIDA119              PIC 99.
       77 FS-REJEI119              PIC 99.
       77 FS-OUTPTFL               PIC 99.
       77 FS-FATUR117              PIC 99.
       77 FS-MOVCC117              PIC 99.
       77 FS-EXCPG117              PIC 99.
       77 FS-RELMF117              PIC 99.
       77 WSS-MENSAGEM             PIC X(30).
       77 WSS-OUTPTFL-DD           PIC X(17) VALUE 'OUTPTFL'.

      *-----------------------------------------------------------------
      * UM UNICO SWITCH DE FIM SERVE A TODOS OS ARQUIVOS DE ENTRADA -
      * ELES SAO LIDOS UM DE CADA VEZ.
      *-----------------------------------------------------------------
       77 WSS-EOF-ARQ              PIC X(01) VALUE 'N'.
           88 WSS-FIM-ARQ                    VALUE 'S'.
       77 WSS-ARQ-STATUS           PIC 99.
       77 WSS-ARQ-NOME             PIC X(17).
       77 WSS-ARQ-ABERTO           PIC X(01) VALUE 'N'.
           88 WSS-ARQ-DISPONIVEL             VALUE 'S'.

      *-----------------------------------------------------------------
      * ARQUIVOS QUE NAO ESTAVAM CATALOGADOS, APONTADOS NO RECAP.
      *-----------------------------------------------------------------
       77 WSS-QTD-AUSENTES         PIC 9(4) COMP VALUE ZEROES.
       01 WSS-TAB-AUSENTES.
           05 WSS-AUS-NOME OCCURS 7 TIMES
                                   PIC X(17).
       77 WSS-AUS-IDX              PIC 9(4) COMP.

      *-----------------------------------------------------------------
      * DATA DO MOVIMENTO.
      *-----------------------------------------------------------------
       01 WSS-HOJE                 PIC 9(08).

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
      * MOVIMENTO POR FILIAL. AS POSICOES 1 A 10 SAO AS FILIAIS
      * ENCONTRADAS, MANTIDAS EM ORDEM DE CODIGO (INSERCAO ORDENADA);
      * A 11 ACUMULA O QUE VEIO SEM CODIGO DE FILIAL E A 12 E O RECAP
      * (SOMA DAS ANTERIORES, MONTADA NA EMISSAO).
      *-----------------------------------------------------------------
       77 WSS-QTD-FILIAIS          PIC 9(4) COMP VALUE ZEROES.
       77 WSS-QTD-MAX-FILIAIS      PIC 9(4) COMP VALUE 10.
       77 WSS-IDX-SEM-FILIAL       PIC 9(4) COMP VALUE 11.
       77 WSS-IDX-RECAP            PIC 9(4) COMP VALUE 12.
       01 WSS-TAB-FILIAIS-GRP.
           05 WSS-FIL-ENT OCCURS 12 TIMES.
               10 WSS-FIL-CODIGO       PIC X(02).
               10 WSS-FIL-RECEBIDOS    PIC 9(07).
               10 WSS-FIL-CALCULADOS   PIC 9(07).
               10 WSS-FIL-REJEITADOS   PIC 9(07).
               10 WSS-FIL-REJ-MOTIVO   PIC 9(07) OCCURS 10 TIMES.
               10 WSS-FIL-EXTRAIDOS    PIC 9(07).
               10 WSS-FIL-FATURADOS    PIC 9(07).
               10 WSS-FIL-PRINCIPAL    PIC 9(11)V99.
               10 WSS-FIL-ENCARGOS     PIC 9(11)V99.
               10 WSS-FIL-LIQUIDADOS   PIC 9(07).
               10 WSS-FIL-VLR-LIQUIDADO PIC 9(11)V99.
               10 WSS-FIL-EXCECOES     PIC 9(07).
               10 WSS-FIL-VLR-EXCECAO  PIC 9(11)V99.

       77 WSS-FIL-IDX              PIC 9(4) COMP.
       77 WSS-FIL-POS              PIC 9(4) COMP.
       77 WSS-FIL-SHIFT            PIC 9(4) COMP.
       77 WSS-FIL-CHAVE            PIC X(02).
       77 WSS-FIL-ACHOU            PIC X(01) VALUE 'N'.
           88 WSS-FIL-ENCONTROU              VALUE 'S'.
       77 WSS-POS-ACHOU            PIC X(01) VALUE 'N'.
           88 WSS-POS-ENCONTROU              VALUE 'S'.
       77 WSS-PAG-IDX              PIC 9(4) COMP.

      *-----------------------------------------------------------------
      * TOTAIS DE CONTROLE, ACUMULADOS NA LEITURA DE CADA ARQUIVO - O
      * RECAP (SOMA DAS PAGINAS) TEM DE BATER COM ELES.
      *-----------------------------------------------------------------
       01 WSS-CONTROLE.
           05 WSS-CTL-RECEBIDOS    PIC 9(07) VALUE ZEROES.
           05 WSS-CTL-CALCULADOS   PIC 9(07) VALUE ZEROES.
           05 WSS-CTL-REJEITADOS   PIC 9(07) VALUE ZEROES.
           05 WSS-CTL-EXTRAIDOS    PIC 9(07) VALUE ZEROES.
           05 WSS-CTL-FATURADOS    PIC 9(07) VALUE ZEROES.
           05 WSS-CTL-PRINCIPAL    PIC 9(11)V99 VALUE ZEROES.
           05 WSS-CTL-ENCARGOS     PIC 9(11)V99 VALUE ZEROES.
           05 WSS-CTL-LIQUIDADOS   PIC 9(07) VALUE ZEROES.
           05 WSS-CTL-VLR-LIQUIDADO PIC 9(11)V99 VALUE ZEROES.
           05 WSS-CTL-EXCECOES     PIC 9(07) VALUE ZEROES.
           05 WSS-CTL-VLR-EXCECAO  PIC 9(11)V99 VALUE ZEROES.

      *-----------------------------------------------------------------
      * LINHAS DO RELATORIO.
      *-----------------------------------------------------------------
       77 WSS-PAGINA               PIC 9(03) VALUE ZEROES.

       01 WSS-LINHA-TITULO.
           05 FILLER               PIC X(44) VALUE
              ' MOVFL117 - MOVIMENTO DIARIO POR FILIAL'.
           05 FILLER               PIC X(19) VALUE SPACES.
           05 FILLER               PIC X(09) VALUE 'PAGINA : '.
           05 WSS-TIT-PAGINA       PIC ZZ9.
           05 FILLER               PIC X(05) VALUE SPACES.

       01 WSS-LINHA-FILIAL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WSS-LFI-NOME         PIC X(20).
           05 FILLER               PIC X(14) VALUE
              '  MOVIMENTO : '.
           05 WSS-LFI-DATA         PIC X(10).
           05 FILLER               PIC X(12) VALUE
              '  EXTRATO : '.
           05 WSS-LFI-EXTRATO      PIC X(17).
           05 FILLER               PIC X(05) VALUE SPACES.

       01 WSS-LINHA-ITEM.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WSS-ITM-NOME         PIC X(36).
           05 FILLER               PIC X(03) VALUE ' : '.
           05 WSS-ITM-QTD          PIC ZZZZZZ9.
           05 WSS-ITM-QTD-X REDEFINES WSS-ITM-QTD
                                   PIC X(07).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WSS-ITM-VALOR        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 WSS-ITM-VALOR-X REDEFINES WSS-ITM-VALOR
                                   PIC X(20).
           05 FILLER               PIC X(09) VALUE SPACES.

       01 WSS-DATA-EDITADA.
           05 WSS-ED-DIA           PIC X(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WSS-ED-MES           PIC X(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WSS-ED-ANO           PIC X(04).

       77 WSS-LINHA-TRACO          PIC X(60) VALUE ALL '-'.

      *-----------------------------------------------------------------
      * INTERFACE DE CONSULTA AO CATALOGO DE GERACOES (CATLG117) PARA
      * RESOLVER A GERACAO CORRENTE DO EXTRATO.
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
           DISPLAY ' MOVFL117'
           DISPLAY ' MOVIMENTO DIARIO POR FILIAL'
           DISPLAY ' '.
           MOVE 'INI'      TO WSS-HIS-TIPO
           MOVE 'MOVFL117' TO WSS-HIS-PROGRAMA
           MOVE ZEROES     TO WSS-HIS-REGISTROS
           MOVE ZEROES     TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

           INITIALIZE WSS-TAB-FILIAIS-GRP.
           MOVE SPACES TO WSS-TAB-AUSENTES.

           PERFORM ROOT-RESOLVE-GERACAO
              THRU ROOT-RESOLVE-GERACAO-EXIT.

           OPEN OUTPUT RELMF117.
           IF FS-RELMF117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE RELMF117'
                     TO WSS-MENSAGEM
              MOVE RCMFL117-ERRO-ARQ-RELATORIO          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

       002-ACUMULA-MOVIMENTO       SECTION.

           PERFORM ROOT-LE-LOTE     THRU ROOT-LE-LOTE-EXIT.
           PERFORM ROOT-LE-SAIDA    THRU ROOT-LE-SAIDA-EXIT.
           PERFORM ROOT-LE-REJEITOS THRU ROOT-LE-REJEITOS-EXIT.
           PERFORM ROOT-LE-EXTRATO  THRU ROOT-LE-EXTRATO-EXIT.
           PERFORM ROOT-LE-FATURAS  THRU ROOT-LE-FATURAS-EXIT.
           PERFORM ROOT-LE-CREDITOS THRU ROOT-LE-CREDITOS-EXIT.
           PERFORM ROOT-LE-EXCECOES THRU ROOT-LE-EXCECOES-EXIT.

       003-EMITE-RELATORIO         SECTION.

           MOVE 1 TO WSS-PAG-IDX.

           PERFORM ROOT-EMITE-PAGINA THRU ROOT-EMITE-PAGINA-EXIT
                   UNTIL WSS-PAG-IDX > WSS-QTD-FILIAIS.

           MOVE WSS-IDX-SEM-FILIAL TO WSS-PAG-IDX.
           PERFORM ROOT-EMITE-PAGINA THRU ROOT-EMITE-PAGINA-EXIT.

           PERFORM ROOT-MONTA-RECAP THRU ROOT-MONTA-RECAP-EXIT.

           MOVE WSS-IDX-RECAP TO WSS-PAG-IDX.
           PERFORM ROOT-EMITE-PAGINA THRU ROOT-EMITE-PAGINA-EXIT.

           PERFORM ROOT-EMITE-AUSENTES THRU ROOT-EMITE-AUSENTES-EXIT.

           CLOSE RELMF117.
           IF FS-RELMF117 NOT EQUAL '00'
              MOVE ' ERRO NO FECHAMENTO DE RELMF117'
                     TO WSS-MENSAGEM
              MOVE RCMFL117-ERRO-ARQ-RELATORIO          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

       004-PROCEDIMENTOS-FINAIS    SECTION.

           PERFORM ROOT-CONFERE-RECAP THRU ROOT-CONFERE-RECAP-EXIT.

           DISPLAY ' FILIAIS NO MOVIMENTO   : ' WSS-QTD-FILIAIS
           DISPLAY ' PAGINAS EMITIDAS       : ' WSS-PAGINA
           DISPLAY ' ARQUIVOS INDISPONIVEIS : ' WSS-QTD-AUSENTES
           DISPLAY ' '.

           MOVE 'FIM'       TO WSS-HIS-TIPO
           MOVE WSS-CTL-RECEBIDOS TO WSS-HIS-REGISTROS
           MOVE RETURN-CODE TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

           GOBACK.

      *-----------------------------------------------------------------
      * ROTINAS AUXILIARES
      *-----------------------------------------------------------------
       SECTION-CODES        SECTION.

      *-----------------------------------------------------------------
      * RESOLVE A GERACAO CORRENTE DO EXTRATO PELO CATALOGO; A DATA DA
      * GERACAO E A DATA DO MOVIMENTO. SEM CATALOGO PERMANECE O NOME
      * FIXO OUTPTFL E A DATA E A DO CICLO CORRENTE (DATMV117).
      *-----------------------------------------------------------------
       ROOT-RESOLVE-GERACAO.

           MOVE 'U'    TO WSS-CAT-FUNCAO.
           MOVE ZEROES TO WSS-CAT-DATA.
           MOVE SPACES TO WSS-CAT-NOME.
           MOVE 'N'    TO WSS-CAT-FOUND.

           CALL 'CATLG117' USING WSS-CAT-REQUEST.

           IF WSS-CAT-ACHOU
              MOVE WSS-CAT-NOME TO WSS-OUTPTFL-DD
              MOVE WSS-CAT-DATA TO WSS-HOJE
           ELSE
              MOVE 'C' TO WSS-DTM-FUNCAO
              CALL 'DATMV117' USING WSS-DTM-REQUEST
              MOVE WSS-DTM-DATA TO WSS-HOJE
           END-IF.

           DISPLAY ' MOVIMENTO DE : ' WSS-HOJE
           DISPLAY ' EXTRATO      : ' WSS-OUTPTFL-DD
           DISPLAY ' '.

       ROOT-RESOLVE-GERACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TRATA O FILE STATUS DA ABERTURA DE UM ARQUIVO DE ENTRADA
      * (WSS-ARQ-STATUS / WSS-ARQ-NOME) : '00' LIBERA A LEITURA, '35'
      * APONTA O ARQUIVO COMO INDISPONIVEL, OUTRO STATUS ABENDA.
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
              ADD 1 TO WSS-QTD-AUSENTES
              MOVE WSS-ARQ-NOME TO WSS-AUS-NOME (WSS-QTD-AUSENTES)
              GO TO ROT-CONFERE-ABERTURA-EXIT
           END-IF.

           MOVE SPACES TO WSS-MENSAGEM
           STRING ' ERRO NA ABERTURA DE ' DELIMITED BY SIZE
                  WSS-ARQ-NOME          DELIMITED BY SPACE
             INTO WSS-MENSAGEM.
           MOVE RCMFL117-ERRO-ARQ-ENTRADA            TO RETURN-CODE
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
                   ADD 1 TO WSS-FIL-RECEBIDOS (WSS-FIL-IDX)
                   ADD 1 TO WSS-CTL-RECEBIDOS
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
                      ADD 1 TO WSS-FIL-CALCULADOS (WSS-FIL-IDX)
                      ADD 1 TO WSS-CTL-CALCULADOS
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

           MOVE WSS-QTD-MOTIVOS TO WSS-MOT-IDX.

           IF REJ-MOTIVO IS NUMERIC
              IF REJ-MOTIVO-NUM > ZEROES
                 AND REJ-MOTIVO-NUM < WSS-QTD-MOTIVOS
                 MOVE REJ-MOTIVO-NUM TO WSS-MOT-IDX
              END-IF
           END-IF.

           ADD 1 TO WSS-FIL-REJEITADOS (WSS-FIL-IDX).
           ADD 1 TO WSS-FIL-REJ-MOTIVO (WSS-FIL-IDX, WSS-MOT-IDX).
           ADD 1 TO WSS-CTL-REJEITADOS.

       ROOT-LE-UM-REJEITO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GERACAO CORRENTE DO OUTPTFL : DETALHES DE ORIGEM REAL
      * (CONTRATOS DE VERDADE, NAO OS REGISTROS DE TESTE).
      *-----------------------------------------------------------------
       ROOT-LE-EXTRATO.

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
                      ADD 1 TO WSS-FIL-EXTRAIDOS (WSS-FIL-IDX)
                      ADD 1 TO WSS-CTL-EXTRAIDOS
                   END-IF
           END-READ.

       ROOT-LE-UM-EXTRATO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FATUR117 : LINHAS FATURADAS, PRINCIPAL E ENCARGOS POR FILIAL.
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
               NOT AT END
                   IF FAT-TIPO-REG EQUAL 'DT'
                      MOVE FAT-FILIAL TO WSS-FIL-CHAVE
                      PERFORM ROT-LOCALIZA-FILIAL
                         THRU ROT-LOCALIZA-FILIAL-EXIT
                      ADD 1 TO WSS-FIL-FATURADOS (WSS-FIL-IDX)
                      ADD FAT-PRINCIPAL
                        TO WSS-FIL-PRINCIPAL (WSS-FIL-IDX)
                      ADD FAT-ENCARGO-TOTAL
                        TO WSS-FIL-ENCARGOS (WSS-FIL-IDX)
                      ADD 1                 TO WSS-CTL-FATURADOS
                      ADD FAT-PRINCIPAL     TO WSS-CTL-PRINCIPAL
                      ADD FAT-ENCARGO-TOTAL TO WSS-CTL-ENCARGOS
                   END-IF
           END-READ.

       ROOT-LE-UMA-FATURA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MOVCC117 : CREDITOS DE PAGAMENTO DO RETPG117 COM A DATA DO
      * MOVIMENTO = PAGAMENTOS LIQUIDADOS (TOTAL OU PARCIALMENTE).
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

           PERFORM ROOT-LE-UM-CREDITO THRU ROOT-LE-UM-CREDITO-EXIT
                   UNTIL WSS-FIM-ARQ.

           CLOSE MOVCC117.

       ROOT-LE-CREDITOS-EXIT.
           EXIT.

       ROOT-LE-UM-CREDITO.

           READ MOVCC117
               AT END
                   MOVE 'S' TO WSS-EOF-ARQ
               NOT AT END
                   IF MCC-CREDITO
                      AND MCC-ORIGEM EQUAL 'RETPG117'
                      AND MCC-DATA-MOV EQUAL WSS-HOJE
                      MOVE MCC-FILIAL TO WSS-FIL-CHAVE
                      PERFORM ROT-LOCALIZA-FILIAL
                         THRU ROT-LOCALIZA-FILIAL-EXIT
                      ADD 1 TO WSS-FIL-LIQUIDADOS (WSS-FIL-IDX)
                      ADD MCC-VALOR
                        TO WSS-FIL-VLR-LIQUIDADO (WSS-FIL-IDX)
                      ADD 1         TO WSS-CTL-LIQUIDADOS
                      ADD MCC-VALOR TO WSS-CTL-VLR-LIQUIDADO
                   END-IF
           END-READ.

       ROOT-LE-UM-CREDITO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EXCPG117 : EXCECOES DO ULTIMO RETORNO PROCESSADO. EXCECAO SEM
      * FATURA ABERTA NAO TEM FILIAL E CAI NA PAGINA 'SEM FILIAL'.
      *-----------------------------------------------------------------
       ROOT-LE-EXCECOES.

           OPEN INPUT EXCPG117.
           MOVE FS-EXCPG117 TO WSS-ARQ-STATUS
           MOVE 'EXCPG117'  TO WSS-ARQ-NOME.
           PERFORM ROT-CONFERE-ABERTURA
              THRU ROT-CONFERE-ABERTURA-EXIT.

           IF NOT WSS-ARQ-DISPONIVEL
              GO TO ROOT-LE-EXCECOES-EXIT
           END-IF.

           PERFORM ROOT-LE-UMA-EXCECAO THRU ROOT-LE-UMA-EXCECAO-EXIT
                   UNTIL WSS-FIM-ARQ.

           CLOSE EXCPG117.

       ROOT-LE-EXCECOES-EXIT.
           EXIT.

       ROOT-LE-UMA-EXCECAO.

           READ EXCPG117
               AT END
                   MOVE 'S' TO WSS-EOF-ARQ
                   GO TO ROOT-LE-UMA-EXCECAO-EXIT
           END-READ.

           MOVE EXC-FILIAL TO WSS-FIL-CHAVE.
           PERFORM ROT-LOCALIZA-FILIAL THRU ROT-LOCALIZA-FILIAL-EXIT.

           ADD 1 TO WSS-FIL-EXCECOES (WSS-FIL-IDX).
           ADD 1 TO WSS-CTL-EXCECOES.

           IF EXC-VALOR IS NUMERIC
              ADD EXC-VALOR TO WSS-FIL-VLR-EXCECAO (WSS-FIL-IDX)
              ADD EXC-VALOR TO WSS-CTL-VLR-EXCECAO
           END-IF.

       ROOT-LE-UMA-EXCECAO-EXIT.
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
              MOVE RCMFL117-TABELA-CHEIA                TO RETURN-CODE
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
      * MONTA O RECAP (POSICAO 12) SOMANDO AS PAGINAS DAS FILIAIS E A
      * PAGINA 'SEM FILIAL'.
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

           ADD WSS-FIL-RECEBIDOS (WSS-FIL-IDX)
            TO WSS-FIL-RECEBIDOS (WSS-IDX-RECAP).
           ADD WSS-FIL-CALCULADOS (WSS-FIL-IDX)
            TO WSS-FIL-CALCULADOS (WSS-IDX-RECAP).
           ADD WSS-FIL-REJEITADOS (WSS-FIL-IDX)
            TO WSS-FIL-REJEITADOS (WSS-IDX-RECAP).
           ADD WSS-FIL-EXTRAIDOS (WSS-FIL-IDX)
            TO WSS-FIL-EXTRAIDOS (WSS-IDX-RECAP).
           ADD WSS-FIL-FATURADOS (WSS-FIL-IDX)
            TO WSS-FIL-FATURADOS (WSS-IDX-RECAP).
           ADD WSS-FIL-PRINCIPAL (WSS-FIL-IDX)
            TO WSS-FIL-PRINCIPAL (WSS-IDX-RECAP).
           ADD WSS-FIL-ENCARGOS (WSS-FIL-IDX)
            TO WSS-FIL-ENCARGOS (WSS-IDX-RECAP).
           ADD WSS-FIL-LIQUIDADOS (WSS-FIL-IDX)
            TO WSS-FIL-LIQUIDADOS (WSS-IDX-RECAP).
           ADD WSS-FIL-VLR-LIQUIDADO (WSS-FIL-IDX)
            TO WSS-FIL-VLR-LIQUIDADO (WSS-IDX-RECAP).
           ADD WSS-FIL-EXCECOES (WSS-FIL-IDX)
            TO WSS-FIL-EXCECOES (WSS-IDX-RECAP).
           ADD WSS-FIL-VLR-EXCECAO (WSS-FIL-IDX)
            TO WSS-FIL-VLR-EXCECAO (WSS-IDX-RECAP).

           MOVE 1 TO WSS-MOT-IDX.

           PERFORM ROOT-SOMA-MOTIVO THRU ROOT-SOMA-MOTIVO-EXIT
                   UNTIL WSS-MOT-IDX > WSS-QTD-MOTIVOS.

           ADD 1 TO WSS-FIL-IDX.

       ROOT-SOMA-FILIAL-EXIT.
           EXIT.

       ROOT-SOMA-MOTIVO.

           ADD WSS-FIL-REJ-MOTIVO (WSS-FIL-IDX, WSS-MOT-IDX)
            TO WSS-FIL-REJ-MOTIVO (WSS-IDX-RECAP, WSS-MOT-IDX).

           ADD 1 TO WSS-MOT-IDX.

       ROOT-SOMA-MOTIVO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CONFERE O RECAP (SOMA DAS PAGINAS) COM OS TOTAIS LIDOS DE CADA
      * ARQUIVO - QUALQUER DIFERENCA INDICA MOVIMENTO PERDIDO ENTRE AS
      * PAGINAS E O RELATORIO NAO PODE SER DISTRIBUIDO.
      *-----------------------------------------------------------------
       ROOT-CONFERE-RECAP.

           IF WSS-FIL-RECEBIDOS (WSS-IDX-RECAP)
                                 NOT EQUAL WSS-CTL-RECEBIDOS
              OR WSS-FIL-CALCULADOS (WSS-IDX-RECAP)
                                 NOT EQUAL WSS-CTL-CALCULADOS
              OR WSS-FIL-REJEITADOS (WSS-IDX-RECAP)
                                 NOT EQUAL WSS-CTL-REJEITADOS
              OR WSS-FIL-EXTRAIDOS (WSS-IDX-RECAP)
                                 NOT EQUAL WSS-CTL-EXTRAIDOS
              OR WSS-FIL-FATURADOS (WSS-IDX-RECAP)
                                 NOT EQUAL WSS-CTL-FATURADOS
              OR WSS-FIL-PRINCIPAL (WSS-IDX-RECAP)
                                 NOT EQUAL WSS-CTL-PRINCIPAL
              OR WSS-FIL-ENCARGOS (WSS-IDX-RECAP)
                                 NOT EQUAL WSS-CTL-ENCARGOS
              OR WSS-FIL-LIQUIDADOS (WSS-IDX-RECAP)
                                 NOT EQUAL WSS-CTL-LIQUIDADOS
              OR WSS-FIL-VLR-LIQUIDADO (WSS-IDX-RECAP)
                                 NOT EQUAL WSS-CTL-VLR-LIQUIDADO
              OR WSS-FIL-EXCECOES (WSS-IDX-RECAP)
                                 NOT EQUAL WSS-CTL-EXCECOES
              OR WSS-FIL-VLR-EXCECAO (WSS-IDX-RECAP)
                                 NOT EQUAL WSS-CTL-VLR-EXCECAO
              MOVE ' RECAP DIVERGE DAS FILIAIS'
                     TO WSS-MENSAGEM
              MOVE RCMFL117-RECAP-DIVERGE               TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

       ROOT-CONFERE-RECAP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EMITE A PAGINA DA POSICAO WSS-PAG-IDX (FILIAL, SEM FILIAL OU
      * RECAP). A PAGINA 'SEM FILIAL' SO SAI QUANDO TEM MOVIMENTO.
      *-----------------------------------------------------------------
       ROOT-EMITE-PAGINA.

           IF WSS-PAG-IDX EQUAL WSS-IDX-SEM-FILIAL
              IF WSS-FIL-RECEBIDOS (WSS-PAG-IDX)
               + WSS-FIL-CALCULADOS (WSS-PAG-IDX)
               + WSS-FIL-REJEITADOS (WSS-PAG-IDX)
               + WSS-FIL-EXTRAIDOS (WSS-PAG-IDX)
               + WSS-FIL-FATURADOS (WSS-PAG-IDX)
               + WSS-FIL-LIQUIDADOS (WSS-PAG-IDX)
               + WSS-FIL-EXCECOES (WSS-PAG-IDX) EQUAL ZEROES
                 GO TO ROOT-EMITE-PAGINA-EXIT
              END-IF
           END-IF.

           ADD 1 TO WSS-PAGINA.
           MOVE WSS-PAGINA TO WSS-TIT-PAGINA.
           MOVE WSS-LINHA-TITULO TO REG-RELMF117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

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

           MOVE WSS-HOJE (7:2)   TO WSS-ED-DIA
           MOVE WSS-HOJE (5:2)   TO WSS-ED-MES
           MOVE WSS-HOJE (1:4)   TO WSS-ED-ANO
           MOVE WSS-DATA-EDITADA TO WSS-LFI-DATA
           MOVE WSS-OUTPTFL-DD   TO WSS-LFI-EXTRATO
           MOVE WSS-LINHA-FILIAL TO REG-RELMF117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE WSS-LINHA-TRACO TO REG-RELMF117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE 'CONSO119  - CONTRATOS RECEBIDOS' TO WSS-ITM-NOME
           MOVE WSS-FIL-RECEBIDOS (WSS-PAG-IDX)   TO WSS-ITM-QTD
           PERFORM ROOT-GRAVA-ITEM-QTD THRU ROOT-GRAVA-ITEM-QTD-EXIT.

           MOVE 'COBOL119  - CONTRATOS CALCULADOS' TO WSS-ITM-NOME
           MOVE WSS-FIL-CALCULADOS (WSS-PAG-IDX)   TO WSS-ITM-QTD
           PERFORM ROOT-GRAVA-ITEM-QTD THRU ROOT-GRAVA-ITEM-QTD-EXIT.

           MOVE 'COBOL119  - CONTRATOS REJEITADOS' TO WSS-ITM-NOME
           MOVE WSS-FIL-REJEITADOS (WSS-PAG-IDX)   TO WSS-ITM-QTD
           PERFORM ROOT-GRAVA-ITEM-QTD THRU ROOT-GRAVA-ITEM-QTD-EXIT.

           MOVE 1 TO WSS-MOT-IDX.

           PERFORM ROOT-EMITE-MOTIVO THRU ROOT-EMITE-MOTIVO-EXIT
                   UNTIL WSS-MOT-IDX > WSS-QTD-MOTIVOS.

           MOVE 'EXECCB117 - CONTRATOS EXTRAIDOS' TO WSS-ITM-NOME
           MOVE WSS-FIL-EXTRAIDOS (WSS-PAG-IDX)   TO WSS-ITM-QTD
           PERFORM ROOT-GRAVA-ITEM-QTD THRU ROOT-GRAVA-ITEM-QTD-EXIT.

           MOVE 'COBRA117  - CONTRATOS FATURADOS' TO WSS-ITM-NOME
           MOVE WSS-FIL-FATURADOS (WSS-PAG-IDX)   TO WSS-ITM-QTD
           PERFORM ROOT-GRAVA-ITEM-QTD THRU ROOT-GRAVA-ITEM-QTD-EXIT.

           MOVE '            PRINCIPAL EM ATRASO' TO WSS-ITM-NOME
           MOVE WSS-FIL-PRINCIPAL (WSS-PAG-IDX)   TO WSS-ITM-VALOR
           PERFORM ROOT-GRAVA-ITEM-VALOR
              THRU ROOT-GRAVA-ITEM-VALOR-EXIT.

           MOVE '            ENCARGOS FATURADOS' TO WSS-ITM-NOME
           MOVE WSS-FIL-ENCARGOS (WSS-PAG-IDX)   TO WSS-ITM-VALOR
           PERFORM ROOT-GRAVA-ITEM-VALOR
              THRU ROOT-GRAVA-ITEM-VALOR-EXIT.

           MOVE 'RETPG117  - PAGAMENTOS LIQUIDADOS' TO WSS-ITM-NOME
           MOVE WSS-FIL-LIQUIDADOS (WSS-PAG-IDX)    TO WSS-ITM-QTD
           MOVE WSS-FIL-VLR-LIQUIDADO (WSS-PAG-IDX) TO WSS-ITM-VALOR
           MOVE WSS-LINHA-ITEM TO REG-RELMF117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE 'RETPG117  - EXCECOES DE PAGAMENTO' TO WSS-ITM-NOME
           MOVE WSS-FIL-EXCECOES (WSS-PAG-IDX)      TO WSS-ITM-QTD
           MOVE WSS-FIL-VLR-EXCECAO (WSS-PAG-IDX)   TO WSS-ITM-VALOR
           MOVE WSS-LINHA-ITEM TO REG-RELMF117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE WSS-LINHA-TRACO TO REG-RELMF117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

       ROOT-EMITE-PAGINA-EXIT.
           ADD 1 TO WSS-PAG-IDX.

       ROOT-EMITE-MOTIVO.

           MOVE SPACES TO WSS-ITM-NOME
           STRING '            ' DELIMITED BY SIZE
                  WSS-MOTIVO-NOME (WSS-MOT-IDX) DELIMITED BY SIZE
             INTO WSS-ITM-NOME.
           MOVE WSS-FIL-REJ-MOTIVO (WSS-PAG-IDX, WSS-MOT-IDX)
             TO WSS-ITM-QTD.
           PERFORM ROOT-GRAVA-ITEM-QTD THRU ROOT-GRAVA-ITEM-QTD-EXIT.

           ADD 1 TO WSS-MOT-IDX.

       ROOT-EMITE-MOTIVO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LINHA DE ITEM SO COM QUANTIDADE / SO COM VALOR.
      *-----------------------------------------------------------------
       ROOT-GRAVA-ITEM-QTD.

           MOVE SPACES         TO WSS-ITM-VALOR-X
           MOVE WSS-LINHA-ITEM TO REG-RELMF117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

       ROOT-GRAVA-ITEM-QTD-EXIT.
           EXIT.

       ROOT-GRAVA-ITEM-VALOR.

           MOVE SPACES         TO WSS-ITM-QTD-X
           MOVE WSS-LINHA-ITEM TO REG-RELMF117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

       ROOT-GRAVA-ITEM-VALOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * NO FIM DO RECAP, OS ARQUIVOS QUE NAO ESTAVAM DISPONIVEIS.
      *-----------------------------------------------------------------
       ROOT-EMITE-AUSENTES.

           MOVE 1 TO WSS-AUS-IDX.

           PERFORM ROOT-EMITE-UM-AUSENTE THRU ROOT-EMITE-UM-AUSENTE-EXIT
                   UNTIL WSS-AUS-IDX > WSS-QTD-AUSENTES.

       ROOT-EMITE-AUSENTES-EXIT.
           EXIT.

       ROOT-EMITE-UM-AUSENTE.

           MOVE SPACES TO REG-RELMF117
           STRING ' *** ARQUIVO NAO DISPONIVEL : ' DELIMITED BY SIZE
                  WSS-AUS-NOME (WSS-AUS-IDX)     DELIMITED BY SIZE
             INTO REG-RELMF117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           ADD 1 TO WSS-AUS-IDX.

       ROOT-EMITE-UM-AUSENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA UMA LINHA NO RELATORIO.
      *-----------------------------------------------------------------
       ROOT-GRAVA-LINHA.

           WRITE REG-RELMF117.
           IF FS-RELMF117 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE RELMF117'
                     TO WSS-MENSAGEM
              MOVE RCMFL117-ERRO-ARQ-RELATORIO          TO RETURN-CODE
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

       END PROGRAM MOVFL117.
