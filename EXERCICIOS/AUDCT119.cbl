      ******************************************************************
      * Author:DANIEL CARNEIRO
      * Date: 15/10/2026
      * Purpose: AUDITORIA E RECONSTRUCAO DO REGISTRO DE CONTRATOS
      *          REGCT119. O REGISTRO RESUME ONDE CADA CONTRATO ESTA
      *          NO PIPELINE, MAS E ATUALIZADO PELOS PASSOS DEPOIS DA
      *          GRAVACAO DOS SEUS ARQUIVOS - UM ABEND ENTRE A
      *          GRAVACAO E A CHAMADA AO CADCT119 DEIXA O REGISTRO
      *          DEFASADO SEM AVISO. ESTE UTILITARIO CONFRONTA O
      *          REGISTRO COM OS PROPRIOS ARQUIVOS : O SAIDA119 MAIS
      *          RECENTE (VENCIMENTO), AS GERACOES DO OUTPTFL
      *          CATALOGADAS NO CATLG117 (GERACAO) E O FATUR117
      *          (FATURAMENTO).
      *          FUNCAO 'A' (PADRAO) SO AUDITA : LISTA CADA
      *          DIVERGENCIA POR TIPO NO RELATORIO RELAU119 E TERMINA
      *          COM RETURN-CODE SE HOUVER ALGUMA.
      *          FUNCAO 'R' RECONSTROI O REGISTRO A PARTIR DOS MESMOS
      *          ARQUIVOS DEPOIS DE UMA NOITE RUIM : AUDITA (ANTES),
      *          CORRIGE E INCLUI OS CONTRATOS, AUDITA DE NOVO
      *          (DEPOIS) E IMPRIME O COMPARATIVO DAS CONTAGENS. A
      *          SITUACAO DO CICLO DE VIDA (MANCT119) NAO VEM DOS
      *          ARQUIVOS DO PIPELINE E E PRESERVADA.
      *          A FUNCAO VEM DA VARIAVEL DE AMBIENTE AUDCT119_FUNCAO,
      *          NO MESMO ESTILO DO GEREN117_FUNCAO. RODA FORA DO
      *          CICLO (DEPOIS DO FECHAMENTO OU ANTES DA RERODADA).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification history
      * Date       Author              Description
      * 15/10/2026 DANIEL CARNEIRO     Programa inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. AUDCT119.
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
      * MASTER VSAM KSDS DO REGISTRO DE CONTRATOS - LIDO EM SEQUENCIA
      * NA AUDITORIA E ATUALIZADO NA RECONSTRUCAO (MESMA DECLARACAO
      * DO CADCT119).
      *-----------------------------------------------------------------
           SELECT REGCT119  ASSIGN TO REGCT119
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTR-CONTRATO
           FILE STATUS IS FS-REGCT119.

      *-----------------------------------------------------------------
      * SAIDA DO COBOL119 DO ULTIMO CICLO - VENCIMENTO CALCULADO.
      *-----------------------------------------------------------------
           SELECT SAIDA119  ASSIGN TO SAIDA119
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SAIDA119.

      *-----------------------------------------------------------------
      * CATALOGO DE GERACOES DO EXTRATO E A GERACAO SENDO LIDA (NOME
      * MONTADO EM WSS-OUTPTFL-DD A PARTIR DA LINHA DO CATALOGO).
      *-----------------------------------------------------------------
           SELECT CATLG117  ASSIGN TO CATLG117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CATLG117.

           SELECT OUTPTFL   ASSIGN TO DYNAMIC WSS-OUTPTFL-DD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-OUTPTFL.

      *-----------------------------------------------------------------
      * FATURAMENTO DO ULTIMO CICLO (COBRA117).
      *-----------------------------------------------------------------
           SELECT FATUR117  ASSIGN TO FATUR117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FATUR117.

      *-----------------------------------------------------------------
      * RELATORIO DA AUDITORIA / RECONSTRUCAO.
      *-----------------------------------------------------------------
           SELECT RELAU119  ASSIGN TO RELAU119
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RELAU119.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD REGCT119
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-REGCT119.

       COPY CTRRG119.

       FD SAIDA119
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-SAIDA119.

       01 REG-SAIDA119.
           05 SAI-CONTRATO             PIC X(10).
           05 SAI-DATA                 PIC 9(08).
           05 SAI-STATUS               PIC X(01).
           05 SAI-FILIAL               PIC X(02).
           05 SAI-PRINCIPAL            PIC 9(09)V99.
           05 FILLER                   PIC X(08).

       FD CATLG117
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-CATLG117.

       COPY COPY117B.

       FD OUTPTFL
           RECORD CONTAINS 145 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-DADOS.

       COPY COPY117A.

      *-----------------------------------------------------------------
      * SO O TIPO, O CONTRATO, O VENCIMENTO E A SITUACAO DA LINHA DE
      * FATURA INTERESSAM AQUI - DIAS, TAXAS E VALORES FICAM EM FILLER.
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
           05 FILLER                   PIC X(71).
           05 FAT-SITUACAO             PIC X(01).
               88 FAT-LIQUIDADA                VALUE 'L'.
           05 FILLER                   PIC X(26).

       FD RELAU119
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-RELAU119.

       01 REG-RELAU119                 PIC X(80).

      *-----------------------
       WORKING-STORAGE SECTION.
       77 FS-REGCT119              PIC 99.
       77 FS-SAIDA119              PIC 99.
       77 FS-CATLG117              PIC 99.
       77 FS-OUTPTFL               PIC 99.
       77 FS-FATUR117              PIC 99.
       77 FS-RELAU119              PIC 99.
       77 WSS-MENSAGEM             PIC X(30).
       77 WSS-OUTPTFL-DD           PIC X(17) VALUE 'OUTPTFL'.

       77 WSS-EOF-REGISTRO         PIC X(01) VALUE 'N'.
           88 WSS-FIM-REGISTRO               VALUE 'S'.
       77 WSS-EOF-SAIDA            PIC X(01) VALUE 'N'.
           88 WSS-FIM-SAIDA                  VALUE 'S'.
       77 WSS-EOF-CATLG            PIC X(01) VALUE 'N'.
           88 WSS-FIM-CATLG                  VALUE 'S'.
       77 WSS-EOF-OUTPTFL          PIC X(01) VALUE 'N'.
           88 WSS-FIM-OUTPTFL                VALUE 'S'.
       77 WSS-EOF-FATURA           PIC X(01) VALUE 'N'.
           88 WSS-FIM-FATURA                 VALUE 'S'.

      *-----------------------------------------------------------------
      * FUNCAO RECEBIDA DO AMBIENTE. EM BRANCO ASSUME 'A' (AUDITORIA).
      * A FASE DIZ A QUAL PASSADA DA AUDITORIA O RELATORIO SE REFERE.
      *-----------------------------------------------------------------
       77 WSS-FUNCAO               PIC X(01) VALUE SPACES.
           88 WSS-FUNCAO-AUDITA             VALUE 'A'.
           88 WSS-FUNCAO-RECONSTROI         VALUE 'R'.
       77 WSS-FASE                 PIC X(01) VALUE 'A'.
           88 WSS-FASE-ANTES                VALUE 'A'.
           88 WSS-FASE-DEPOIS               VALUE 'D'.

      *-----------------------------------------------------------------
      * ESTADO DE CADA CONTRATO SEGUNDO OS ARQUIVOS DO PIPELINE, EM
      * ORDEM DE CONTRATO (BUSCA BINARIA E INSERCAO ORDENADA, MESMA
      * TECNICA DA TABELA DE DUPLICADOS DO COBOL119) :
      *  VENC-SAIDA  VENCIMENTO 'S' NO SAIDA119 (ZERO = NAO CALCULADO
      *              NO ULTIMO CICLO)
      *  GERACAO     GERACAO CATALOGADA MAIS RECENTE EM QUE O CONTRATO
      *              SAIU (COM A DATA E O VENCIMENTO DAQUELA LINHA)
      *  FATURA      SITUACAO DA LINHA NO FATUR117 ('A'/'L'; BRANCO =
      *              SEM FATURA NO ULTIMO CICLO) E O VENCIMENTO DELA.
      *              CALCULADO NO CICLO, SO CONTA A LINHA DO VENCIMENTO
      *              DO SAIDA119; SENAO, A DE VENCIMENTO MAIS RECENTE.
      *              O REGISTRO SO E COMPARADO COM A LINHA DO PROPRIO
      *              VENCIMENTO (PARCELAS DE UM PLANO SAO LINHAS
      *              DISTINTAS DO MESMO CONTRATO)
      *  CASADO      'S' QUANDO O CONTRATO FOI ACHADO NO REGISTRO NA
      *              PASSADA CORRENTE - O QUE SOBRA FALTA NO REGISTRO.
      *-----------------------------------------------------------------
       77 WSS-QTD-PIP              PIC 9(5) COMP VALUE ZEROES.
       77 WSS-QTD-MAX-PIP          PIC 9(5) COMP VALUE 30000.
       01 WSS-TAB-PIP-GRP.
           05 WSS-PIP-ENT OCCURS 1 TO 30000 TIMES
                          DEPENDING ON WSS-QTD-PIP.
               10 WSS-PIP-CONTRATO PIC X(10).
               10 WSS-PIP-VENC-SAIDA
                                   PIC 9(08).
               10 WSS-PIP-GERACAO  PIC X(17).
               10 WSS-PIP-DATA-GER PIC 9(08).
               10 WSS-PIP-VENC-GER PIC 9(08).
               10 WSS-PIP-FATURA   PIC X(01).
               10 WSS-PIP-VENC-FAT PIC 9(08).
               10 WSS-PIP-CASADO   PIC X(01).
       77 WSS-PIP-IDX              PIC 9(5) COMP.
       77 WSS-PIP-INF              PIC 9(5) COMP.
       77 WSS-PIP-SUP              PIC 9(5) COMP.
       77 WSS-PIP-POS              PIC 9(5) COMP.
       77 WSS-PIP-SHIFT            PIC 9(5) COMP.
       77 WSS-PIP-ACHOU            PIC X(01) VALUE 'N'.
           88 WSS-PIP-ENCONTROU              VALUE 'S'.
       77 WSS-FAT-VENC             PIC X(01) VALUE SPACE.
       77 WSS-CHAVE-BUSCA          PIC X(10).
       77 WSS-DATA-GER-CORRENTE    PIC 9(08) VALUE ZEROES.

      *-----------------------------------------------------------------
      * VALIDACAO DO DIGITO VERIFICADOR MODULO 11 DO CONTRATO - MESMA
      * REGRA DO CADCT119 : CONTRATO COM DV INVALIDO NUNCA ENTRA NO
      * REGISTRO E POR ISSO NAO E COBRADO COMO AUSENTE.
      *-----------------------------------------------------------------
       01 WSS-CONTRATO-DV.
           05 WSS-CDV-DIG OCCURS 10 TIMES
                                   PIC 9(01).
       77 WSS-DV-IDX               PIC 9(4) COMP.
       77 WSS-DV-SOMA              PIC 9(4) COMP VALUE ZEROES.
       77 WSS-DV-RESTO             PIC 9(02).
       77 WSS-DV-CALC              PIC 9(02).
       77 WSS-DV-OK                PIC X(01) VALUE 'N'.
           88 WSS-DV-VALIDO                  VALUE 'S'.

      *-----------------------------------------------------------------
      * CONTAGENS DA CARGA DOS ARQUIVOS DO PIPELINE.
      *-----------------------------------------------------------------
       77 WSS-QTD-SAIDA-S          PIC 9(07) VALUE ZEROES.
       77 WSS-QTD-GER-LIDAS        PIC 9(07) VALUE ZEROES.
       77 WSS-QTD-GER-AUSENTES     PIC 9(07) VALUE ZEROES.
       77 WSS-QTD-DET-GERACAO      PIC 9(07) VALUE ZEROES.
       77 WSS-QTD-FATURA           PIC 9(07) VALUE ZEROES.
       77 WSS-QTD-DV-INVALIDO      PIC 9(07) VALUE ZEROES.

      *-----------------------------------------------------------------
      * TIPOS DE DIVERGENCIA E CONTAGENS POR TIPO. A PASSADA CORRENTE
      * CONTA EM WSS-QTD-DIV; NA RECONSTRUCAO A PRIMEIRA PASSADA E
      * GUARDADA EM WSS-ANT-DIV PARA O COMPARATIVO ANTES/DEPOIS.
      *  1 VENCIMENTO DO REGISTRO DIFERENTE DO SAIDA119
      *  2 GERACAO DO REGISTRO DIFERENTE DA ULTIMA GERACAO CATALOGADA
      *  3 FATURADO NO FATUR117 E SEM MARCA DE FATURAMENTO
      *  4 MARCADO 'F', CALCULADO NO CICLO E SEM LINHA NO FATUR117
      *  5 CONTRATO DOS ARQUIVOS AUSENTE DO REGISTRO
      *-----------------------------------------------------------------
       77 WSS-QTD-TIPOS            PIC 9(4) COMP VALUE 5.
       01 WSS-TAB-TIPOS-NOMES.
           05 FILLER               PIC X(24) VALUE
              'VENCIMENTO DIVERGENTE'.
           05 FILLER               PIC X(24) VALUE
              'GERACAO DIVERGENTE'.
           05 FILLER               PIC X(24) VALUE
              'FATURADO SEM MARCA'.
           05 FILLER               PIC X(24) VALUE
              'MARCADO SEM FATURA'.
           05 FILLER               PIC X(24) VALUE
              'AUSENTE DO REGISTRO'.
       01 WSS-TAB-TIPOS REDEFINES WSS-TAB-TIPOS-NOMES.
           05 WSS-TIPO-NOME OCCURS 5 TIMES
                                   PIC X(24).
       77 WSS-TIPO-IDX             PIC 9(4) COMP.

       01 WSS-CONTAGEM-DIV.
           05 WSS-QTD-DIV OCCURS 5 TIMES
                                   PIC 9(07).
       01 WSS-CONTAGEM-ANTES.
           05 WSS-ANT-DIV OCCURS 5 TIMES
                                   PIC 9(07).
       77 WSS-TOT-DIV              PIC 9(07) VALUE ZEROES.
       77 WSS-TOT-ANT              PIC 9(07) VALUE ZEROES.
       77 WSS-QTD-LIDOS-REG        PIC 9(07) VALUE ZEROES.
       77 WSS-ANT-LIDOS-REG        PIC 9(07) VALUE ZEROES.
       77 WSS-QTD-CORRIGIDOS       PIC 9(07) VALUE ZEROES.
       77 WSS-QTD-CRIADOS          PIC 9(07) VALUE ZEROES.
       77 WSS-REG-ALTERADO         PIC X(01) VALUE 'N'.
           88 WSS-REG-MUDOU                  VALUE 'S'.

      *-----------------------------------------------------------------
      * DATA DO CICLO GRAVADA NO CALCULO RECONSTRUIDO : A MAIOR DATA DE
      * CALCULO JA REGISTRADA PARA OS CONTRATOS DO SAIDA119 (O CICLO
      * QUE OS PRODUZIU), OU A DATA DE MOVIMENTO (DATMV117) QUANDO
      * NENHUM DELES CHEGOU AO REGISTRO.
      *-----------------------------------------------------------------
       01 WSS-HOJE                 PIC 9(08).
       77 WSS-DATA-CICLO-REG       PIC 9(08) VALUE ZEROES.
       77 WSS-DATA-CICLO           PIC 9(08) VALUE ZEROES.

      *-----------------------------------------------------------------
      * LINHAS DO RELATORIO RELAU119.
      *-----------------------------------------------------------------
       01 WSS-LINHA-DETALHE.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WSS-DET-TIPO         PIC X(24).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WSS-DET-CONTRATO     PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WSS-DET-REGISTRO     PIC X(17).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WSS-DET-ARQUIVO      PIC X(17).
           05 FILLER               PIC X(06) VALUE SPACES.

       01 WSS-LINHA-RESUMO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WSS-RES-NOME         PIC X(30).
           05 FILLER               PIC X(03) VALUE ' : '.
           05 WSS-RES-QTD          PIC ZZZZZZ9.
           05 FILLER               PIC X(38) VALUE SPACES.

       01 WSS-LINHA-COMPARA.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WSS-CMP-NOME         PIC X(30).
           05 FILLER               PIC X(03) VALUE ' : '.
           05 WSS-CMP-ANTES        PIC ZZZZZZ9.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 WSS-CMP-DEPOIS       PIC ZZZZZZ9.
           05 FILLER               PIC X(26) VALUE SPACES.

       77 WSS-LINHA-TRACO          PIC X(72) VALUE ALL '-'.

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
           DISPLAY ' AUDCT119'
           DISPLAY ' AUDITORIA DO REGISTRO DE CONTRATOS REGCT119'
           DISPLAY ' '.
           MOVE 'INI'      TO WSS-HIS-TIPO
           MOVE 'AUDCT119' TO WSS-HIS-PROGRAMA
           MOVE ZEROES     TO WSS-HIS-REGISTROS
           MOVE ZEROES     TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

           ACCEPT WSS-FUNCAO FROM ENVIRONMENT 'AUDCT119_FUNCAO'.
           IF WSS-FUNCAO EQUAL SPACES
              MOVE 'A' TO WSS-FUNCAO
           END-IF.

           IF NOT WSS-FUNCAO-AUDITA AND NOT WSS-FUNCAO-RECONSTROI
              MOVE ' FUNCAO INVALIDA EM AUDCT119'
                     TO WSS-MENSAGEM
              MOVE RCAUD119-FUNCAO-INVALIDA             TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ACCEPT WSS-HOJE FROM DATE YYYYMMDD.

           MOVE 'C' TO WSS-DTM-FUNCAO.
           CALL 'DATMV117' USING WSS-DTM-REQUEST.

           OPEN OUTPUT RELAU119.
           IF FS-RELAU119 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE RELAU119'
                     TO WSS-MENSAGEM
              MOVE RCAUD119-ERRO-ARQ-RELATORIO          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROOT-EMITE-CABECALHO
              THRU ROOT-EMITE-CABECALHO-EXIT.

       002-CARREGA-PIPELINE        SECTION.

      *-----------------------------------------------------------------
      * AS GERACOES SAO CARREGADAS PRIMEIRO, DEPOIS O SAIDA119 E O
      * FATUR117 - CADA ARQUIVO PREENCHE SO A SUA PARTE DA ENTRADA.
      *-----------------------------------------------------------------
           PERFORM ROOT-CARREGA-GERACOES
              THRU ROOT-CARREGA-GERACOES-EXIT.

           PERFORM ROOT-CARREGA-SAIDA THRU ROOT-CARREGA-SAIDA-EXIT.

           PERFORM ROOT-CARREGA-FATURA THRU ROOT-CARREGA-FATURA-EXIT.

           PERFORM ROOT-EMITE-CARGA THRU ROOT-EMITE-CARGA-EXIT.

       003-AUDITA-REGISTRO         SECTION.

           MOVE 'A' TO WSS-FASE.

           PERFORM ROOT-AUDITA THRU ROOT-AUDITA-EXIT.

           MOVE WSS-CONTAGEM-DIV  TO WSS-CONTAGEM-ANTES.
           MOVE WSS-TOT-DIV       TO WSS-TOT-ANT.
           MOVE WSS-QTD-LIDOS-REG TO WSS-ANT-LIDOS-REG.

       004-RECONSTROI-REGISTRO     SECTION.

           IF WSS-FUNCAO-RECONSTROI
              PERFORM ROOT-RECONSTROI THRU ROOT-RECONSTROI-EXIT
              MOVE 'D' TO WSS-FASE
              PERFORM ROOT-AUDITA THRU ROOT-AUDITA-EXIT
              PERFORM ROOT-EMITE-COMPARATIVO
                 THRU ROOT-EMITE-COMPARATIVO-EXIT
           END-IF.

       005-PROCEDIMENTOS-FINAIS    SECTION.

           CLOSE RELAU119.
           IF FS-RELAU119 NOT EQUAL '00'
              MOVE ' ERRO NO FECHAMENTO DE RELAU119'
                     TO WSS-MENSAGEM
              MOVE RCAUD119-ERRO-ARQ-RELATORIO          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           DISPLAY ' CONTRATOS NOS ARQUIVOS : ' WSS-QTD-PIP
           DISPLAY ' REGISTROS NO REGCT119  : ' WSS-QTD-LIDOS-REG
           IF WSS-FUNCAO-RECONSTROI
              DISPLAY ' DIVERGENCIAS ANTES    : ' WSS-TOT-ANT
              DISPLAY ' REGISTROS CORRIGIDOS  : ' WSS-QTD-CORRIGIDOS
              DISPLAY ' REGISTROS INCLUIDOS   : ' WSS-QTD-CRIADOS
              DISPLAY ' DIVERGENCIAS DEPOIS   : ' WSS-TOT-DIV
           ELSE
              DISPLAY ' DIVERGENCIAS          : ' WSS-TOT-DIV
           END-IF
           DISPLAY ' '.

      *-----------------------------------------------------------------
      * O RELATORIO JA ESTA FECHADO COM TODAS AS DIVERGENCIAS : AGORA
      * A AUDITORIA COM DIVERGENCIA (OU A RECONSTRUCAO QUE NAO ZEROU
      * AS DIVERGENCIAS) TERMINA PELO PADRAO COM O SEU RETURN-CODE,
      * COMO NA CONCILIACAO DO CONCI117.
      *-----------------------------------------------------------------
           IF WSS-TOT-DIV NOT EQUAL ZEROES
              IF WSS-FUNCAO-RECONSTROI
                 MOVE ' DIVERGENCIA APOS RECONSTRUCAO'
                        TO WSS-MENSAGEM
                 MOVE RCAUD119-RECONSTRUCAO-FALHOU      TO RETURN-CODE
              ELSE
                 MOVE ' REGISTRO DIVERGE DOS ARQUIVOS'
                        TO WSS-MENSAGEM
                 MOVE RCAUD119-REGISTRO-DIVERGE         TO RETURN-CODE
              END-IF
              PERFORM ROT-ABEND
           END-IF.

           MOVE 'FIM'       TO WSS-HIS-TIPO
           MOVE WSS-QTD-LIDOS-REG TO WSS-HIS-REGISTROS
           MOVE RETURN-CODE TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

           GOBACK.

      *-----------------------------------------------------------------
      * ROTINAS AUXILIARES
      *-----------------------------------------------------------------
       SECTION-CODES        SECTION.

      *-----------------------------------------------------------------
      * CARGA DAS GERACOES : PERCORRE O CATALOGO E LE CADA GERACAO NAO
      * EXPURGADA. CATALOGO INEXISTENTE NAO E ERRO (NENHUMA GERACAO
      * PRODUZIDA AINDA); GERACAO CATALOGADA CUJO ARQUIVO SUMIU E
      * CONTADA E LISTADA, SEM ABEND.
      *-----------------------------------------------------------------
       ROOT-CARREGA-GERACOES.

           OPEN INPUT CATLG117.

           IF FS-CATLG117 EQUAL '35'
              DISPLAY ' CATALOGO CATLG117 INEXISTENTE - SEM GERACOES'
              GO TO ROOT-CARREGA-GERACOES-EXIT
           END-IF.

           IF FS-CATLG117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DO CATALOGO'
                     TO WSS-MENSAGEM
              MOVE RCAUD119-ERRO-ARQ-CATALOGO           TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROOT-LE-CATALOGO THRU ROOT-LE-CATALOGO-EXIT
                   UNTIL WSS-FIM-CATLG.

           CLOSE CATLG117.

       ROOT-CARREGA-GERACOES-EXIT.
           EXIT.

       ROOT-LE-CATALOGO.

           READ CATLG117
               AT END
                   MOVE 'S' TO WSS-EOF-CATLG
               NOT AT END
                   IF NOT CAT-EXPURGADA
                      PERFORM ROOT-CARREGA-UMA-GERACAO
                         THRU ROOT-CARREGA-UMA-GERACAO-EXIT
                   END-IF
           END-READ.

       ROOT-LE-CATALOGO-EXIT.
           EXIT.

       ROOT-CARREGA-UMA-GERACAO.

           MOVE CAT-NOME-ARQUIVO TO WSS-OUTPTFL-DD.
           MOVE CAT-DATA-GERACAO TO WSS-DATA-GER-CORRENTE.

           OPEN INPUT OUTPTFL.

           IF FS-OUTPTFL EQUAL '35'
              ADD 1 TO WSS-QTD-GER-AUSENTES
              DISPLAY ' GERACAO CATALOGADA AUSENTE : ' WSS-OUTPTFL-DD
              GO TO ROOT-CARREGA-UMA-GERACAO-EXIT
           END-IF.

           IF FS-OUTPTFL NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DA GERACAO'
                     TO WSS-MENSAGEM
              MOVE RCAUD119-ERRO-ARQ-GERACAO            TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1   TO WSS-QTD-GER-LIDAS.
           MOVE 'N' TO WSS-EOF-OUTPTFL.

           PERFORM ROOT-LE-GERACAO THRU ROOT-LE-GERACAO-EXIT
                   UNTIL WSS-FIM-OUTPTFL.

           CLOSE OUTPTFL.

       ROOT-CARREGA-UMA-GERACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * SO OS DETALHES DE ORIGEM REAL ENTRAM : O MODO DE TESTE DO
      * EXECCB117 TAMBEM CATALOGA A GERACAO, MAS NAO REGISTRA O EVENTO
      * 'EXT' NO CADCT119. ENTRE DUAS GERACOES, VALE A DE DATA MAIS
      * ALTA (NA MESMA DATA, A QUE VEM DEPOIS NO CATALOGO).
      *-----------------------------------------------------------------
       ROOT-LE-GERACAO.

           READ OUTPTFL
               AT END
                   MOVE 'S' TO WSS-EOF-OUTPTFL
                   GO TO ROOT-LE-GERACAO-EXIT
           END-READ.

           IF REG-TIPO-REG NOT EQUAL 'DT' OR NOT REG-ORIGEM-REAL
              OR REG-CONTRATO EQUAL SPACES
              GO TO ROOT-LE-GERACAO-EXIT
           END-IF.

           MOVE REG-CONTRATO TO WSS-CHAVE-BUSCA.
           PERFORM ROT-VALIDA-DV THRU ROT-VALIDA-DV-EXIT.
           IF NOT WSS-DV-VALIDO
              ADD 1 TO WSS-QTD-DV-INVALIDO
              GO TO ROOT-LE-GERACAO-EXIT
           END-IF.

           ADD 1 TO WSS-QTD-DET-GERACAO.

           PERFORM ROOT-POSICIONA-CONTRATO
              THRU ROOT-POSICIONA-CONTRATO-EXIT.

           IF WSS-DATA-GER-CORRENTE NOT < WSS-PIP-DATA-GER (WSS-PIP-IDX)
              MOVE WSS-OUTPTFL-DD
                TO WSS-PIP-GERACAO (WSS-PIP-IDX)
              MOVE WSS-DATA-GER-CORRENTE
                TO WSS-PIP-DATA-GER (WSS-PIP-IDX)
              MOVE REG-DATA-VENCIMENTO
                TO WSS-PIP-VENC-GER (WSS-PIP-IDX)
           END-IF.

       ROOT-LE-GERACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARGA DO SAIDA119 : SO AS LINHAS CALCULADAS ('S') - A REJEITADA
      * ('R') NAO CHEGA AO REGISTRO.
      *-----------------------------------------------------------------
       ROOT-CARREGA-SAIDA.

           OPEN INPUT SAIDA119.

           IF FS-SAIDA119 EQUAL '35'
              DISPLAY ' SAIDA119 INEXISTENTE - SEM CALCULO NO CICLO'
              GO TO ROOT-CARREGA-SAIDA-EXIT
           END-IF.

           IF FS-SAIDA119 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE SAIDA119'
                     TO WSS-MENSAGEM
              MOVE RCAUD119-ERRO-ARQ-SAIDA              TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROOT-LE-SAIDA THRU ROOT-LE-SAIDA-EXIT
                   UNTIL WSS-FIM-SAIDA.

           CLOSE SAIDA119.

       ROOT-CARREGA-SAIDA-EXIT.
           EXIT.

       ROOT-LE-SAIDA.

           READ SAIDA119
               AT END
                   MOVE 'S' TO WSS-EOF-SAIDA
                   GO TO ROOT-LE-SAIDA-EXIT
           END-READ.

           IF SAI-STATUS NOT EQUAL 'S'
              GO TO ROOT-LE-SAIDA-EXIT
           END-IF.

           MOVE SAI-CONTRATO TO WSS-CHAVE-BUSCA.
           PERFORM ROT-VALIDA-DV THRU ROT-VALIDA-DV-EXIT.
           IF NOT WSS-DV-VALIDO
              ADD 1 TO WSS-QTD-DV-INVALIDO
              GO TO ROOT-LE-SAIDA-EXIT
           END-IF.

           ADD 1 TO WSS-QTD-SAIDA-S.

           PERFORM ROOT-POSICIONA-CONTRATO
              THRU ROOT-POSICIONA-CONTRATO-EXIT.

           MOVE SAI-DATA TO WSS-PIP-VENC-SAIDA (WSS-PIP-IDX).

       ROOT-LE-SAIDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARGA DO FATUR117 : CADA LINHA DE DETALHE MARCA O CONTRATO COMO
      * FATURADO NO CICLO, COM A SITUACAO DA LINHA ('L' QUANDO O SALDO
      * CREDOR JA LIQUIDOU A FATURA NA HORA).
      *-----------------------------------------------------------------
       ROOT-CARREGA-FATURA.

           OPEN INPUT FATUR117.

           IF FS-FATUR117 EQUAL '35'
              DISPLAY ' FATUR117 INEXISTENTE - SEM FATURAMENTO'
              GO TO ROOT-CARREGA-FATURA-EXIT
           END-IF.

           IF FS-FATUR117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE FATUR117'
                     TO WSS-MENSAGEM
              MOVE RCAUD119-ERRO-ARQ-FATURA             TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROOT-LE-FATURA THRU ROOT-LE-FATURA-EXIT
                   UNTIL WSS-FIM-FATURA.

           CLOSE FATUR117.

       ROOT-CARREGA-FATURA-EXIT.
           EXIT.

       ROOT-LE-FATURA.

           READ FATUR117
               AT END
                   MOVE 'S' TO WSS-EOF-FATURA
                   GO TO ROOT-LE-FATURA-EXIT
           END-READ.

           IF FAT-TIPO-REG NOT EQUAL 'DT'
              GO TO ROOT-LE-FATURA-EXIT
           END-IF.

           MOVE FAT-CONTRATO TO WSS-CHAVE-BUSCA.
           PERFORM ROT-VALIDA-DV THRU ROT-VALIDA-DV-EXIT.
           IF NOT WSS-DV-VALIDO
              ADD 1 TO WSS-QTD-DV-INVALIDO
              GO TO ROOT-LE-FATURA-EXIT
           END-IF.

           ADD 1 TO WSS-QTD-FATURA.

           PERFORM ROOT-POSICIONA-CONTRATO
              THRU ROOT-POSICIONA-CONTRATO-EXIT.

           IF WSS-PIP-VENC-SAIDA (WSS-PIP-IDX) > ZEROES
              IF FAT-DATA-VENCTO
                 NOT EQUAL WSS-PIP-VENC-SAIDA (WSS-PIP-IDX)
                 GO TO ROOT-LE-FATURA-EXIT
              END-IF
           ELSE
              IF FAT-DATA-VENCTO < WSS-PIP-VENC-FAT (WSS-PIP-IDX)
                 GO TO ROOT-LE-FATURA-EXIT
              END-IF
           END-IF.

           MOVE FAT-DATA-VENCTO TO WSS-PIP-VENC-FAT (WSS-PIP-IDX).

           IF FAT-LIQUIDADA
              MOVE 'L' TO WSS-PIP-FATURA (WSS-PIP-IDX)
           ELSE
              MOVE 'A' TO WSS-PIP-FATURA (WSS-PIP-IDX)
           END-IF.

       ROOT-LE-FATURA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PROCURA O CONTRATO DE WSS-CHAVE-BUSCA NA TABELA ORDENADA (BUSCA
      * BINARIA). QUANDO NAO ENCONTRADO, DEVOLVE EM WSS-PIP-POS A
      * POSICAO ONDE ELE DEVE SER INSERIDO.
      *-----------------------------------------------------------------
       ROOT-PROCURA-CONTRATO.

           MOVE 'N' TO WSS-PIP-ACHOU.
           MOVE 1   TO WSS-PIP-INF.
           MOVE WSS-QTD-PIP TO WSS-PIP-SUP.

           PERFORM ROOT-BISSECA-CONTRATO
              THRU ROOT-BISSECA-CONTRATO-EXIT
                   UNTIL WSS-PIP-INF > WSS-PIP-SUP
                      OR WSS-PIP-ENCONTROU.

           IF NOT WSS-PIP-ENCONTROU
              MOVE WSS-PIP-INF TO WSS-PIP-POS
           END-IF.

       ROOT-PROCURA-CONTRATO-EXIT.
           EXIT.

       ROOT-BISSECA-CONTRATO.

           COMPUTE WSS-PIP-IDX = (WSS-PIP-INF + WSS-PIP-SUP) / 2.

           EVALUATE TRUE
               WHEN WSS-PIP-CONTRATO (WSS-PIP-IDX)
                       EQUAL WSS-CHAVE-BUSCA
                   MOVE 'S' TO WSS-PIP-ACHOU
               WHEN WSS-PIP-CONTRATO (WSS-PIP-IDX)
                       < WSS-CHAVE-BUSCA
                   COMPUTE WSS-PIP-INF = WSS-PIP-IDX + 1
               WHEN OTHER
                   COMPUTE WSS-PIP-SUP = WSS-PIP-IDX - 1
           END-EVALUATE.

       ROOT-BISSECA-CONTRATO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DEIXA EM WSS-PIP-IDX A ENTRADA DO CONTRATO DE WSS-CHAVE-BUSCA,
      * INCLUINDO-A NA POSICAO ORDENADA QUANDO AINDA NAO EXISTE.
      *-----------------------------------------------------------------
       ROOT-POSICIONA-CONTRATO.

           PERFORM ROOT-PROCURA-CONTRATO
              THRU ROOT-PROCURA-CONTRATO-EXIT.

           IF WSS-PIP-ENCONTROU
              GO TO ROOT-POSICIONA-CONTRATO-EXIT
           END-IF.

           IF WSS-QTD-PIP EQUAL WSS-QTD-MAX-PIP
              MOVE ' TABELA DE CONTRATOS CHEIA'
                     TO WSS-MENSAGEM
              MOVE RCAUD119-TABELA-CHEIA                TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-QTD-PIP.
           MOVE WSS-QTD-PIP TO WSS-PIP-SHIFT.

           PERFORM ROOT-DESLOCA-CONTRATO
              THRU ROOT-DESLOCA-CONTRATO-EXIT
                   UNTIL WSS-PIP-SHIFT <= WSS-PIP-POS.

           MOVE WSS-PIP-POS     TO WSS-PIP-IDX.
           MOVE WSS-CHAVE-BUSCA TO WSS-PIP-CONTRATO   (WSS-PIP-IDX).
           MOVE ZEROES          TO WSS-PIP-VENC-SAIDA (WSS-PIP-IDX).
           MOVE SPACES          TO WSS-PIP-GERACAO    (WSS-PIP-IDX).
           MOVE ZEROES          TO WSS-PIP-DATA-GER   (WSS-PIP-IDX).
           MOVE ZEROES          TO WSS-PIP-VENC-GER   (WSS-PIP-IDX).
           MOVE ' '             TO WSS-PIP-FATURA     (WSS-PIP-IDX).
           MOVE ZEROES          TO WSS-PIP-VENC-FAT   (WSS-PIP-IDX).
           MOVE 'N'             TO WSS-PIP-CASADO     (WSS-PIP-IDX).

       ROOT-POSICIONA-CONTRATO-EXIT.
           EXIT.

       ROOT-DESLOCA-CONTRATO.

           MOVE WSS-PIP-ENT (WSS-PIP-SHIFT - 1)
             TO WSS-PIP-ENT (WSS-PIP-SHIFT).
           SUBTRACT 1 FROM WSS-PIP-SHIFT.

       ROOT-DESLOCA-CONTRATO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * UMA PASSADA DA AUDITORIA : LE O REGISTRO INTEIRO EM ORDEM DE
      * CHAVE CONFRONTANDO CADA CONTRATO COM A TABELA E, NO FIM, COBRA
      * COMO AUSENTE TODO CONTRATO DOS ARQUIVOS QUE O REGISTRO NAO
      * TEM. REGISTRO INEXISTENTE E TRATADO COMO VAZIO.
      *-----------------------------------------------------------------
       ROOT-AUDITA.

           MOVE ZEROES TO WSS-CONTAGEM-DIV.
           MOVE ZEROES TO WSS-TOT-DIV.
           MOVE ZEROES TO WSS-QTD-LIDOS-REG.

           PERFORM ROOT-LIMPA-CASADOS THRU ROOT-LIMPA-CASADOS-EXIT.

           MOVE WSS-LINHA-TRACO TO REG-RELAU119.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           EVALUATE TRUE
               WHEN WSS-FUNCAO-AUDITA
                   MOVE ' DIVERGENCIAS DO REGISTRO' TO REG-RELAU119
               WHEN WSS-FASE-ANTES
                   MOVE ' DIVERGENCIAS ANTES DA RECONSTRUCAO'
                     TO REG-RELAU119
               WHEN OTHER
                   MOVE ' DIVERGENCIAS DEPOIS DA RECONSTRUCAO'
                     TO REG-RELAU119
           END-EVALUATE.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE ' TIPO                     CONTRATO    NO REGISTRO'
             TO REG-RELAU119.
           MOVE 'NOS ARQUIVOS'  TO REG-RELAU119 (59:12).
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           OPEN INPUT REGCT119.

           IF FS-REGCT119 EQUAL '35'
              DISPLAY ' REGISTRO REGCT119 INEXISTENTE - VAZIO'
              GO TO ROOT-AUDITA-AUSENTES
           END-IF.

           IF FS-REGCT119 NOT EQUAL '00'
              PERFORM ROT-ABEND-REGISTRO
           END-IF.

           MOVE 'N' TO WSS-EOF-REGISTRO.

           PERFORM ROOT-LE-REGISTRO THRU ROOT-LE-REGISTRO-EXIT
                   UNTIL WSS-FIM-REGISTRO.

           CLOSE REGCT119.

       ROOT-AUDITA-AUSENTES.

           MOVE 1 TO WSS-PIP-IDX.

           PERFORM ROOT-CONFERE-AUSENTE
              THRU ROOT-CONFERE-AUSENTE-EXIT
                   UNTIL WSS-PIP-IDX > WSS-QTD-PIP.

           PERFORM ROOT-EMITE-RESUMO THRU ROOT-EMITE-RESUMO-EXIT.

       ROOT-AUDITA-EXIT.
           EXIT.

       ROOT-LIMPA-CASADOS.

           MOVE 1 TO WSS-PIP-IDX.

           PERFORM ROOT-LIMPA-UM-CASADO THRU ROOT-LIMPA-UM-CASADO-EXIT
                   UNTIL WSS-PIP-IDX > WSS-QTD-PIP.

       ROOT-LIMPA-CASADOS-EXIT.
           EXIT.

       ROOT-LIMPA-UM-CASADO.

           MOVE 'N' TO WSS-PIP-CASADO (WSS-PIP-IDX).
           ADD 1 TO WSS-PIP-IDX.

       ROOT-LIMPA-UM-CASADO-EXIT.
           EXIT.

       ROOT-LE-REGISTRO.

           READ REGCT119 NEXT RECORD
               AT END
                   MOVE 'S' TO WSS-EOF-REGISTRO
                   GO TO ROOT-LE-REGISTRO-EXIT
           END-READ.

           IF FS-REGCT119 NOT EQUAL '00'
              PERFORM ROT-ABEND-REGISTRO
           END-IF.

           ADD 1 TO WSS-QTD-LIDOS-REG.

           PERFORM ROOT-CONFERE-REGISTRO
              THRU ROOT-CONFERE-REGISTRO-EXIT.

       ROOT-LE-REGISTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CONFRONTA UM REGISTRO COM O QUE OS ARQUIVOS DIZEM DO CONTRATO.
      * CONTRATO QUE NAO APARECE EM NENHUM DOS ARQUIVOS (CALCULADO EM
      * CICLO ANTIGO, GERACAO JA EXPURGADA) NAO TEM COM O QUE SER
      * COMPARADO E PASSA SEM DIVERGENCIA.
      *-----------------------------------------------------------------
       ROOT-CONFERE-REGISTRO.

           MOVE CTR-CONTRATO TO WSS-CHAVE-BUSCA.

           PERFORM ROOT-PROCURA-CONTRATO
              THRU ROOT-PROCURA-CONTRATO-EXIT.

           IF NOT WSS-PIP-ENCONTROU
              GO TO ROOT-CONFERE-REGISTRO-EXIT
           END-IF.

           MOVE 'S'          TO WSS-PIP-CASADO (WSS-PIP-IDX).
           MOVE CTR-CONTRATO TO WSS-DET-CONTRATO.

           IF WSS-FASE-ANTES
              AND WSS-PIP-VENC-SAIDA (WSS-PIP-IDX) > ZEROES
              AND CTR-DATA-CALCULO IS NUMERIC
              AND CTR-DATA-CALCULO > WSS-DATA-CICLO-REG
              MOVE CTR-DATA-CALCULO TO WSS-DATA-CICLO-REG
           END-IF.

           IF WSS-PIP-VENC-SAIDA (WSS-PIP-IDX) > ZEROES
              AND CTR-DATA-VENCTO
                  NOT EQUAL WSS-PIP-VENC-SAIDA (WSS-PIP-IDX)
              MOVE 1                TO WSS-TIPO-IDX
              MOVE CTR-DATA-VENCTO  TO WSS-DET-REGISTRO
              MOVE WSS-PIP-VENC-SAIDA (WSS-PIP-IDX)
                                    TO WSS-DET-ARQUIVO
              PERFORM ROOT-EMITE-DIVERGENCIA
                 THRU ROOT-EMITE-DIVERGENCIA-EXIT
           END-IF.

           IF WSS-PIP-GERACAO (WSS-PIP-IDX) NOT EQUAL SPACES
              AND CTR-GERACAO NOT EQUAL WSS-PIP-GERACAO (WSS-PIP-IDX)
              MOVE 2                TO WSS-TIPO-IDX
              MOVE CTR-GERACAO      TO WSS-DET-REGISTRO
              MOVE WSS-PIP-GERACAO (WSS-PIP-IDX)
                                    TO WSS-DET-ARQUIVO
              PERFORM ROOT-EMITE-DIVERGENCIA
                 THRU ROOT-EMITE-DIVERGENCIA-EXIT
           END-IF.

           PERFORM ROOT-FATURA-DO-VENC THRU ROOT-FATURA-DO-VENC-EXIT.

           IF WSS-FAT-VENC NOT EQUAL SPACE
              AND CTR-NUNCA-FATURADO
              MOVE 3                TO WSS-TIPO-IDX
              MOVE 'SEM MARCA'      TO WSS-DET-REGISTRO
              MOVE 'FATURADO'       TO WSS-DET-ARQUIVO
              PERFORM ROOT-EMITE-DIVERGENCIA
                 THRU ROOT-EMITE-DIVERGENCIA-EXIT
           END-IF.

      *-----------------------------------------------------------------
      * A MARCA 'F' SEM FATURA SO E COBRADA QUANDO O VENCIMENTO DO
      * REGISTRO FOI CALCULADO NO ULTIMO CICLO : O FATUR117 SO TEM O
      * FATURAMENTO DESTE CICLO E O VENCIMENTO FATURADO EM CICLO
      * ANTERIOR MANTEM O 'F'.
      *-----------------------------------------------------------------
           IF WSS-FAT-VENC EQUAL SPACE
              AND WSS-PIP-VENC-SAIDA (WSS-PIP-IDX) > ZEROES
              AND CTR-DATA-VENCTO
                  EQUAL WSS-PIP-VENC-SAIDA (WSS-PIP-IDX)
              AND CTR-FATURADO
              MOVE 4                TO WSS-TIPO-IDX
              MOVE 'FATURADO'       TO WSS-DET-REGISTRO
              MOVE 'SEM FATURA'     TO WSS-DET-ARQUIVO
              PERFORM ROOT-EMITE-DIVERGENCIA
                 THRU ROOT-EMITE-DIVERGENCIA-EXIT
           END-IF.

       ROOT-CONFERE-REGISTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * SITUACAO NO FATUR117 DO VENCIMENTO DO REGISTRO (CTR-DATA-
      * VENCTO) : A LINHA GUARDADA PARA O CONTRATO SO VALE SE FOR DO
      * MESMO VENCIMENTO; SENAO O VENCIMENTO NAO TEM FATURA (BRANCO).
      *-----------------------------------------------------------------
       ROOT-FATURA-DO-VENC.

           MOVE SPACE TO WSS-FAT-VENC.

           IF WSS-PIP-VENC-FAT (WSS-PIP-IDX) > ZEROES
              AND WSS-PIP-VENC-FAT (WSS-PIP-IDX) EQUAL CTR-DATA-VENCTO
              MOVE WSS-PIP-FATURA (WSS-PIP-IDX) TO WSS-FAT-VENC
           END-IF.

       ROOT-FATURA-DO-VENC-EXIT.
           EXIT.

       ROOT-CONFERE-AUSENTE.

           IF WSS-PIP-CASADO (WSS-PIP-IDX) EQUAL 'N'
              MOVE WSS-PIP-CONTRATO (WSS-PIP-IDX)
                                    TO WSS-DET-CONTRATO
              MOVE 5                TO WSS-TIPO-IDX
              MOVE 'AUSENTE'        TO WSS-DET-REGISTRO
              IF WSS-PIP-GERACAO (WSS-PIP-IDX) NOT EQUAL SPACES
                 MOVE WSS-PIP-GERACAO (WSS-PIP-IDX)
                                    TO WSS-DET-ARQUIVO
              ELSE
                 MOVE WSS-PIP-VENC-SAIDA (WSS-PIP-IDX)
                                    TO WSS-DET-ARQUIVO
              END-IF
              PERFORM ROOT-EMITE-DIVERGENCIA
                 THRU ROOT-EMITE-DIVERGENCIA-EXIT
           END-IF.

           ADD 1 TO WSS-PIP-IDX.

       ROOT-CONFERE-AUSENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CONTA A DIVERGENCIA WSS-TIPO-IDX E GRAVA A LINHA DE DETALHE
      * (CONTRATO, VALOR DO REGISTRO E VALOR DOS ARQUIVOS JA MOVIDOS
      * PELO CHAMADOR).
      *-----------------------------------------------------------------
       ROOT-EMITE-DIVERGENCIA.

           ADD 1 TO WSS-QTD-DIV (WSS-TIPO-IDX).
           ADD 1 TO WSS-TOT-DIV.

           MOVE WSS-TIPO-NOME (WSS-TIPO-IDX) TO WSS-DET-TIPO.
           MOVE WSS-LINHA-DETALHE            TO REG-RELAU119.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

       ROOT-EMITE-DIVERGENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RECONSTRUCAO : CORRIGE OS REGISTROS EXISTENTES PELO QUE OS
      * ARQUIVOS DIZEM E INCLUI OS CONTRATOS QUE FALTAM, NA MESMA
      * ORDEM DOS EVENTOS DOS PASSOS (CALCULO, EXTRATO, FATURA). O
      * REGISTRO E CRIADO SE NAO EXISTIR, COMO NO CADCT119.
      *-----------------------------------------------------------------
       ROOT-RECONSTROI.

           IF WSS-DATA-CICLO-REG > ZEROES
              MOVE WSS-DATA-CICLO-REG TO WSS-DATA-CICLO
           ELSE
              MOVE WSS-DTM-DATA       TO WSS-DATA-CICLO
           END-IF.

           DISPLAY ' DATA DO CICLO RECONSTRUIDO : ' WSS-DATA-CICLO.

           PERFORM ROOT-LIMPA-CASADOS THRU ROOT-LIMPA-CASADOS-EXIT.

           OPEN I-O REGCT119.
           IF FS-REGCT119 EQUAL '35'
              OPEN OUTPUT REGCT119
              CLOSE REGCT119
              OPEN I-O REGCT119
           END-IF.

           IF FS-REGCT119 NOT EQUAL '00'
              PERFORM ROT-ABEND-REGISTRO
           END-IF.

           MOVE 'N' TO WSS-EOF-REGISTRO.

           PERFORM ROOT-CORRIGE-REGISTRO
              THRU ROOT-CORRIGE-REGISTRO-EXIT
                   UNTIL WSS-FIM-REGISTRO.

           MOVE 1 TO WSS-PIP-IDX.

           PERFORM ROOT-INCLUI-REGISTRO
              THRU ROOT-INCLUI-REGISTRO-EXIT
                   UNTIL WSS-PIP-IDX > WSS-QTD-PIP.

           CLOSE REGCT119.

       ROOT-RECONSTROI-EXIT.
           EXIT.

       ROOT-CORRIGE-REGISTRO.

           READ REGCT119 NEXT RECORD
               AT END
                   MOVE 'S' TO WSS-EOF-REGISTRO
                   GO TO ROOT-CORRIGE-REGISTRO-EXIT
           END-READ.

           IF FS-REGCT119 NOT EQUAL '00'
              PERFORM ROT-ABEND-REGISTRO
           END-IF.

           MOVE CTR-CONTRATO TO WSS-CHAVE-BUSCA.

           PERFORM ROOT-PROCURA-CONTRATO
              THRU ROOT-PROCURA-CONTRATO-EXIT.

           IF NOT WSS-PIP-ENCONTROU
              GO TO ROOT-CORRIGE-REGISTRO-EXIT
           END-IF.

           MOVE 'S' TO WSS-PIP-CASADO (WSS-PIP-IDX).
           MOVE 'N' TO WSS-REG-ALTERADO.

      *-----------------------------------------------------------------
      * VENCIMENTO ERRADO E CALCULO QUE NAO CHEGOU AO REGISTRO : REFAZ
      * O EVENTO 'CAL' INTEIRO (VENCIMENTO, DATA DO CICLO E SITUACAO
      * DE FATURAMENTO EM BRANCO) - A FATURA DO CICLO, SE HOUVER, E
      * REAPLICADA LOGO ABAIXO.
      *-----------------------------------------------------------------
           IF WSS-PIP-VENC-SAIDA (WSS-PIP-IDX) > ZEROES
              AND CTR-DATA-VENCTO
                  NOT EQUAL WSS-PIP-VENC-SAIDA (WSS-PIP-IDX)
              MOVE WSS-PIP-VENC-SAIDA (WSS-PIP-IDX) TO CTR-DATA-VENCTO
              MOVE WSS-DATA-CICLO   TO CTR-DATA-CALCULO
              MOVE ' '              TO CTR-SIT-FATURA
              MOVE 'S'              TO WSS-REG-ALTERADO
           END-IF.

           IF WSS-PIP-GERACAO (WSS-PIP-IDX) NOT EQUAL SPACES
              AND CTR-GERACAO NOT EQUAL WSS-PIP-GERACAO (WSS-PIP-IDX)
              MOVE WSS-PIP-GERACAO (WSS-PIP-IDX) TO CTR-GERACAO
              MOVE 'S'              TO WSS-REG-ALTERADO
           END-IF.

           PERFORM ROOT-FATURA-DO-VENC THRU ROOT-FATURA-DO-VENC-EXIT.

           IF WSS-FAT-VENC NOT EQUAL SPACE
              AND CTR-NUNCA-FATURADO
              IF WSS-FAT-VENC EQUAL 'L'
                 MOVE 'L'           TO CTR-SIT-FATURA
              ELSE
                 MOVE 'F'           TO CTR-SIT-FATURA
              END-IF
              MOVE 'S'              TO WSS-REG-ALTERADO
           END-IF.

           IF WSS-FAT-VENC EQUAL SPACE
              AND WSS-PIP-VENC-SAIDA (WSS-PIP-IDX) > ZEROES
              AND CTR-DATA-VENCTO
                  EQUAL WSS-PIP-VENC-SAIDA (WSS-PIP-IDX)
              AND CTR-FATURADO
              MOVE ' '              TO CTR-SIT-FATURA
              MOVE 'S'              TO WSS-REG-ALTERADO
           END-IF.

           IF NOT WSS-REG-MUDOU
              GO TO ROOT-CORRIGE-REGISTRO-EXIT
           END-IF.

           MOVE WSS-HOJE TO CTR-DATA-ATUALIZ.

           REWRITE REG-REGCT119.
           IF FS-REGCT119 NOT EQUAL '00'
              PERFORM ROT-ABEND-REGISTRO
           END-IF.

           ADD 1 TO WSS-QTD-CORRIGIDOS.

       ROOT-CORRIGE-REGISTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CONTRATO DOS ARQUIVOS QUE O REGISTRO NAO TEM : INCLUI COM O QUE
      * OS ARQUIVOS SABEM DELE. SEM CALCULO NO ULTIMO CICLO, O
      * VENCIMENTO VEM DA LINHA DA GERACAO E A DATA DE CALCULO FICA
      * ZERADA. O CICLO DE VIDA NASCE ATIVO.
      *-----------------------------------------------------------------
       ROOT-INCLUI-REGISTRO.

           IF WSS-PIP-CASADO (WSS-PIP-IDX) NOT EQUAL 'N'
              GO TO ROOT-INCLUI-REGISTRO-PROXIMO
           END-IF.

           MOVE SPACES                         TO REG-REGCT119.
           MOVE WSS-PIP-CONTRATO (WSS-PIP-IDX) TO CTR-CONTRATO.
           MOVE WSS-PIP-GERACAO (WSS-PIP-IDX)  TO CTR-GERACAO.
           MOVE ZEROES                         TO CTR-SUSP-DE.
           MOVE ZEROES                         TO CTR-SUSP-ATE.
           MOVE ZEROES                         TO CTR-DATA-SIT.
           MOVE WSS-HOJE                       TO CTR-DATA-ATUALIZ.

           IF WSS-PIP-VENC-SAIDA (WSS-PIP-IDX) > ZEROES
              MOVE WSS-PIP-VENC-SAIDA (WSS-PIP-IDX) TO CTR-DATA-VENCTO
              MOVE WSS-DATA-CICLO   TO CTR-DATA-CALCULO
           ELSE
              MOVE WSS-PIP-VENC-GER (WSS-PIP-IDX)   TO CTR-DATA-VENCTO
              MOVE ZEROES           TO CTR-DATA-CALCULO
           END-IF.

           PERFORM ROOT-FATURA-DO-VENC THRU ROOT-FATURA-DO-VENC-EXIT.

           EVALUATE WSS-FAT-VENC
               WHEN 'L'
                   MOVE 'L'         TO CTR-SIT-FATURA
               WHEN 'A'
                   MOVE 'F'         TO CTR-SIT-FATURA
               WHEN OTHER
                   MOVE ' '         TO CTR-SIT-FATURA
           END-EVALUATE.

           WRITE REG-REGCT119.
           IF FS-REGCT119 NOT EQUAL '00'
              PERFORM ROT-ABEND-REGISTRO
           END-IF.

           ADD 1 TO WSS-QTD-CRIADOS.

       ROOT-INCLUI-REGISTRO-PROXIMO.

           ADD 1 TO WSS-PIP-IDX.

       ROOT-INCLUI-REGISTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CABECALHO DO RELATORIO.
      *-----------------------------------------------------------------
       ROOT-EMITE-CABECALHO.

           MOVE SPACES TO REG-RELAU119
           STRING ' AUDCT119 - AUDITORIA DO REGISTRO DE CONTRATOS EM '
                    DELIMITED BY SIZE
                  WSS-HOJE DELIMITED BY SIZE
             INTO REG-RELAU119.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           IF WSS-FUNCAO-RECONSTROI
              MOVE ' FUNCAO : RECONSTRUCAO (R)' TO REG-RELAU119
           ELSE
              MOVE ' FUNCAO : AUDITORIA (A)'    TO REG-RELAU119
           END-IF.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE WSS-LINHA-TRACO TO REG-RELAU119.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

       ROOT-EMITE-CABECALHO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RESUMO DA CARGA DOS ARQUIVOS DO PIPELINE.
      *-----------------------------------------------------------------
       ROOT-EMITE-CARGA.

           MOVE ' ARQUIVOS DO PIPELINE' TO REG-RELAU119.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE 'GERACOES LIDAS (CATLG117)' TO WSS-RES-NOME
           MOVE WSS-QTD-GER-LIDAS          TO WSS-RES-QTD
           PERFORM ROOT-GRAVA-RESUMO THRU ROOT-GRAVA-RESUMO-EXIT.

           MOVE 'GERACOES CATALOGADAS AUSENTES' TO WSS-RES-NOME
           MOVE WSS-QTD-GER-AUSENTES       TO WSS-RES-QTD
           PERFORM ROOT-GRAVA-RESUMO THRU ROOT-GRAVA-RESUMO-EXIT.

           MOVE 'DETALHES NAS GERACOES'    TO WSS-RES-NOME
           MOVE WSS-QTD-DET-GERACAO        TO WSS-RES-QTD
           PERFORM ROOT-GRAVA-RESUMO THRU ROOT-GRAVA-RESUMO-EXIT.

           MOVE 'CALCULADOS NO SAIDA119'   TO WSS-RES-NOME
           MOVE WSS-QTD-SAIDA-S            TO WSS-RES-QTD
           PERFORM ROOT-GRAVA-RESUMO THRU ROOT-GRAVA-RESUMO-EXIT.

           MOVE 'LINHAS FATURADAS FATUR117' TO WSS-RES-NOME
           MOVE WSS-QTD-FATURA             TO WSS-RES-QTD
           PERFORM ROOT-GRAVA-RESUMO THRU ROOT-GRAVA-RESUMO-EXIT.

           MOVE 'CONTRATOS COM DV INVALIDO' TO WSS-RES-NOME
           MOVE WSS-QTD-DV-INVALIDO        TO WSS-RES-QTD
           PERFORM ROOT-GRAVA-RESUMO THRU ROOT-GRAVA-RESUMO-EXIT.

           MOVE 'CONTRATOS DISTINTOS'      TO WSS-RES-NOME
           MOVE WSS-QTD-PIP                TO WSS-RES-QTD
           PERFORM ROOT-GRAVA-RESUMO THRU ROOT-GRAVA-RESUMO-EXIT.

       ROOT-EMITE-CARGA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RESUMO DE UMA PASSADA : REGISTROS LIDOS E DIVERGENCIAS POR
      * TIPO.
      *-----------------------------------------------------------------
       ROOT-EMITE-RESUMO.

           MOVE WSS-LINHA-TRACO TO REG-RELAU119.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE 'REGISTROS NO REGCT119'    TO WSS-RES-NOME
           MOVE WSS-QTD-LIDOS-REG          TO WSS-RES-QTD
           PERFORM ROOT-GRAVA-RESUMO THRU ROOT-GRAVA-RESUMO-EXIT.

           MOVE 1 TO WSS-TIPO-IDX.

           PERFORM ROOT-RESUMO-UM-TIPO THRU ROOT-RESUMO-UM-TIPO-EXIT
                   UNTIL WSS-TIPO-IDX > WSS-QTD-TIPOS.

           MOVE 'TOTAL DE DIVERGENCIAS'    TO WSS-RES-NOME
           MOVE WSS-TOT-DIV                TO WSS-RES-QTD
           PERFORM ROOT-GRAVA-RESUMO THRU ROOT-GRAVA-RESUMO-EXIT.

       ROOT-EMITE-RESUMO-EXIT.
           EXIT.

       ROOT-RESUMO-UM-TIPO.

           MOVE WSS-TIPO-NOME (WSS-TIPO-IDX) TO WSS-RES-NOME
           MOVE WSS-QTD-DIV (WSS-TIPO-IDX)   TO WSS-RES-QTD
           PERFORM ROOT-GRAVA-RESUMO THRU ROOT-GRAVA-RESUMO-EXIT.

           ADD 1 TO WSS-TIPO-IDX.

       ROOT-RESUMO-UM-TIPO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COMPARATIVO DA RECONSTRUCAO : CADA CONTAGEM ANTES E DEPOIS,
      * MAIS OS REGISTROS CORRIGIDOS E INCLUIDOS - A PROVA DE QUE O
      * REGISTRO RECONSTRUIDO BATE COM OS ARQUIVOS.
      *-----------------------------------------------------------------
       ROOT-EMITE-COMPARATIVO.

           MOVE WSS-LINHA-TRACO TO REG-RELAU119.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE ' COMPARATIVO DA RECONSTRUCAO' TO REG-RELAU119.
           MOVE 'ANTES'  TO REG-RELAU119 (38:5).
           MOVE 'DEPOIS' TO REG-RELAU119 (49:6).
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE 'REGISTROS NO REGCT119'    TO WSS-CMP-NOME
           MOVE WSS-ANT-LIDOS-REG          TO WSS-CMP-ANTES
           MOVE WSS-QTD-LIDOS-REG          TO WSS-CMP-DEPOIS
           PERFORM ROOT-GRAVA-COMPARA THRU ROOT-GRAVA-COMPARA-EXIT.

           MOVE 1 TO WSS-TIPO-IDX.

           PERFORM ROOT-COMPARA-UM-TIPO THRU ROOT-COMPARA-UM-TIPO-EXIT
                   UNTIL WSS-TIPO-IDX > WSS-QTD-TIPOS.

           MOVE 'TOTAL DE DIVERGENCIAS'    TO WSS-CMP-NOME
           MOVE WSS-TOT-ANT                TO WSS-CMP-ANTES
           MOVE WSS-TOT-DIV                TO WSS-CMP-DEPOIS
           PERFORM ROOT-GRAVA-COMPARA THRU ROOT-GRAVA-COMPARA-EXIT.

           MOVE WSS-LINHA-TRACO TO REG-RELAU119.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE 'REGISTROS CORRIGIDOS'     TO WSS-RES-NOME
           MOVE WSS-QTD-CORRIGIDOS         TO WSS-RES-QTD
           PERFORM ROOT-GRAVA-RESUMO THRU ROOT-GRAVA-RESUMO-EXIT.

           MOVE 'REGISTROS INCLUIDOS'      TO WSS-RES-NOME
           MOVE WSS-QTD-CRIADOS            TO WSS-RES-QTD
           PERFORM ROOT-GRAVA-RESUMO THRU ROOT-GRAVA-RESUMO-EXIT.

       ROOT-EMITE-COMPARATIVO-EXIT.
           EXIT.

       ROOT-COMPARA-UM-TIPO.

           MOVE WSS-TIPO-NOME (WSS-TIPO-IDX) TO WSS-CMP-NOME
           MOVE WSS-ANT-DIV (WSS-TIPO-IDX)   TO WSS-CMP-ANTES
           MOVE WSS-QTD-DIV (WSS-TIPO-IDX)   TO WSS-CMP-DEPOIS
           PERFORM ROOT-GRAVA-COMPARA THRU ROOT-GRAVA-COMPARA-EXIT.

           ADD 1 TO WSS-TIPO-IDX.

       ROOT-COMPARA-UM-TIPO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVACAO DAS LINHAS DO RELATORIO.
      *-----------------------------------------------------------------
       ROOT-GRAVA-RESUMO.

           MOVE WSS-LINHA-RESUMO TO REG-RELAU119.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

       ROOT-GRAVA-RESUMO-EXIT.
           EXIT.

       ROOT-GRAVA-COMPARA.

           MOVE WSS-LINHA-COMPARA TO REG-RELAU119.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

       ROOT-GRAVA-COMPARA-EXIT.
           EXIT.

       ROOT-GRAVA-LINHA.

           WRITE REG-RELAU119.
           IF FS-RELAU119 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE RELAU119'
                     TO WSS-MENSAGEM
              MOVE RCAUD119-ERRO-ARQ-RELATORIO          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE SPACES TO REG-RELAU119.

       ROOT-GRAVA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DV MODULO 11 DO CONTRATO EM WSS-CHAVE-BUSCA (MESMA REGRA DO
      * CADCT119 E DO COBOL119).
      *-----------------------------------------------------------------
       ROT-VALIDA-DV.

           MOVE 'N' TO WSS-DV-OK.

           IF WSS-CHAVE-BUSCA IS NOT NUMERIC
              GO TO ROT-VALIDA-DV-EXIT
           END-IF.

           MOVE WSS-CHAVE-BUSCA TO WSS-CONTRATO-DV.
           MOVE ZEROES          TO WSS-DV-SOMA.
           MOVE 1               TO WSS-DV-IDX.

           PERFORM ROT-SOMA-DV THRU ROT-SOMA-DV-EXIT
                   UNTIL WSS-DV-IDX > 9.

           COMPUTE WSS-DV-RESTO = FUNCTION MOD (WSS-DV-SOMA, 11).

           IF WSS-DV-RESTO < 2
              MOVE ZEROES TO WSS-DV-CALC
           ELSE
              COMPUTE WSS-DV-CALC = 11 - WSS-DV-RESTO
           END-IF.

           IF WSS-DV-CALC EQUAL WSS-CDV-DIG (10)
              MOVE 'S' TO WSS-DV-OK
           END-IF.

       ROT-VALIDA-DV-EXIT.
           EXIT.

       ROT-SOMA-DV.

           COMPUTE WSS-DV-SOMA = WSS-DV-SOMA
                   + WSS-CDV-DIG (WSS-DV-IDX) * (11 - WSS-DV-IDX).
           ADD 1 TO WSS-DV-IDX.

       ROT-SOMA-DV-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA UM REGISTRO NO HISTORICO DE EXECUCOES DA SUITE.
      *-----------------------------------------------------------------
       ROT-GRAVA-HISTORICO.

           CALL 'GRVHST01' USING WSS-HIS-REQUEST.

       ROT-GRAVA-HISTORICO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ERRO GENUINO NO MASTER DO REGISTRO - ABENDA PELO PADRAO.
      *-----------------------------------------------------------------
       ROT-ABEND-REGISTRO.

           MOVE ' ERRO NO REGISTRO DE CONTRATOS'
                  TO WSS-MENSAGEM.
           MOVE RCAUD119-ERRO-ARQ-REGISTRO              TO RETURN-CODE.
           PERFORM ROT-ABEND.

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

       END PROGRAM AUDCT119.
