      ******************************************************************
      * Author:DANIEL CARNEIRO
      * Date: 15/10/2026
      * Purpose: REGUA DE AVISOS DE COBRANCA. LE O FATURAMENTO DO DIA
      *          (FATUR117, PRODUZIDO PELO COBRA117) E, PARA CADA LINHA
      *          EM ABERTO, ESCOLHE O NIVEL DE AVISO PELOS DIAS UTEIS
      *          DE ATRASO (FAT-DIAS-ATRASO) : O MAIOR NIVEL CUJO
      *          LIMIAR DE DIAS JA FOI ATINGIDO. OS LIMIARES VEM DA
      *          TABELA NIVAV117 (OPCIONAL - SEM ELA VALEM OS PADROES
      *          DE WORKING-STORAGE). O HISTORICO DE AVISOS HSTAV117
      *          (VSAM KSDS, CHAVE CONTRATO + VENCIMENTO + NIVEL)
      *          GARANTE QUE O MESMO NIVEL NUNCA SAI DUAS VEZES PARA O
      *          MESMO VENCIMENTO. VENCIMENTO QUE A CONTA CORRENTE
      *          (VENCC117, VIA CTACT117) OU O CADASTRO PERSISTENTE
      *          (REGCT119, VIA CADCT119) MOSTRA LIQUIDADO ('L') SAI
      *          DA REGUA. OS AVISOS EMITIDOS VAO PARA O ARQUIVO
      *          AVISO117. RODA COMO PASSO DO EXECMD117 APOS O
      *          COBRA117.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification history
      * Date       Author              Description
      * 15/10/2026 DANIEL CARNEIRO     Programa inicial.
      * 15/10/2026 DANIEL CARNEIRO     Area de interface do CADCT119
      *                                ampliada com a situacao do
      *                                contrato no ciclo de vida.
      * 15/10/2026 DANIEL CARNEIRO     Liquidacao conferida por
      *                                vencimento : o 'L' do CADCT119
      *                                so vale para o vencimento
      *                                registrado, e a situacao do
      *                                proprio vencimento vem da conta
      *                                corrente (CTACT117 'V').
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. AVISO117.
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
      * FATURAMENTO DO DIA - MESMO LAYOUT GRAVADO PELO COBRA117.
      *-----------------------------------------------------------------
           SELECT FATUR117  ASSIGN TO FATUR117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FATUR117.

      *-----------------------------------------------------------------
      * TABELA DE NIVEIS DE AVISO - UMA LINHA POR NIVEL COM O LIMIAR
      * EM DIAS UTEIS DE ATRASO. ARQUIVO OPCIONAL : SEM ELE VALEM OS
      * PADROES DE WORKING-STORAGE.
      *-----------------------------------------------------------------
           SELECT NIVAV117  ASSIGN TO NIVAV117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-NIVAV117.

      *-----------------------------------------------------------------
      * HISTORICO DE AVISOS EMITIDOS - ACUMULADO ENTRE AS EXECUCOES.
      *-----------------------------------------------------------------
           SELECT HSTAV117  ASSIGN TO HSTAV117
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HAV-CHAVE
           FILE STATUS IS FS-HSTAV117.

      *-----------------------------------------------------------------
      * AVISOS EMITIDOS NESTA EXECUCAO - ENTRADA DA EXPEDICAO.
      *-----------------------------------------------------------------
           SELECT AVISO117  ASSIGN TO AVISO117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-AVISO117.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
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

       FD NIVAV117
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-NIVAV117.

       01 REG-NIVAV117.
           05 NIV-NIVEL                PIC 9(01).
           05 FILLER                   PIC X(01).
           05 NIV-DIAS                 PIC 9(05).
           05 FILLER                   PIC X(01).
           05 NIV-DESCRICAO            PIC X(30).
           05 FILLER                   PIC X(42).

       FD HSTAV117
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-HSTAV117.

       01 REG-HSTAV117.
           05 HAV-CHAVE.
               10 HAV-CONTRATO         PIC X(10).
               10 HAV-DATA-VENCTO      PIC 9(08).
               10 HAV-NIVEL            PIC 9(01).
           05 HAV-DATA-EMISSAO         PIC 9(08).
           05 HAV-DIAS-ATRASO          PIC 9(05).
           05 HAV-VALOR-DEVIDO         PIC 9(11)V99.
           05 HAV-FILIAL               PIC X(02).
           05 FILLER                   PIC X(13).

      *-----------------------------------------------------------------
      * AVISO EMITIDO : CONTRATO, VENCIMENTO, NIVEL E TEXTO DO NIVEL,
      * DIAS UTEIS DE ATRASO E O VALOR DEVIDO (PRINCIPAL + ENCARGO).
      *-----------------------------------------------------------------
       FD AVISO117
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-AVISO117.

       01 REG-AVISO117.
           05 AVI-CONTRATO             PIC X(10).
           05 FILLER                   PIC X(01).
           05 AVI-FILIAL               PIC X(02).
           05 FILLER                   PIC X(01).
           05 AVI-DATA-VENCTO          PIC 9(08).
           05 FILLER                   PIC X(01).
           05 AVI-NIVEL                PIC 9(01).
           05 FILLER                   PIC X(01).
           05 AVI-DESCRICAO            PIC X(30).
           05 FILLER                   PIC X(01).
           05 AVI-DIAS-ATRASO          PIC 9(05).
           05 FILLER                   PIC X(01).
           05 AVI-PRINCIPAL            PIC 9(09)V99.
           05 FILLER                   PIC X(01).
           05 AVI-ENCARGO-TOTAL        PIC 9(07)V99.
           05 FILLER                   PIC X(01).
           05 AVI-VALOR-DEVIDO         PIC 9(11)V99.
           05 FILLER                   PIC X(01).
           05 AVI-DATA-EMISSAO         PIC 9(08).
           05 FILLER                   PIC X(14).

      *-----------------------
       WORKING-STORAGE SECTION.
       77 FS-FATUR117              PIC 99.
       77 FS-NIVAV117              PIC 99.
       77 FS-HSTAV117              PIC 99.
       77 FS-AVISO117              PIC 99.
       77 WSS-MENSAGEM             PIC X(30).

       77 WSS-EOF-FATURA           PIC X(01) VALUE 'N'.
           88 WSS-FIM-FATURA                 VALUE 'S'.
       77 WSS-EOF-NIVEL            PIC X(01) VALUE 'N'.
           88 WSS-FIM-NIVEL                  VALUE 'S'.

       77 WSS-REG-LIDOS            PIC 9(07) VALUE ZEROES.
       77 WSS-REG-LIQUIDADOS       PIC 9(07) VALUE ZEROES.
       77 WSS-REG-ABAIXO-NIVEL     PIC 9(07) VALUE ZEROES.
       77 WSS-REG-JA-AVISADOS      PIC 9(07) VALUE ZEROES.
       77 WSS-REG-AVISADOS         PIC 9(07) VALUE ZEROES.

      *-----------------------------------------------------------------
      * NIVEIS DE AVISO EM USO - INDEXADOS PELO PROPRIO NIVEL (1 A 9),
      * CADA UM COM O LIMIAR EM DIAS UTEIS DE ATRASO E O TEXTO DO
      * AVISO. OS LIMIARES TEM DE CRESCER COM O NIVEL. SEM NIVAV117
      * VALEM OS PADROES :
      *  NIVEL 1 : A PARTIR DE  5 DIAS UTEIS - LEMBRETE
      *  NIVEL 2 : A PARTIR DE 15 DIAS UTEIS - AVISO DE COBRANCA
      *  NIVEL 3 : A PARTIR DE 30 DIAS UTEIS - NOTIFICACAO FINAL
      *-----------------------------------------------------------------
       01 WSS-TAB-NIVEIS-PADRAO-DADOS.
           05 FILLER               PIC X(35) VALUE
              '00005LEMBRETE DE ATRASO'.
           05 FILLER               PIC X(35) VALUE
              '00015AVISO DE COBRANCA'.
           05 FILLER               PIC X(35) VALUE
              '00030NOTIFICACAO FINAL DE COBRANCA'.
       01 WSS-TAB-NIVEIS-PADRAO REDEFINES
                                 WSS-TAB-NIVEIS-PADRAO-DADOS.
           05 WSS-PAD-ENT OCCURS 3 TIMES.
               10 WSS-PAD-DIAS     PIC 9(05).
               10 WSS-PAD-DESCRICAO
                                   PIC X(30).
       01 WSS-TAB-NIVEIS.
           05 WSS-NIV-ENT OCCURS 9 TIMES.
               10 WSS-NIV-DIAS     PIC 9(05).
               10 WSS-NIV-DESCRICAO
                                   PIC X(30).
       77 WSS-QTD-NIVEIS           PIC 9(4) COMP VALUE ZEROES.
       77 WSS-NIV-IDX              PIC 9(4) COMP.
       77 WSS-NIVEL-AVISO          PIC 9(4) COMP.
       01 WSS-TAB-NIVEIS-QTD.
           05 WSS-NIV-QTD-AVISOS OCCURS 9 TIMES
                                   PIC 9(07) VALUE ZEROES.

       01 WSS-HOJE                 PIC 9(08).

      *-----------------------------------------------------------------
      * PEDIDO DE DATA DE MOVIMENTO DO CICLO (DATMV117).
      *-----------------------------------------------------------------
       01 WSS-DTM-REQUEST.
           05 WSS-DTM-FUNCAO           PIC X(01).
           05 WSS-DTM-DATA             PIC 9(08).
           05 WSS-DTM-ORIGEM           PIC X(01).
           05 WSS-DTM-RESULT           PIC X(01).

      *-----------------------------------------------------------------
      * INTERFACE DO REGISTRO PERSISTENTE DE CONTRATOS (CADCT119).
      *-----------------------------------------------------------------
       01 WSS-CTR-REQUEST.
           05 WSS-CTR-FUNCAO           PIC X(01).
           05 WSS-CTR-EVENTO           PIC X(03).
           05 WSS-CTR-CONTRATO         PIC X(10).
           05 WSS-CTR-DATA-VENC        PIC 9(08).
           05 WSS-CTR-GERACAO          PIC X(17).
           05 WSS-CTR-SIT-FAT          PIC X(01).
           05 WSS-CTR-DATA-CALC        PIC 9(08).
           05 WSS-CTR-FOUND            PIC X(01).
               88 WSS-CTR-ACHOU                VALUE 'S'.
           05 WSS-CTR-RESULT           PIC X(01).
           05 WSS-CTR-SIT-CONTRATO     PIC X(01).
               88 WSS-CTR-CANCELADO            VALUE 'C'.
               88 WSS-CTR-SUSPENSO             VALUE 'S'.
           05 WSS-CTR-MOTIVO           PIC X(02).
           05 WSS-CTR-SUSP-DE          PIC 9(08).
           05 WSS-CTR-SUSP-ATE         PIC 9(08).
           05 WSS-CTR-DATA-SIT         PIC 9(08).

      *-----------------------------------------------------------------
      * INTERFACE DA CONTA CORRENTE DE COBRANCA (CTACT117).
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
               88 WSS-CCC-VENC-LIQUIDADO       VALUE 'L'.
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
           DISPLAY ' AVISO117'
           DISPLAY ' REGUA DE AVISOS DE COBRANCA'
           DISPLAY ' '.
           MOVE 'INI'      TO WSS-HIS-TIPO
           MOVE 'AVISO117' TO WSS-HIS-PROGRAMA
           MOVE ZEROES     TO WSS-HIS-REGISTROS
           MOVE ZEROES     TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

      *-----------------------------------------------------------------
      * A DATA DE EMISSAO DOS AVISOS E A DATA DE MOVIMENTO DO CICLO
      * (DATMV117), NAO A DO RELOGIO.
      *-----------------------------------------------------------------
           MOVE 'C' TO WSS-DTM-FUNCAO.
           CALL 'DATMV117' USING WSS-DTM-REQUEST.
           MOVE WSS-DTM-DATA TO WSS-HOJE.

           PERFORM ROOT-CARREGA-NIVEIS THRU ROOT-CARREGA-NIVEIS-EXIT.

           OPEN INPUT FATUR117.
           IF FS-FATUR117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE FATUR117'
                     TO WSS-MENSAGEM
              MOVE RCAVI117-ERRO-ARQ-FATURA             TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

      *-----------------------------------------------------------------
      * HISTORICO INEXISTENTE (PRIMEIRA EXECUCAO) E CRIADO VAZIO.
      *-----------------------------------------------------------------
           OPEN I-O HSTAV117.
           IF FS-HSTAV117 EQUAL '35'
              OPEN OUTPUT HSTAV117
              CLOSE HSTAV117
              OPEN I-O HSTAV117
           END-IF.

           IF FS-HSTAV117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE HSTAV117'
                     TO WSS-MENSAGEM
              MOVE RCAVI117-ERRO-ARQ-HISTORICO          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           OPEN OUTPUT AVISO117.
           IF FS-AVISO117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE AVISO117'
                     TO WSS-MENSAGEM
              MOVE RCAVI117-ERRO-ARQ-AVISO              TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

       002-PROCESSA-FATURAS        SECTION.

           PERFORM ROOT-LE-FATURA THRU ROOT-LE-FATURA-EXIT
                   UNTIL WSS-FIM-FATURA.

           CLOSE FATUR117.
           CLOSE HSTAV117.
           CLOSE AVISO117.

           MOVE 'F' TO WSS-CCC-FUNCAO.
           CALL 'CTACT117' USING WSS-CCC-REQUEST.

       003-PROCEDIMENTOS-FINAIS    SECTION.

           DISPLAY ' LINHAS DE FATURA LIDAS : ' WSS-REG-LIDOS
           DISPLAY ' LIQUIDADAS (FORA)      : ' WSS-REG-LIQUIDADOS
           DISPLAY ' ABAIXO DO 1O. NIVEL    : ' WSS-REG-ABAIXO-NIVEL
           DISPLAY ' NIVEL JA AVISADO       : ' WSS-REG-JA-AVISADOS
           DISPLAY ' AVISOS EMITIDOS        : ' WSS-REG-AVISADOS.

           MOVE 1 TO WSS-NIV-IDX.

           PERFORM ROOT-MOSTRA-NIVEL THRU ROOT-MOSTRA-NIVEL-EXIT
                   UNTIL WSS-NIV-IDX > WSS-QTD-NIVEIS.

           DISPLAY ' '.

           MOVE 'FIM'       TO WSS-HIS-TIPO
           MOVE WSS-REG-AVISADOS TO WSS-HIS-REGISTROS
           MOVE RETURN-CODE TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

           GOBACK.

      *-----------------------------------------------------------------
      * ROTINAS AUXILIARES
      *-----------------------------------------------------------------
       SECTION-CODES        SECTION.

      *-----------------------------------------------------------------
      * CARREGA OS NIVEIS DE AVISO : COMECA PELOS PADROES E, HAVENDO
      * NIVAV117, SUBSTITUI PELOS NIVEIS DO ARQUIVO. NIVEL FORA DE 1-9,
      * LIMIAR NAO NUMERICO, BURACO NA SEQUENCIA DE NIVEIS OU LIMIAR
      * QUE NAO CRESCE COM O NIVEL E ERRO - AVISAR NO NIVEL ERRADO E
      * PIOR QUE SEGURAR O PASSO.
      *-----------------------------------------------------------------
       ROOT-CARREGA-NIVEIS.

           MOVE 3 TO WSS-QTD-NIVEIS.
           MOVE 1 TO WSS-NIV-IDX.

           PERFORM ROOT-COPIA-NIVEL-PADRAO
              THRU ROOT-COPIA-NIVEL-PADRAO-EXIT
                   UNTIL WSS-NIV-IDX > 3.

           OPEN INPUT NIVAV117.

           IF FS-NIVAV117 EQUAL '35'
              DISPLAY ' NIVAV117 NAO CATALOGADO - NIVEIS PADROES'
              GO TO ROOT-CARREGA-NIVEIS-EXIT
           END-IF.

           IF FS-NIVAV117 NOT EQUAL '00'
              MOVE ' ERRO NA TABELA DE NIVEIS'
                     TO WSS-MENSAGEM
              MOVE RCAVI117-ERRO-ARQ-NIVEIS             TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE ZEROES TO WSS-QTD-NIVEIS.

           PERFORM ROOT-LE-NIVEL THRU ROOT-LE-NIVEL-EXIT
                   UNTIL WSS-FIM-NIVEL.

           CLOSE NIVAV117.

           MOVE 2 TO WSS-NIV-IDX.

           PERFORM ROOT-CONFERE-NIVEL THRU ROOT-CONFERE-NIVEL-EXIT
                   UNTIL WSS-NIV-IDX > WSS-QTD-NIVEIS.

           IF WSS-QTD-NIVEIS EQUAL ZEROES
              MOVE ' TABELA DE NIVEIS INVALIDA'
                     TO WSS-MENSAGEM
              MOVE RCAVI117-NIVEIS-INVALIDOS            TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           DISPLAY ' NIVEIS DE NIVAV117 : ' WSS-QTD-NIVEIS
           DISPLAY ' '.

       ROOT-CARREGA-NIVEIS-EXIT.
           EXIT.

       ROOT-COPIA-NIVEL-PADRAO.

           MOVE WSS-PAD-DIAS (WSS-NIV-IDX)
             TO WSS-NIV-DIAS (WSS-NIV-IDX).
           MOVE WSS-PAD-DESCRICAO (WSS-NIV-IDX)
             TO WSS-NIV-DESCRICAO (WSS-NIV-IDX).
           ADD 1 TO WSS-NIV-IDX.

       ROOT-COPIA-NIVEL-PADRAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LE UMA LINHA DE NIVAV117. OS NIVEIS TEM DE VIR EM SEQUENCIA
      * (1, 2, 3...), UM POR LINHA.
      *-----------------------------------------------------------------
       ROOT-LE-NIVEL.

           READ NIVAV117
               AT END
                   MOVE 'S' TO WSS-EOF-NIVEL
                   GO TO ROOT-LE-NIVEL-EXIT
           END-READ.

           IF NIV-NIVEL IS NOT NUMERIC
              OR NIV-DIAS IS NOT NUMERIC
              OR NIV-NIVEL NOT EQUAL WSS-QTD-NIVEIS + 1
              MOVE ' TABELA DE NIVEIS INVALIDA'
                     TO WSS-MENSAGEM
              MOVE RCAVI117-NIVEIS-INVALIDOS            TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-QTD-NIVEIS.
           MOVE NIV-DIAS      TO WSS-NIV-DIAS (WSS-QTD-NIVEIS)
           MOVE NIV-DESCRICAO TO WSS-NIV-DESCRICAO (WSS-QTD-NIVEIS).

       ROOT-LE-NIVEL-EXIT.
           EXIT.

       ROOT-CONFERE-NIVEL.

           IF WSS-NIV-DIAS (WSS-NIV-IDX) NOT >
              WSS-NIV-DIAS (WSS-NIV-IDX - 1)
              MOVE ' TABELA DE NIVEIS INVALIDA'
                     TO WSS-MENSAGEM
              MOVE RCAVI117-NIVEIS-INVALIDOS            TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-NIV-IDX.

       ROOT-CONFERE-NIVEL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LE UMA LINHA DO FATURAMENTO. O TRAILER ('TR') NAO E AVISADO.
      *-----------------------------------------------------------------
       ROOT-LE-FATURA.

           READ FATUR117
               AT END
                   MOVE 'S' TO WSS-EOF-FATURA
               NOT AT END
                   IF FAT-TIPO-REG EQUAL 'DT'
                      ADD 1 TO WSS-REG-LIDOS
                      PERFORM ROOT-AVALIA-FATURA
                         THRU ROOT-AVALIA-FATURA-EXIT
                   END-IF
           END-READ.

       ROOT-LE-FATURA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DECIDE O AVISO DE UMA LINHA EM ABERTO : FORA SE O VENCIMENTO
      * ESTA LIQUIDADO (NA LINHA, NA CONTA CORRENTE OU NO CADASTRO),
      * NADA ABAIXO DO PRIMEIRO LIMIAR, NADA SE O NIVEL ATINGIDO JA
      * FOI AVISADO PARA ESTE VENCIMENTO.
      *-----------------------------------------------------------------
       ROOT-AVALIA-FATURA.

           IF FAT-LIQUIDADA
              ADD 1 TO WSS-REG-LIQUIDADOS
              GO TO ROOT-AVALIA-FATURA-EXIT
           END-IF.

           MOVE 'C'          TO WSS-CTR-FUNCAO.
           MOVE SPACES       TO WSS-CTR-EVENTO.
           MOVE FAT-CONTRATO TO WSS-CTR-CONTRATO.
           MOVE 'N'          TO WSS-CTR-FOUND.

           CALL 'CADCT119' USING WSS-CTR-REQUEST.

           IF WSS-CTR-ACHOU
              AND WSS-CTR-SIT-FAT EQUAL 'L'
              AND WSS-CTR-DATA-VENC EQUAL FAT-DATA-VENCTO
              ADD 1 TO WSS-REG-LIQUIDADOS
              GO TO ROOT-AVALIA-FATURA-EXIT
           END-IF.

      *-----------------------------------------------------------------
      * PAGAMENTO BAIXADO DEPOIS DO FATURAMENTO (OU PARCELA DE UM PLANO
      * QUE NAO E O VENCIMENTO DO CADASTRO) : VALE A SITUACAO DO
      * PROPRIO VENCIMENTO NA CONTA CORRENTE.
      *-----------------------------------------------------------------
           MOVE 'V'             TO WSS-CCC-FUNCAO.
           MOVE FAT-CONTRATO    TO WSS-CCC-CONTRATO.
           MOVE FAT-FILIAL      TO WSS-CCC-FILIAL.
           MOVE FAT-DATA-VENCTO TO WSS-CCC-DATA-VENC.
           MOVE WSS-HOJE        TO WSS-CCC-DATA-MOV.

           CALL 'CTACT117' USING WSS-CCC-REQUEST.

           IF WSS-CCC-RESULT EQUAL SPACE
              AND WSS-CCC-VENC-LIQUIDADO
              ADD 1 TO WSS-REG-LIQUIDADOS
              GO TO ROOT-AVALIA-FATURA-EXIT
           END-IF.

      *-----------------------------------------------------------------
      * MAIOR NIVEL CUJO LIMIAR JA FOI ATINGIDO.
      *-----------------------------------------------------------------
           MOVE ZEROES TO WSS-NIVEL-AVISO.
           MOVE 1      TO WSS-NIV-IDX.

           PERFORM ROOT-PROCURA-NIVEL THRU ROOT-PROCURA-NIVEL-EXIT
                   UNTIL WSS-NIV-IDX > WSS-QTD-NIVEIS.

           IF WSS-NIVEL-AVISO EQUAL ZEROES
              ADD 1 TO WSS-REG-ABAIXO-NIVEL
              GO TO ROOT-AVALIA-FATURA-EXIT
           END-IF.

           MOVE FAT-CONTRATO    TO HAV-CONTRATO
           MOVE FAT-DATA-VENCTO TO HAV-DATA-VENCTO
           MOVE WSS-NIVEL-AVISO TO HAV-NIVEL.

           READ HSTAV117
               KEY IS HAV-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF FS-HSTAV117 EQUAL '00'
              ADD 1 TO WSS-REG-JA-AVISADOS
              GO TO ROOT-AVALIA-FATURA-EXIT
           END-IF.

           IF FS-HSTAV117 NOT EQUAL '23'
              MOVE ' ERRO NA LEITURA DE HSTAV117'
                     TO WSS-MENSAGEM
              MOVE RCAVI117-ERRO-ARQ-HISTORICO          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROOT-EMITE-AVISO THRU ROOT-EMITE-AVISO-EXIT.

       ROOT-AVALIA-FATURA-EXIT.
           EXIT.

       ROOT-PROCURA-NIVEL.

           IF FAT-DIAS-ATRASO >= WSS-NIV-DIAS (WSS-NIV-IDX)
              MOVE WSS-NIV-IDX TO WSS-NIVEL-AVISO
           END-IF.

           ADD 1 TO WSS-NIV-IDX.

       ROOT-PROCURA-NIVEL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA O AVISO E O REGISTRA NO HISTORICO (MESMA CHAVE JA
      * MONTADA EM HAV-CHAVE).
      *-----------------------------------------------------------------
       ROOT-EMITE-AVISO.

           MOVE SPACES            TO REG-AVISO117
           MOVE FAT-CONTRATO      TO AVI-CONTRATO
           MOVE FAT-FILIAL        TO AVI-FILIAL
           MOVE FAT-DATA-VENCTO   TO AVI-DATA-VENCTO
           MOVE WSS-NIVEL-AVISO   TO AVI-NIVEL
           MOVE WSS-NIV-DESCRICAO (WSS-NIVEL-AVISO)
                                  TO AVI-DESCRICAO
           MOVE FAT-DIAS-ATRASO   TO AVI-DIAS-ATRASO
           MOVE FAT-PRINCIPAL     TO AVI-PRINCIPAL
           MOVE FAT-ENCARGO-TOTAL TO AVI-ENCARGO-TOTAL
           MOVE WSS-HOJE          TO AVI-DATA-EMISSAO.

           COMPUTE AVI-VALOR-DEVIDO =
                   FAT-PRINCIPAL + FAT-ENCARGO-TOTAL.

           WRITE REG-AVISO117.
           IF FS-AVISO117 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE AVISO117'
                     TO WSS-MENSAGEM
              MOVE RCAVI117-ERRO-ARQ-AVISO              TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE WSS-HOJE          TO HAV-DATA-EMISSAO
           MOVE FAT-DIAS-ATRASO   TO HAV-DIAS-ATRASO
           MOVE AVI-VALOR-DEVIDO  TO HAV-VALOR-DEVIDO
           MOVE FAT-FILIAL        TO HAV-FILIAL.

           WRITE REG-HSTAV117.
           IF FS-HSTAV117 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE HSTAV117'
                     TO WSS-MENSAGEM
              MOVE RCAVI117-ERRO-ARQ-HISTORICO          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-REG-AVISADOS.
           ADD 1 TO WSS-NIV-QTD-AVISOS (WSS-NIVEL-AVISO).

       ROOT-EMITE-AVISO-EXIT.
           EXIT.

       ROOT-MOSTRA-NIVEL.

           DISPLAY '   NIVEL ' WSS-NIV-IDX ' '
                   WSS-NIV-DESCRICAO (WSS-NIV-IDX) ' : '
                   WSS-NIV-QTD-AVISOS (WSS-NIV-IDX).

           ADD 1 TO WSS-NIV-IDX.

       ROOT-MOSTRA-NIVEL-EXIT.
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

       END PROGRAM AVISO117.
