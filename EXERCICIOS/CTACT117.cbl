      ******************************************************************
      * Author:DANIEL CARNEIRO
      * Date: 15/10/2026
      * Purpose: CONTA CORRENTE DE COBRANCA POR CONTRATO (MASTER VSAM
      *          KSDS CTACC117, CHAVE = CONTRATO DE 10 DIGITOS COM
      *          DIGITO VERIFICADOR MODULO 11) E SEU ARQUIVO DE
      *          LANCAMENTOS (MOVCC117). CHAMADO PELO COBRA117 PARA
      *          DEBITAR CADA LINHA FATURADA ('D') E PELO RETPG117
      *          PARA CREDITAR CADA PAGAMENTO RECEBIDO ('C'); DEVOLVE
      *          O SALDO DO CONTRATO APOS O MOVIMENTO. O FATURADO E O
      *          PAGO DE CADA VENCIMENTO FICAM NO KSDS VENCC117 (CHAVE
      *          = CONTRATO + DATA DE VENCIMENTO) : O PAGAMENTO E
      *          APLICADO AOS VENCIMENTOS ABERTOS EM ORDEM DE
      *          VENCIMENTO E CADA UM SO E LIQUIDADO QUANDO O SEU
      *          PROPRIO FATURADO ESTA COBERTO. O QUE SOBRA FICA COMO
      *          CREDITO LIVRE DO CONTRATO, QUE ABATE O PROXIMO
      *          FATURAMENTO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification history
      * Date       Author              Description
      * 15/10/2026 DANIEL CARNEIRO     Programa inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CTACT117.
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
      * MASTER VSAM KSDS DA CONTA CORRENTE - MESMO MOLDE DO REGCT119
      * MANTIDO PELO CADCT119.
      *-----------------------------------------------------------------
           SELECT CTACC117  ASSIGN TO CTACC117
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCC-CONTRATO
           FILE STATUS IS FS-CTACC117.

      *-----------------------------------------------------------------
      * FATURADO E PAGO POR VENCIMENTO DO CONTRATO - VSAM KSDS
      * COMPANHEIRO DO MASTER, CHAVE = CONTRATO + DATA DE VENCIMENTO.
      *-----------------------------------------------------------------
           SELECT VENCC117  ASSIGN TO VENCC117
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VCC-CHAVE
           FILE STATUS IS FS-VENCC117.

      *-----------------------------------------------------------------
      * LANCAMENTOS DA CONTA CORRENTE - ACUMULADO ENTRE AS EXECUCOES
      * (OPEN EXTEND), UMA LINHA POR MOVIMENTO APLICADO NO MASTER.
      *-----------------------------------------------------------------
           SELECT MOVCC117  ASSIGN TO MOVCC117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MOVCC117.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  CTACC117
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-CTACC117.

       COPY CTARG117.

       FD  VENCC117
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-VENCC117.

       COPY VCCRG117.

       FD  MOVCC117
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-MOVCC117.

       COPY MCCRG117.

      *-----------------------
       WORKING-STORAGE SECTION.
       77  FS-CTACC117                 PIC 99.
       77  FS-MOVCC117                 PIC 99.
       77  FS-VENCC117                 PIC 99.
       77  WSS-MENSAGEM                PIC X(30).
       77  WSS-REG-EXISTE              PIC X(01) VALUE 'N'.
           88  WSS-REG-ACHADO                    VALUE 'S'.
       77  WSS-VEN-EXISTE              PIC X(01) VALUE 'N'.
           88  WSS-VEN-ACHADO                    VALUE 'S'.
       77  WSS-EOF-VENC                PIC X(01) VALUE 'N'.
           88  WSS-FIM-VENC                      VALUE 'S'.
       77  WSS-APLICOU-SW              PIC X(01) VALUE 'N'.
           88  WSS-JA-APLICOU                    VALUE 'S'.

      *-----------------------------------------------------------------
      * VALORES DE TRABALHO DA APLICACAO DO CREDITO AOS VENCIMENTOS.
      * NO MAXIMO 99 VENCIMENTOS LIQUIDADOS SAO DEVOLVIDOS POR
      * PAGAMENTO (OCCURS DE LKS-CCC-VENC-LIQ).
      *-----------------------------------------------------------------
       77  WSS-VLR-RESTANTE            PIC 9(11)V99 VALUE ZEROES.
       77  WSS-VLR-ABERTO              PIC 9(11)V99 VALUE ZEROES.
       77  WSS-VLR-APLICADO            PIC 9(11)V99 VALUE ZEROES.
       77  WSS-VLR-ENCARGO             PIC 9(11)V99 VALUE ZEROES.
       77  WSS-QTD-MAX-LIQ             PIC 9(03) VALUE 99.

      *-----------------------------------------------------------------
      * MASTER E LANCAMENTOS SAO ABERTOS NA PRIMEIRA CHAMADA E FICAM
      * ABERTOS ENTRE AS CHAMADAS, COMO NO CADCT119 - O CHAMADOR
      * FECHA OS DOIS NO FIM DO PASSO COM A FUNCAO 'F'.
      *-----------------------------------------------------------------
       77  WSS-MASTER-ESTADO           PIC X(01) VALUE 'N'.
           88  WSS-MASTER-ABERTO                 VALUE 'S'.

      *-----------------------------------------------------------------
      * SALDO DE TRABALHO COM SINAL (DEBITOS - CREDITOS). NO MASTER O
      * SALDO E GRAVADO SEM SINAL, COM O SINAL EM CCC-SALDO-SINAL.
      *-----------------------------------------------------------------
       77  WSS-SALDO-CALC              PIC S9(11)V99 VALUE ZEROES.

      *-----------------------------------------------------------------
      * VALIDACAO DO DIGITO VERIFICADOR MODULO 11 DO CONTRATO - MESMA
      * REGRA DO COBOL119/CADCT119 (PESOS 10 A 2, RESTO 0 OU 1 GERA
      * DIGITO 0).
      *-----------------------------------------------------------------
       01  WSS-CONTRATO-DV.
           05  WSS-CDV-DIG OCCURS 10 TIMES
                                       PIC 9(01).
       77  WSS-DV-IDX                  PIC 9(4) COMP.
       77  WSS-DV-SOMA                 PIC 9(4) COMP VALUE ZEROES.
       77  WSS-DV-RESTO                PIC 9(02).
       77  WSS-DV-CALC                 PIC 9(02).
       77  WSS-DV-OK                   PIC X(01) VALUE 'N'.
           88  WSS-DV-VALIDO                     VALUE 'S'.

      *-----------------------------------------------------------------
      * PADRAO DE RETURN-CODE / MENSAGEM DE ABEND COMPARTILHADO POR
      * TODA A SUITE.
      *-----------------------------------------------------------------
       COPY RETCOD01.

      *-----------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
      * INTERFACE DA CONTA CORRENTE :
      *  LKS-CCC-FUNCAO 'D' = DEBITO DE FATURAMENTO : LKS-CCC-VALOR E
      *                       O TOTAL FATURADO (PRINCIPAL + ENCARGO)
      *                       PARA LKS-CCC-DATA-VENC, COM A PARCELA E A
      *                       COMPOSICAO DO ENCARGO (MULTA, JUROS E
      *                       COMPLEMENTO DO MINIMO). VENCIMENTO NOVO
      *                       DEBITA O VALOR INTEIRO; O MESMO
      *                       VENCIMENTO REFATURADO DEBITA SO A
      *                       DIFERENCA (OU ESTORNA, SE MENOR)
      *                 'C' = CREDITO DE PAGAMENTO DE LKS-CCC-VALOR,
      *                       APLICADO AOS VENCIMENTOS ABERTOS EM ORDEM
      *                       DE VENCIMENTO
      *                 'V' = CONSULTA DO VENCIMENTO LKS-CCC-DATA-VENC
      *                       NA DATA DE MOVIMENTO LKS-CCC-DATA-MOV
      *                 'S' = CONSULTA DO SALDO
      *                 'F' = FECHA O MASTER, OS VENCIMENTOS E OS
      *                       LANCAMENTOS
      *  DEVOLVE O MOVIMENTO APLICADO (LKS-CCC-TIPO-LANCADO 'D'/'E'/
      *  'C' OU BRANCO QUANDO NAO HOUVE MOVIMENTO, E O VALOR) E O
      *  SALDO APOS O MOVIMENTO (LKS-CCC-SALDO + LKS-CCC-SALDO-SINAL
      *  'D' DEVEDOR / 'C' CREDOR / BRANCO ZERADO).
      *  'D' E 'V' DEVOLVEM A SITUACAO DO VENCIMENTO (LKS-CCC-SIT-VENC
      *  'A'/'L', BRANCO SE INEXISTENTE), O VALOR AINDA ABERTO, A DATA
      *  DA ULTIMA FATURACAO E, QUANDO ELA E A DATA DE MOVIMENTO, O
      *  ACRESCIMO (+) OU ESTORNO (-) DE ENCARGO DO DIA POR COMPONENTE
      *  (LKS-CCC-DIF-MULTA / -JUROS / -MINIMO).
      *  'C' DEVOLVE EM LKS-CCC-DATA-VENC / LKS-CCC-SIT-VENC O PRIMEIRO
      *  VENCIMENTO QUE RECEBEU O PAGAMENTO, AS DATAS DOS VENCIMENTOS
      *  LIQUIDADOS (LKS-CCC-QTD-LIQ / LKS-CCC-VENC-LIQ) E O VALOR QUE
      *  NAO COUBE EM NENHUM VENCIMENTO ABERTO (LKS-CCC-VALOR-SOBRA).
      *  LKS-CCC-RESULT ' ' = OK, 'D' = DIGITO VERIFICADOR INVALIDO
      *  (NADA E LANCADO), 'F' = FUNCAO INVALIDA.
      *-----------------------------------------------------------------
       01  LKS-CCC-REQUEST.
           05  LKS-CCC-FUNCAO          PIC X(01).
               88  LKS-CCC-DEBITO              VALUE 'D'.
               88  LKS-CCC-CREDITO             VALUE 'C'.
               88  LKS-CCC-CONSULTA            VALUE 'S'.
               88  LKS-CCC-CONSULTA-VENC       VALUE 'V'.
               88  LKS-CCC-FECHA               VALUE 'F'.
           05  LKS-CCC-CONTRATO        PIC X(10).
           05  LKS-CCC-FILIAL          PIC X(02).
           05  LKS-CCC-DATA-VENC       PIC 9(08).
           05  LKS-CCC-DATA-MOV        PIC 9(08).
           05  LKS-CCC-ORIGEM          PIC X(08).
           05  LKS-CCC-VALOR           PIC 9(11)V99.
           05  LKS-CCC-TIPO-LANCADO    PIC X(01).
           05  LKS-CCC-VALOR-LANCADO   PIC 9(11)V99.
           05  LKS-CCC-SALDO           PIC 9(11)V99.
           05  LKS-CCC-SALDO-SINAL     PIC X(01).
               88  LKS-CCC-DEVEDOR             VALUE 'D'.
               88  LKS-CCC-CREDOR              VALUE 'C'.
               88  LKS-CCC-ZERADO              VALUE ' '.
           05  LKS-CCC-FOUND           PIC X(01).
               88  LKS-CCC-ACHOU               VALUE 'S'.
           05  LKS-CCC-RESULT          PIC X(01).
           05  LKS-CCC-PARCELA         PIC 9(03).
           05  LKS-CCC-VLR-MULTA       PIC 9(09)V99.
           05  LKS-CCC-VLR-JUROS       PIC 9(09)V99.
           05  LKS-CCC-VLR-MINIMO      PIC 9(09)V99.
           05  LKS-CCC-SIT-VENC        PIC X(01).
               88  LKS-CCC-VENC-ABERTO         VALUE 'A'.
               88  LKS-CCC-VENC-LIQUIDADO      VALUE 'L'.
           05  LKS-CCC-ABERTO-VENC     PIC 9(11)V99.
           05  LKS-CCC-DATA-ULT-FAT    PIC 9(08).
           05  LKS-CCC-DIF-MULTA       PIC S9(09)V99.
           05  LKS-CCC-DIF-JUROS       PIC S9(09)V99.
           05  LKS-CCC-DIF-MINIMO      PIC S9(09)V99.
           05  LKS-CCC-VALOR-SOBRA     PIC 9(11)V99.
           05  LKS-CCC-QTD-LIQ         PIC 9(03).
           05  LKS-CCC-VENC-LIQ        PIC 9(08) OCCURS 99 TIMES.

      *****************************************
       PROCEDURE DIVISION USING LKS-CCC-REQUEST.
      *****************************************

           MOVE ' '    TO LKS-CCC-RESULT.
           MOVE 'N'    TO LKS-CCC-FOUND.
           MOVE ' '    TO LKS-CCC-TIPO-LANCADO.
           MOVE ZEROES TO LKS-CCC-VALOR-LANCADO.
           MOVE ' '    TO LKS-CCC-SIT-VENC.
           MOVE ZEROES TO LKS-CCC-ABERTO-VENC.
           MOVE ZEROES TO LKS-CCC-DATA-ULT-FAT.
           MOVE ZEROES TO LKS-CCC-DIF-MULTA.
           MOVE ZEROES TO LKS-CCC-DIF-JUROS.
           MOVE ZEROES TO LKS-CCC-DIF-MINIMO.
           MOVE ZEROES TO LKS-CCC-VALOR-SOBRA.
           MOVE ZEROES TO LKS-CCC-QTD-LIQ.

           EVALUATE TRUE
               WHEN LKS-CCC-DEBITO
                   PERFORM ROOT-DEBITA THRU ROOT-DEBITA-EXIT
               WHEN LKS-CCC-CREDITO
                   PERFORM ROOT-CREDITA THRU ROOT-CREDITA-EXIT
               WHEN LKS-CCC-CONSULTA
                   PERFORM ROOT-CONSULTA THRU ROOT-CONSULTA-EXIT
               WHEN LKS-CCC-CONSULTA-VENC
                   PERFORM ROOT-CONSULTA-VENC
                      THRU ROOT-CONSULTA-VENC-EXIT
               WHEN LKS-CCC-FECHA
                   PERFORM ROOT-FECHA THRU ROOT-FECHA-EXIT
               WHEN OTHER
                   MOVE 'F' TO LKS-CCC-RESULT
           END-EVALUATE.

           GOBACK.

      *-----------------------------------------------------------------
      * ROTINAS AUXILIARES
      *-----------------------------------------------------------------
       SECTION-CODES        SECTION.

      *-----------------------------------------------------------------
      * DEBITO DE FATURAMENTO. O COBRA117 REFATURA TODA NOITE CADA
      * VENCIMENTO ABERTO COM O ENCARGO ATUALIZADO : SO A DIFERENCA
      * PARA O QUE JA FOI DEBITADO NESTE VENCIMENTO (VCC-FATURADO)
      * ENTRA NA CONTA. VALOR MENOR QUE O JA DEBITADO VIRA ESTORNO
      * ('E') DA DIFERENCA. A COMPOSICAO DO ENCARGO COMO ESTAVA ANTES
      * DA PRIMEIRA FATURACAO DO DIA FICA GUARDADA PARA O ACRESCIMO
      * DO DIA POR COMPONENTE (RERODAR O PASSO NO MESMO DIA NAO PERDE
      * NEM DUPLICA O ACRESCIMO).
      *-----------------------------------------------------------------
       ROOT-DEBITA.

           PERFORM ROT-VALIDA-DV THRU ROT-VALIDA-DV-EXIT.

           IF NOT WSS-DV-VALIDO
              MOVE 'D' TO LKS-CCC-RESULT
              GO TO ROOT-DEBITA-EXIT
           END-IF.

           PERFORM ROOT-LE-CONTA THRU ROOT-LE-CONTA-EXIT.

           PERFORM ROOT-LE-VENCIMENTO THRU ROOT-LE-VENCIMENTO-EXIT.

           IF VCC-DATA-ULT-FAT NOT EQUAL LKS-CCC-DATA-MOV
              MOVE VCC-MULTA        TO VCC-ANT-MULTA
              MOVE VCC-JUROS        TO VCC-ANT-JUROS
              MOVE VCC-MINIMO       TO VCC-ANT-MINIMO
              MOVE LKS-CCC-DATA-MOV TO VCC-DATA-ULT-FAT
           END-IF.

           COMPUTE WSS-VLR-ENCARGO = LKS-CCC-VLR-MULTA
                                   + LKS-CCC-VLR-JUROS
                                   + LKS-CCC-VLR-MINIMO.

           IF WSS-VLR-ENCARGO > LKS-CCC-VALOR
              MOVE ZEROES TO LKS-CCC-VLR-MULTA
              MOVE ZEROES TO LKS-CCC-VLR-JUROS
              MOVE ZEROES TO LKS-CCC-VLR-MINIMO
              MOVE ZEROES TO WSS-VLR-ENCARGO
           END-IF.

           MOVE CCC-FILIAL         TO VCC-FILIAL.
           MOVE LKS-CCC-VLR-MULTA  TO VCC-MULTA.
           MOVE LKS-CCC-VLR-JUROS  TO VCC-JUROS.
           MOVE LKS-CCC-VLR-MINIMO TO VCC-MINIMO.
           COMPUTE VCC-PRINCIPAL = LKS-CCC-VALOR - WSS-VLR-ENCARGO.

           IF LKS-CCC-PARCELA IS NUMERIC
              MOVE LKS-CCC-PARCELA TO VCC-PARCELA
           END-IF.

           EVALUATE TRUE
               WHEN LKS-CCC-VALOR > VCC-FATURADO
                   MOVE 'D' TO LKS-CCC-TIPO-LANCADO
                   COMPUTE LKS-CCC-VALOR-LANCADO =
                           LKS-CCC-VALOR - VCC-FATURADO
                   ADD LKS-CCC-VALOR-LANCADO TO CCC-TOTAL-DEBITOS
               WHEN LKS-CCC-VALOR < VCC-FATURADO
                   MOVE 'E' TO LKS-CCC-TIPO-LANCADO
                   COMPUTE LKS-CCC-VALOR-LANCADO =
                           VCC-FATURADO - LKS-CCC-VALOR
                   SUBTRACT LKS-CCC-VALOR-LANCADO
                       FROM CCC-TOTAL-DEBITOS
           END-EVALUATE.

           MOVE LKS-CCC-VALOR     TO VCC-FATURADO.
           MOVE LKS-CCC-DATA-VENC TO CCC-DATA-VENCTO.
           MOVE LKS-CCC-VALOR     TO CCC-FATURADO-VENC.

           PERFORM ROOT-ACERTA-VENCIMENTO
              THRU ROOT-ACERTA-VENCIMENTO-EXIT.

           PERFORM ROOT-GRAVA-VENCIMENTO
              THRU ROOT-GRAVA-VENCIMENTO-EXIT.

           PERFORM ROOT-GRAVA-CONTA THRU ROOT-GRAVA-CONTA-EXIT.

           PERFORM ROOT-DEVOLVE-VENCIMENTO
              THRU ROOT-DEVOLVE-VENCIMENTO-EXIT.

       ROOT-DEBITA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ACERTA O PAGO DO VENCIMENTO DEPOIS DO DEBITO : PAGO ALEM DO
      * FATURADO (ESTORNO DE ENCARGO) VOLTA PARA O CREDITO LIVRE DO
      * CONTRATO; O QUE FICOU ABERTO E ABATIDO DO CREDITO LIVRE. PAGO
      * IGUAL AO FATURADO LIQUIDA O VENCIMENTO.
      *-----------------------------------------------------------------
       ROOT-ACERTA-VENCIMENTO.

           IF VCC-PAGO > VCC-FATURADO
              COMPUTE CCC-CREDITO-LIVRE = CCC-CREDITO-LIVRE
                                        + VCC-PAGO - VCC-FATURADO
              MOVE VCC-FATURADO TO VCC-PAGO
           END-IF.

           COMPUTE WSS-VLR-ABERTO = VCC-FATURADO - VCC-PAGO.

           IF WSS-VLR-ABERTO > ZEROES
              AND CCC-CREDITO-LIVRE > ZEROES
              IF CCC-CREDITO-LIVRE < WSS-VLR-ABERTO
                 MOVE CCC-CREDITO-LIVRE TO WSS-VLR-APLICADO
              ELSE
                 MOVE WSS-VLR-ABERTO    TO WSS-VLR-APLICADO
              END-IF
              ADD      WSS-VLR-APLICADO TO   VCC-PAGO
              SUBTRACT WSS-VLR-APLICADO FROM CCC-CREDITO-LIVRE
           END-IF.

           IF VCC-FATURADO > ZEROES
              AND VCC-PAGO EQUAL VCC-FATURADO
              IF NOT VCC-LIQUIDADO
                 MOVE 'L'              TO VCC-SITUACAO
                 MOVE LKS-CCC-DATA-MOV TO VCC-DATA-LIQ
              END-IF
           ELSE
              MOVE 'A'                 TO VCC-SITUACAO
              MOVE ZEROES              TO VCC-DATA-LIQ
           END-IF.

       ROOT-ACERTA-VENCIMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CREDITO DE PAGAMENTO : O VALOR PAGO ENTRA INTEIRO NA CONTA,
      * SEJA PARCIAL, EXATO OU A MAIOR, E E APLICADO AOS VENCIMENTOS
      * ABERTOS DO CONTRATO EM ORDEM DE VENCIMENTO (A CHAVE DO
      * VENCC117 JA ESTA NESSA ORDEM). CADA VENCIMENTO SO E LIQUIDADO
      * QUANDO O QUE FOI APLICADO A ELE COBRE O SEU PROPRIO FATURADO;
      * O QUE SOBRA DEPOIS DO ULTIMO ABERTO E CREDITO LIVRE.
      *-----------------------------------------------------------------
       ROOT-CREDITA.

           PERFORM ROT-VALIDA-DV THRU ROT-VALIDA-DV-EXIT.

           IF NOT WSS-DV-VALIDO
              MOVE 'D' TO LKS-CCC-RESULT
              GO TO ROOT-CREDITA-EXIT
           END-IF.

           PERFORM ROOT-LE-CONTA THRU ROOT-LE-CONTA-EXIT.

           IF NOT WSS-REG-ACHADO
              MOVE LKS-CCC-DATA-VENC TO CCC-DATA-VENCTO
           END-IF.

           MOVE 'C'           TO LKS-CCC-TIPO-LANCADO.
           MOVE LKS-CCC-VALOR TO LKS-CCC-VALOR-LANCADO.
           ADD  LKS-CCC-VALOR TO CCC-TOTAL-CREDITOS.

           MOVE LKS-CCC-VALOR    TO WSS-VLR-RESTANTE.
           MOVE 'N'              TO WSS-APLICOU-SW.
           MOVE 'N'              TO WSS-EOF-VENC.
           MOVE LKS-CCC-CONTRATO TO VCC-CONTRATO.
           MOVE ZEROES           TO VCC-DATA-VENCTO.

           START VENCC117 KEY IS NOT LESS THAN VCC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WSS-EOF-VENC
           END-START.

           PERFORM ROOT-APLICA-CREDITO THRU ROOT-APLICA-CREDITO-EXIT
                   UNTIL WSS-FIM-VENC
                      OR WSS-VLR-RESTANTE EQUAL ZEROES.

           ADD  WSS-VLR-RESTANTE TO CCC-CREDITO-LIVRE.
           MOVE WSS-VLR-RESTANTE TO LKS-CCC-VALOR-SOBRA.

           PERFORM ROOT-GRAVA-CONTA THRU ROOT-GRAVA-CONTA-EXIT.

       ROOT-CREDITA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * APLICA O QUE RESTA DO PAGAMENTO AO PROXIMO VENCIMENTO ABERTO
      * DO CONTRATO.
      *-----------------------------------------------------------------
       ROOT-APLICA-CREDITO.

           READ VENCC117 NEXT RECORD
               AT END
                   MOVE 'S' TO WSS-EOF-VENC
                   GO TO ROOT-APLICA-CREDITO-EXIT
           END-READ.

           IF FS-VENCC117 NOT EQUAL '00'
              PERFORM ROT-ABEND-VENCIMENTO
           END-IF.

           IF VCC-CONTRATO NOT EQUAL LKS-CCC-CONTRATO
              MOVE 'S' TO WSS-EOF-VENC
              GO TO ROOT-APLICA-CREDITO-EXIT
           END-IF.

           IF VCC-LIQUIDADO
              OR VCC-PAGO NOT LESS THAN VCC-FATURADO
              GO TO ROOT-APLICA-CREDITO-EXIT
           END-IF.

           COMPUTE WSS-VLR-ABERTO = VCC-FATURADO - VCC-PAGO.

           IF WSS-VLR-RESTANTE < WSS-VLR-ABERTO
              MOVE WSS-VLR-RESTANTE TO WSS-VLR-APLICADO
           ELSE
              MOVE WSS-VLR-ABERTO   TO WSS-VLR-APLICADO
           END-IF.

           ADD      WSS-VLR-APLICADO TO   VCC-PAGO.
           SUBTRACT WSS-VLR-APLICADO FROM WSS-VLR-RESTANTE.

           IF VCC-PAGO EQUAL VCC-FATURADO
              MOVE 'L'              TO VCC-SITUACAO
              MOVE LKS-CCC-DATA-MOV TO VCC-DATA-LIQ
              IF LKS-CCC-QTD-LIQ < WSS-QTD-MAX-LIQ
                 ADD 1 TO LKS-CCC-QTD-LIQ
                 MOVE VCC-DATA-VENCTO
                   TO LKS-CCC-VENC-LIQ (LKS-CCC-QTD-LIQ)
              END-IF
           END-IF.

           REWRITE REG-VENCC117.
           IF FS-VENCC117 NOT EQUAL '00'
              PERFORM ROT-ABEND-VENCIMENTO
           END-IF.

           IF NOT WSS-JA-APLICOU
              MOVE 'S'             TO WSS-APLICOU-SW
              MOVE VCC-DATA-VENCTO TO LKS-CCC-DATA-VENC
              MOVE VCC-SITUACAO    TO LKS-CCC-SIT-VENC
              COMPUTE LKS-CCC-ABERTO-VENC = VCC-FATURADO - VCC-PAGO
           END-IF.

       ROOT-APLICA-CREDITO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CONSULTA : CONTA INEXISTENTE DEVOLVE SALDO ZERADO E
      * LKS-CCC-FOUND = 'N'.
      *-----------------------------------------------------------------
       ROOT-CONSULTA.

           MOVE ZEROES TO LKS-CCC-SALDO.
           MOVE ' '    TO LKS-CCC-SALDO-SINAL.

           PERFORM ROOT-ABRE-ARQUIVOS THRU ROOT-ABRE-ARQUIVOS-EXIT.

           MOVE LKS-CCC-CONTRATO TO CCC-CONTRATO.

           READ CTACC117
               KEY IS CCC-CONTRATO
               INVALID KEY
                   CONTINUE
           END-READ.

           IF FS-CTACC117 EQUAL '00'
              MOVE 'S'             TO LKS-CCC-FOUND
              MOVE CCC-FILIAL      TO LKS-CCC-FILIAL
              MOVE CCC-DATA-VENCTO TO LKS-CCC-DATA-VENC
              MOVE CCC-SALDO       TO LKS-CCC-SALDO
              MOVE CCC-SALDO-SINAL TO LKS-CCC-SALDO-SINAL
           END-IF.

       ROOT-CONSULTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CONSULTA DO VENCIMENTO : SITUACAO, VALOR ABERTO E ACRESCIMO DE
      * ENCARGO DO DIA. VENCIMENTO NUNCA FATURADO DEVOLVE
      * LKS-CCC-FOUND = 'N' E LKS-CCC-SIT-VENC EM BRANCO.
      *-----------------------------------------------------------------
       ROOT-CONSULTA-VENC.

           PERFORM ROOT-ABRE-ARQUIVOS THRU ROOT-ABRE-ARQUIVOS-EXIT.

           MOVE LKS-CCC-CONTRATO  TO VCC-CONTRATO.
           MOVE LKS-CCC-DATA-VENC TO VCC-DATA-VENCTO.

           READ VENCC117
               KEY IS VCC-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ.

           EVALUATE FS-VENCC117
               WHEN '00'
                   PERFORM ROOT-DEVOLVE-VENCIMENTO
                      THRU ROOT-DEVOLVE-VENCIMENTO-EXIT
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   PERFORM ROT-ABEND-VENCIMENTO
           END-EVALUATE.

       ROOT-CONSULTA-VENC-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FECHA O MASTER, OS VENCIMENTOS E OS LANCAMENTOS NO FIM DO
      * PASSO CHAMADOR.
      *-----------------------------------------------------------------
       ROOT-FECHA.

           IF NOT WSS-MASTER-ABERTO
              GO TO ROOT-FECHA-EXIT
           END-IF.

           CLOSE CTACC117.
           CLOSE VENCC117.
           CLOSE MOVCC117.

           MOVE 'N' TO WSS-MASTER-ESTADO.

       ROOT-FECHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LE A CONTA DO CONTRATO; CONTA INEXISTENTE E INICIADA ZERADA
      * COM A FILIAL INFORMADA PELO CHAMADOR.
      *-----------------------------------------------------------------
       ROOT-LE-CONTA.

           PERFORM ROOT-ABRE-ARQUIVOS THRU ROOT-ABRE-ARQUIVOS-EXIT.

           MOVE 'N'              TO WSS-REG-EXISTE.
           MOVE LKS-CCC-CONTRATO TO CCC-CONTRATO.

           READ CTACC117
               KEY IS CCC-CONTRATO
               INVALID KEY
                   CONTINUE
           END-READ.

           IF FS-CTACC117 EQUAL '00'
              MOVE 'S' TO WSS-REG-EXISTE
           ELSE
              MOVE SPACES           TO REG-CTACC117
              MOVE LKS-CCC-CONTRATO TO CCC-CONTRATO
              MOVE ZEROES           TO CCC-DATA-VENCTO
              MOVE ZEROES           TO CCC-FATURADO-VENC
              MOVE ZEROES           TO CCC-TOTAL-DEBITOS
              MOVE ZEROES           TO CCC-TOTAL-CREDITOS
              MOVE ZEROES           TO CCC-SALDO
              MOVE ZEROES           TO CCC-DATA-ULT-MOV
              MOVE ZEROES           TO CCC-CREDITO-LIVRE
           END-IF.

           IF LKS-CCC-FILIAL NOT EQUAL SPACES
              MOVE LKS-CCC-FILIAL TO CCC-FILIAL
           END-IF.

       ROOT-LE-CONTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LE O VENCIMENTO DO DEBITO; VENCIMENTO NOVO E INICIADO ZERADO E
      * ABERTO.
      *-----------------------------------------------------------------
       ROOT-LE-VENCIMENTO.

           MOVE 'N'               TO WSS-VEN-EXISTE.
           MOVE LKS-CCC-CONTRATO  TO VCC-CONTRATO.
           MOVE LKS-CCC-DATA-VENC TO VCC-DATA-VENCTO.

           READ VENCC117
               KEY IS VCC-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF FS-VENCC117 EQUAL '00'
              MOVE 'S' TO WSS-VEN-EXISTE
              GO TO ROOT-LE-VENCIMENTO-EXIT
           END-IF.

           IF FS-VENCC117 NOT EQUAL '23'
              PERFORM ROT-ABEND-VENCIMENTO
           END-IF.

           MOVE SPACES            TO REG-VENCC117.
           MOVE LKS-CCC-CONTRATO  TO VCC-CONTRATO.
           MOVE LKS-CCC-DATA-VENC TO VCC-DATA-VENCTO.
           MOVE ZEROES            TO VCC-PARCELA.
           MOVE 'A'               TO VCC-SITUACAO.
           MOVE ZEROES            TO VCC-DATA-LIQ.
           MOVE ZEROES            TO VCC-FATURADO.
           MOVE ZEROES            TO VCC-PAGO.
           MOVE ZEROES            TO VCC-PRINCIPAL.
           MOVE ZEROES            TO VCC-MULTA.
           MOVE ZEROES            TO VCC-JUROS.
           MOVE ZEROES            TO VCC-MINIMO.
           MOVE ZEROES            TO VCC-DATA-ULT-FAT.
           MOVE ZEROES            TO VCC-ANT-MULTA.
           MOVE ZEROES            TO VCC-ANT-JUROS.
           MOVE ZEROES            TO VCC-ANT-MINIMO.

       ROOT-LE-VENCIMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA O VENCIMENTO (REWRITE OU WRITE).
      *-----------------------------------------------------------------
       ROOT-GRAVA-VENCIMENTO.

           IF WSS-VEN-ACHADO
              REWRITE REG-VENCC117
           ELSE
              WRITE REG-VENCC117
           END-IF.

           IF FS-VENCC117 NOT EQUAL '00'
              PERFORM ROT-ABEND-VENCIMENTO
           END-IF.

       ROOT-GRAVA-VENCIMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DEVOLVE A SITUACAO DO VENCIMENTO E O ACRESCIMO DE ENCARGO DO
      * DIA POR COMPONENTE (SO QUANDO A ULTIMA FATURACAO E DA DATA DE
      * MOVIMENTO INFORMADA).
      *-----------------------------------------------------------------
       ROOT-DEVOLVE-VENCIMENTO.

           MOVE 'S'              TO LKS-CCC-FOUND.
           MOVE VCC-SITUACAO     TO LKS-CCC-SIT-VENC.
           MOVE VCC-DATA-ULT-FAT TO LKS-CCC-DATA-ULT-FAT.
           COMPUTE LKS-CCC-ABERTO-VENC = VCC-FATURADO - VCC-PAGO.

           IF VCC-DATA-ULT-FAT NOT EQUAL LKS-CCC-DATA-MOV
              GO TO ROOT-DEVOLVE-VENCIMENTO-EXIT
           END-IF.

           COMPUTE LKS-CCC-DIF-MULTA  = VCC-MULTA  - VCC-ANT-MULTA.
           COMPUTE LKS-CCC-DIF-JUROS  = VCC-JUROS  - VCC-ANT-JUROS.
           COMPUTE LKS-CCC-DIF-MINIMO = VCC-MINIMO - VCC-ANT-MINIMO.

       ROOT-DEVOLVE-VENCIMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RECALCULA O SALDO, GRAVA A CONTA (REWRITE OU WRITE), REGISTRA
      * O LANCAMENTO E DEVOLVE O SALDO AO CHAMADOR.
      *-----------------------------------------------------------------
       ROOT-GRAVA-CONTA.

           COMPUTE WSS-SALDO-CALC =
                   CCC-TOTAL-DEBITOS - CCC-TOTAL-CREDITOS.

           EVALUATE TRUE
               WHEN WSS-SALDO-CALC > ZEROES
                   MOVE 'D'            TO CCC-SALDO-SINAL
                   MOVE WSS-SALDO-CALC TO CCC-SALDO
               WHEN WSS-SALDO-CALC < ZEROES
                   MOVE 'C'            TO CCC-SALDO-SINAL
                   COMPUTE CCC-SALDO = ZEROES - WSS-SALDO-CALC
               WHEN OTHER
                   MOVE ' '            TO CCC-SALDO-SINAL
                   MOVE ZEROES         TO CCC-SALDO
           END-EVALUATE.

           IF LKS-CCC-TIPO-LANCADO NOT EQUAL SPACE
              MOVE LKS-CCC-DATA-MOV TO CCC-DATA-ULT-MOV
           END-IF.

           IF WSS-REG-ACHADO
              REWRITE REG-CTACC117
           ELSE
              WRITE REG-CTACC117
           END-IF.

           IF FS-CTACC117 NOT EQUAL '00'
              PERFORM ROT-ABEND-CONTA
           END-IF.

           MOVE 'S'             TO LKS-CCC-FOUND.
           MOVE CCC-SALDO       TO LKS-CCC-SALDO.
           MOVE CCC-SALDO-SINAL TO LKS-CCC-SALDO-SINAL.

           IF LKS-CCC-TIPO-LANCADO EQUAL SPACE
              GO TO ROOT-GRAVA-CONTA-EXIT
           END-IF.

           MOVE SPACES                TO REG-MOVCC117
           MOVE CCC-CONTRATO          TO MCC-CONTRATO
           MOVE CCC-FILIAL            TO MCC-FILIAL
           MOVE LKS-CCC-DATA-MOV      TO MCC-DATA-MOV
           MOVE LKS-CCC-TIPO-LANCADO  TO MCC-TIPO
           MOVE LKS-CCC-ORIGEM        TO MCC-ORIGEM
           MOVE LKS-CCC-DATA-VENC     TO MCC-DATA-VENCTO
           MOVE LKS-CCC-VALOR-LANCADO TO MCC-VALOR
           MOVE CCC-SALDO             TO MCC-SALDO
           MOVE CCC-SALDO-SINAL       TO MCC-SALDO-SINAL.

           WRITE REG-MOVCC117.
           IF FS-MOVCC117 NOT EQUAL '00'
              PERFORM ROT-ABEND-LANCAMENTO
           END-IF.

       ROOT-GRAVA-CONTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ABRE O MASTER E OS VENCIMENTOS EM I-O (CRIANDO-OS NA PRIMEIRA
      * VEZ, COMO O CADCT119 FAZ COM O REGCT119) E OS LANCAMENTOS EM
      * EXTEND NA PRIMEIRA CHAMADA DO PASSO.
      *-----------------------------------------------------------------
       ROOT-ABRE-ARQUIVOS.

           IF WSS-MASTER-ABERTO
              GO TO ROOT-ABRE-ARQUIVOS-EXIT
           END-IF.

           OPEN I-O CTACC117.
           IF FS-CTACC117 EQUAL '35'
              OPEN OUTPUT CTACC117
              CLOSE CTACC117
              OPEN I-O CTACC117
           END-IF.

           IF FS-CTACC117 NOT EQUAL '00'
              PERFORM ROT-ABEND-CONTA
           END-IF.

           OPEN I-O VENCC117.
           IF FS-VENCC117 EQUAL '35'
              OPEN OUTPUT VENCC117
              CLOSE VENCC117
              OPEN I-O VENCC117
           END-IF.

           IF FS-VENCC117 NOT EQUAL '00'
              PERFORM ROT-ABEND-VENCIMENTO
           END-IF.

           OPEN EXTEND MOVCC117.
           IF FS-MOVCC117 EQUAL '35'
              OPEN OUTPUT MOVCC117
           END-IF.

           IF FS-MOVCC117 NOT EQUAL '00'
              PERFORM ROT-ABEND-LANCAMENTO
           END-IF.

           MOVE 'S' TO WSS-MASTER-ESTADO.

       ROOT-ABRE-ARQUIVOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DV MODULO 11 DO CONTRATO (MESMA REGRA DO COBOL119).
      *-----------------------------------------------------------------
       ROT-VALIDA-DV.

           MOVE 'N' TO WSS-DV-OK.

           IF LKS-CCC-CONTRATO IS NOT NUMERIC
              GO TO ROT-VALIDA-DV-EXIT
           END-IF.

           MOVE LKS-CCC-CONTRATO TO WSS-CONTRATO-DV.
           MOVE ZEROES           TO WSS-DV-SOMA.
           MOVE 1                TO WSS-DV-IDX.

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
      * ERRO GENUINO NO MASTER OU NOS LANCAMENTOS - ABENDA PELO PADRAO.
      *-----------------------------------------------------------------
       ROT-ABEND-CONTA.

           MOVE ' ERRO NO MASTER CONTA CORRENTE'
                  TO WSS-MENSAGEM.
           MOVE RCCCT117-ERRO-ARQ-CONTA                 TO RETURN-CODE.
           PERFORM ROT-ABEND.

       ROT-ABEND-LANCAMENTO.

           MOVE ' ERRO NOS LANCAMENTOS MOVCC117'
                  TO WSS-MENSAGEM.
           MOVE RCCCT117-ERRO-ARQ-LANCAMENTO            TO RETURN-CODE.
           PERFORM ROT-ABEND.

       ROT-ABEND-VENCIMENTO.

           MOVE ' ERRO NOS VENCIMENTOS VENCC117'
                  TO WSS-MENSAGEM.
           MOVE RCCCT117-ERRO-ARQ-VENCIMENTO            TO RETURN-CODE.
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

           STOP RUN.

       COPY RETCOD01P.

       END PROGRAM CTACT117.
