      ******************************************************************
      * Author:DANIEL CARNEIRO
      * Date: 15/10/2026
      * Purpose: EXTRATO DIARIO DE SALDOS EM ABERTO DA CONTA CORRENTE
      *          DE COBRANCA, PARA A TESOURARIA. LE O MASTER CTACC117
      *          (MANTIDO PELO CTACT117 COM OS DEBITOS DO COBRA117 E
      *          OS CREDITOS DO RETPG117) E LISTA, POR FILIAL, CADA
      *          CONTRATO COM SALDO DIFERENTE DE ZERO - DEVEDOR (AINDA
      *          A RECEBER) OU CREDOR (PAGO A MAIOR, A ABATER NO
      *          PROXIMO FATURAMENTO) - COM O SUBTOTAL DA FILIAL E O
      *          TOTAL GERAL, NO ARQUIVO RELCC117.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification history
      * Date       Author              Description
      * 15/10/2026 DANIEL CARNEIRO     Programa inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SALCC117.
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
      * MASTER DA CONTA CORRENTE DE COBRANCA - LIDO EM SEQUENCIA DE
      * CHAVE (CONTRATO).
      *-----------------------------------------------------------------
           SELECT CTACC117  ASSIGN TO CTACC117
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CCC-CONTRATO
           FILE STATUS IS FS-CTACC117.

      *-----------------------------------------------------------------
      * EXTRATO DE SALDOS - ARQUIVO PROPRIO, NO ESPIRITO DO RELAG117.
      *-----------------------------------------------------------------
           SELECT RELCC117  ASSIGN TO RELCC117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RELCC117.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CTACC117
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-CTACC117.

       COPY CTARG117.

       FD RELCC117
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-RELCC117.

       01 REG-RELCC117                 PIC X(80).

      *-----------------------
       WORKING-STORAGE SECTION.
       77 FS-CTACC117              PIC 99.
       77 FS-RELCC117              PIC 99.
       77 WSS-MENSAGEM             PIC X(30).

       77 WSS-EOF-CONTA            PIC X(01) VALUE 'N'.
           88 WSS-FIM-CONTA                  VALUE 'S'.

       77 WSS-REG-LIDOS            PIC 9(07) VALUE ZEROES.
       77 WSS-REG-ZERADOS          PIC 9(07) VALUE ZEROES.
       77 WSS-REG-LISTADOS         PIC 9(07) VALUE ZEROES.

      *-----------------------------------------------------------------
      * CONTRATOS COM SALDO EM ABERTO, GUARDADOS PARA O DETALHE DE
      * CADA FILIAL.
      *-----------------------------------------------------------------
       77 WSS-QTD-SALDOS           PIC 9(4) COMP VALUE ZEROES.
       77 WSS-QTD-MAX-SALDOS       PIC 9(4) COMP VALUE 5000.
       01 WSS-TAB-SALDOS-GRP.
           05 WSS-SAL-ENTRY OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WSS-QTD-SALDOS.
               10 WSS-SAL-CONTRATO PIC X(10).
               10 WSS-SAL-FILIAL   PIC X(02).
               10 WSS-SAL-DATA     PIC 9(08).
               10 WSS-SAL-VALOR    PIC 9(11)V99.
               10 WSS-SAL-SINAL    PIC X(01).

       77 WSS-SAL-IDX              PIC 9(4) COMP.

      *-----------------------------------------------------------------
      * TOTAIS POR FILIAL (CODIGO GRAVADO NA CONTA PELO COBRA117, O
      * MESMO CARIMBADO PELO CONSO119). CONTA SEM CODIGO DE FILIAL
      * VALIDO FICA NA FILIAL '00'.
      *-----------------------------------------------------------------
       77 WSS-QTD-FILIAIS          PIC 9(4) COMP VALUE ZEROES.
       77 WSS-QTD-MAX-FILIAIS      PIC 9(4) COMP VALUE 10.
       01 WSS-TAB-FILIAIS-GRP.
           05 WSS-FIL-ENT OCCURS 1 TO 10 TIMES
                          DEPENDING ON WSS-QTD-FILIAIS.
               10 WSS-FIL-CODIGO   PIC X(02).
               10 WSS-FIL-QTD-DEV  PIC 9(07).
               10 WSS-FIL-VLR-DEV  PIC 9(13)V99.
               10 WSS-FIL-QTD-CRE  PIC 9(07).
               10 WSS-FIL-VLR-CRE  PIC 9(13)V99.
       77 WSS-FIL-IDX              PIC 9(4) COMP.
       77 WSS-FIL-ACHOU            PIC X(01) VALUE 'N'.
           88 WSS-FIL-ENCONTROU              VALUE 'S'.
       77 WSS-FILIAL-CONTA         PIC X(02).

      *-----------------------------------------------------------------
      * TOTAL GERAL - SOMA DAS FILIAIS.
      *-----------------------------------------------------------------
       77 WSS-TOT-QTD-DEV          PIC 9(07) VALUE ZEROES.
       77 WSS-TOT-VLR-DEV          PIC 9(13)V99 VALUE ZEROES.
       77 WSS-TOT-QTD-CRE          PIC 9(07) VALUE ZEROES.
       77 WSS-TOT-VLR-CRE          PIC 9(13)V99 VALUE ZEROES.

       01 WSS-HOJE                 PIC 9(08).

       01 WSS-LINHA-TITULO-DET.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 FILLER               PIC X(15) VALUE 'CONTRATO'.
           05 FILLER               PIC X(15) VALUE 'VENCIMENTO'.
           05 FILLER               PIC X(24) VALUE
              '               SALDO'.
           05 FILLER               PIC X(21) VALUE '  D/C'.

       01 WSS-LINHA-DETALHE.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 WSS-DET-CONTRATO     PIC X(10).
           05 FILLER               PIC X(05) VALUE SPACES.
           05 WSS-DET-DATA         PIC X(10).
           05 FILLER               PIC X(05) VALUE SPACES.
           05 WSS-DET-VALOR        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WSS-DET-SINAL        PIC X(01).
           05 FILLER               PIC X(20) VALUE SPACES.

       01 WSS-LINHA-TOTAL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WSS-TOT-NOME         PIC X(20).
           05 FILLER               PIC X(03) VALUE ' : '.
           05 WSS-TOT-QTD          PIC ZZZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WSS-TOT-VALOR        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(25) VALUE SPACES.

       01 WSS-DATA-EDITADA.
           05 WSS-ED-DIA           PIC X(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WSS-ED-MES           PIC X(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WSS-ED-ANO           PIC X(04).

       77 WSS-LINHA-TRACO          PIC X(60) VALUE ALL '-'.

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
           DISPLAY ' SALCC117'
           DISPLAY ' EXTRATO DE SALDOS EM ABERTO POR CONTRATO/FILIAL'
           DISPLAY ' '.
           MOVE 'INI'      TO WSS-HIS-TIPO
           MOVE 'SALCC117' TO WSS-HIS-PROGRAMA
           MOVE ZEROES     TO WSS-HIS-REGISTROS
           MOVE ZEROES     TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

      *-----------------------------------------------------------------
      * A DATA DO EXTRATO E A DATA DE MOVIMENTO DO CICLO (DATMV117),
      * NAO A DO RELOGIO.
      *-----------------------------------------------------------------
           MOVE 'C' TO WSS-DTM-FUNCAO.
           CALL 'DATMV117' USING WSS-DTM-REQUEST.
           MOVE WSS-DTM-DATA TO WSS-HOJE.

      *-----------------------------------------------------------------
      * MASTER AINDA INEXISTENTE (NENHUM FATURAMENTO LANCADO) NAO E
      * ERRO : O EXTRATO SAI SO COM OS TOTAIS ZERADOS.
      *-----------------------------------------------------------------
           OPEN INPUT CTACC117.
           IF FS-CTACC117 EQUAL '35'
              MOVE 'S' TO WSS-EOF-CONTA
           ELSE
              IF FS-CTACC117 NOT EQUAL '00'
                 MOVE ' ERRO NA ABERTURA DE CTACC117'
                        TO WSS-MENSAGEM
                 MOVE RCSCC117-ERRO-ARQ-CONTA           TO RETURN-CODE
                 PERFORM ROT-ABEND
              END-IF
           END-IF.

           OPEN OUTPUT RELCC117.
           IF FS-RELCC117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE RELCC117'
                     TO WSS-MENSAGEM
              MOVE RCSCC117-ERRO-ARQ-RELATORIO          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

       002-ACUMULA                 SECTION.

           PERFORM ROOT-LE-CONTA THRU ROOT-LE-CONTA-EXIT
                   UNTIL WSS-FIM-CONTA.

           IF FS-CTACC117 NOT EQUAL '35'
              CLOSE CTACC117
           END-IF.

       003-EMITE-RELATORIO         SECTION.

           PERFORM ROOT-EMITE-CABECALHO
              THRU ROOT-EMITE-CABECALHO-EXIT.

           MOVE 1 TO WSS-FIL-IDX.

           PERFORM ROOT-EMITE-FILIAL THRU ROOT-EMITE-FILIAL-EXIT
                   UNTIL WSS-FIL-IDX > WSS-QTD-FILIAIS.

           PERFORM ROOT-EMITE-TOTAL-GERAL
              THRU ROOT-EMITE-TOTAL-GERAL-EXIT.

           CLOSE RELCC117.
           IF FS-RELCC117 NOT EQUAL '00'
              MOVE ' ERRO NO FECHAMENTO DE RELCC117'
                     TO WSS-MENSAGEM
              MOVE RCSCC117-ERRO-ARQ-RELATORIO          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           DISPLAY ' CONTAS LIDAS            : ' WSS-REG-LIDOS
           DISPLAY ' CONTAS COM SALDO ZERADO : ' WSS-REG-ZERADOS
           DISPLAY ' CONTAS LISTADAS         : ' WSS-REG-LISTADOS
           DISPLAY ' '.

           MOVE 'FIM'       TO WSS-HIS-TIPO
           MOVE WSS-REG-LIDOS   TO WSS-HIS-REGISTROS
           MOVE RETURN-CODE TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

           GOBACK.

      *-----------------------------------------------------------------
      * ROTINAS AUXILIARES
      *-----------------------------------------------------------------
       SECTION-CODES        SECTION.

      *-----------------------------------------------------------------
      * LE UMA CONTA DO MASTER E GUARDA AS QUE TEM SALDO EM ABERTO.
      *-----------------------------------------------------------------
       ROOT-LE-CONTA.

           READ CTACC117
               AT END
                   MOVE 'S' TO WSS-EOF-CONTA
               NOT AT END
                   ADD 1 TO WSS-REG-LIDOS
                   PERFORM ROOT-GUARDA-CONTA
                      THRU ROOT-GUARDA-CONTA-EXIT
           END-READ.

           IF FS-CTACC117 NOT EQUAL '00'
              AND FS-CTACC117 NOT EQUAL '10'
              MOVE ' ERRO NA LEITURA DE CTACC117'
                     TO WSS-MENSAGEM
              MOVE RCSCC117-ERRO-ARQ-CONTA              TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

       ROOT-LE-CONTA-EXIT.
           EXIT.

       ROOT-GUARDA-CONTA.

           IF CCC-SALDO-ZERADO
              OR CCC-SALDO EQUAL ZEROES
              ADD 1 TO WSS-REG-ZERADOS
              GO TO ROOT-GUARDA-CONTA-EXIT
           END-IF.

           IF WSS-QTD-SALDOS EQUAL WSS-QTD-MAX-SALDOS
              MOVE ' TABELA DE SALDOS CHEIA'
                     TO WSS-MENSAGEM
              MOVE RCSCC117-TABELA-CHEIA                TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           IF CCC-FILIAL IS NOT NUMERIC
              MOVE '00'       TO WSS-FILIAL-CONTA
           ELSE
              MOVE CCC-FILIAL TO WSS-FILIAL-CONTA
           END-IF.

           ADD 1 TO WSS-QTD-SALDOS.
           MOVE CCC-CONTRATO     TO WSS-SAL-CONTRATO (WSS-QTD-SALDOS)
           MOVE WSS-FILIAL-CONTA TO WSS-SAL-FILIAL (WSS-QTD-SALDOS)
           MOVE CCC-DATA-VENCTO  TO WSS-SAL-DATA (WSS-QTD-SALDOS)
           MOVE CCC-SALDO        TO WSS-SAL-VALOR (WSS-QTD-SALDOS)
           MOVE CCC-SALDO-SINAL  TO WSS-SAL-SINAL (WSS-QTD-SALDOS).

           ADD 1 TO WSS-REG-LISTADOS.

           PERFORM ROOT-CONTA-FILIAL THRU ROOT-CONTA-FILIAL-EXIT.

       ROOT-GUARDA-CONTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ACUMULA O SALDO DA CONTA NA SUA FILIAL E NO TOTAL GERAL.
      *-----------------------------------------------------------------
       ROOT-CONTA-FILIAL.

           MOVE 'N' TO WSS-FIL-ACHOU.
           MOVE 1   TO WSS-FIL-IDX.

           PERFORM ROOT-COMPARA-FILIAL THRU ROOT-COMPARA-FILIAL-EXIT
                   UNTIL WSS-FIL-IDX > WSS-QTD-FILIAIS
                      OR WSS-FIL-ENCONTROU.

           IF NOT WSS-FIL-ENCONTROU
              IF WSS-QTD-FILIAIS EQUAL WSS-QTD-MAX-FILIAIS
                 MOVE ' TABELA DE FILIAIS CHEIA'
                        TO WSS-MENSAGEM
                 MOVE RCSCC117-TABELA-CHEIA             TO RETURN-CODE
                 PERFORM ROT-ABEND
              END-IF
              ADD 1 TO WSS-QTD-FILIAIS
              MOVE WSS-QTD-FILIAIS  TO WSS-FIL-IDX
              MOVE WSS-FILIAL-CONTA TO WSS-FIL-CODIGO (WSS-FIL-IDX)
              MOVE ZEROES           TO WSS-FIL-QTD-DEV (WSS-FIL-IDX)
                                       WSS-FIL-VLR-DEV (WSS-FIL-IDX)
                                       WSS-FIL-QTD-CRE (WSS-FIL-IDX)
                                       WSS-FIL-VLR-CRE (WSS-FIL-IDX)
           END-IF.

           IF CCC-SALDO-CREDOR
              ADD 1         TO WSS-FIL-QTD-CRE (WSS-FIL-IDX)
                               WSS-TOT-QTD-CRE
              ADD CCC-SALDO TO WSS-FIL-VLR-CRE (WSS-FIL-IDX)
                               WSS-TOT-VLR-CRE
           ELSE
              ADD 1         TO WSS-FIL-QTD-DEV (WSS-FIL-IDX)
                               WSS-TOT-QTD-DEV
              ADD CCC-SALDO TO WSS-FIL-VLR-DEV (WSS-FIL-IDX)
                               WSS-TOT-VLR-DEV
           END-IF.

       ROOT-CONTA-FILIAL-EXIT.
           EXIT.

       ROOT-COMPARA-FILIAL.

           IF WSS-FIL-CODIGO (WSS-FIL-IDX) EQUAL WSS-FILIAL-CONTA
              MOVE 'S' TO WSS-FIL-ACHOU
           ELSE
              ADD 1 TO WSS-FIL-IDX
           END-IF.

       ROOT-COMPARA-FILIAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CABECALHO DO EXTRATO.
      *-----------------------------------------------------------------
       ROOT-EMITE-CABECALHO.

           MOVE SPACES TO REG-RELCC117
           STRING ' SALCC117 - SALDOS EM ABERTO DA COBRANCA EM '
                    DELIMITED BY SIZE
                  WSS-HOJE DELIMITED BY SIZE
             INTO REG-RELCC117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE WSS-LINHA-TRACO TO REG-RELCC117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

       ROOT-EMITE-CABECALHO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * SECAO DE UMA FILIAL : TITULO, UMA LINHA POR CONTRATO COM SALDO
      * EM ABERTO E OS SUBTOTAIS DEVEDOR / CREDOR DA FILIAL.
      *-----------------------------------------------------------------
       ROOT-EMITE-FILIAL.

           MOVE SPACES TO REG-RELCC117
           STRING ' FILIAL ' DELIMITED BY SIZE
                  WSS-FIL-CODIGO (WSS-FIL-IDX) DELIMITED BY SIZE
             INTO REG-RELCC117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE WSS-LINHA-TITULO-DET TO REG-RELCC117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE 1 TO WSS-SAL-IDX.

           PERFORM ROOT-DETALHE-UM-CONTRATO
              THRU ROOT-DETALHE-UM-CONTRATO-EXIT
                   UNTIL WSS-SAL-IDX > WSS-QTD-SALDOS.

           MOVE 'DEVEDOR DA FILIAL'           TO WSS-TOT-NOME
           MOVE WSS-FIL-QTD-DEV (WSS-FIL-IDX) TO WSS-TOT-QTD
           MOVE WSS-FIL-VLR-DEV (WSS-FIL-IDX) TO WSS-TOT-VALOR
           MOVE WSS-LINHA-TOTAL               TO REG-RELCC117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE 'CREDOR DA FILIAL'            TO WSS-TOT-NOME
           MOVE WSS-FIL-QTD-CRE (WSS-FIL-IDX) TO WSS-TOT-QTD
           MOVE WSS-FIL-VLR-CRE (WSS-FIL-IDX) TO WSS-TOT-VALOR
           MOVE WSS-LINHA-TOTAL               TO REG-RELCC117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE WSS-LINHA-TRACO TO REG-RELCC117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           ADD 1 TO WSS-FIL-IDX.

       ROOT-EMITE-FILIAL-EXIT.
           EXIT.

       ROOT-DETALHE-UM-CONTRATO.

           IF WSS-SAL-FILIAL (WSS-SAL-IDX)
              EQUAL WSS-FIL-CODIGO (WSS-FIL-IDX)
              MOVE WSS-SAL-CONTRATO (WSS-SAL-IDX) TO WSS-DET-CONTRATO
              MOVE WSS-SAL-DATA (WSS-SAL-IDX) (7:2) TO WSS-ED-DIA
              MOVE WSS-SAL-DATA (WSS-SAL-IDX) (5:2) TO WSS-ED-MES
              MOVE WSS-SAL-DATA (WSS-SAL-IDX) (1:4) TO WSS-ED-ANO
              MOVE WSS-DATA-EDITADA               TO WSS-DET-DATA
              MOVE WSS-SAL-VALOR (WSS-SAL-IDX)    TO WSS-DET-VALOR
              MOVE WSS-SAL-SINAL (WSS-SAL-IDX)    TO WSS-DET-SINAL
              MOVE WSS-LINHA-DETALHE              TO REG-RELCC117
              PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT
           END-IF.

           ADD 1 TO WSS-SAL-IDX.

       ROOT-DETALHE-UM-CONTRATO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TOTAL GERAL DO EXTRATO - IGUAL A SOMA DOS SUBTOTAIS DAS
      * FILIAIS.
      *-----------------------------------------------------------------
       ROOT-EMITE-TOTAL-GERAL.

           MOVE ' TOTAL GERAL' TO REG-RELCC117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE 'DEVEDOR'       TO WSS-TOT-NOME
           MOVE WSS-TOT-QTD-DEV TO WSS-TOT-QTD
           MOVE WSS-TOT-VLR-DEV TO WSS-TOT-VALOR
           MOVE WSS-LINHA-TOTAL TO REG-RELCC117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE 'CREDOR'        TO WSS-TOT-NOME
           MOVE WSS-TOT-QTD-CRE TO WSS-TOT-QTD
           MOVE WSS-TOT-VLR-CRE TO WSS-TOT-VALOR
           MOVE WSS-LINHA-TOTAL TO REG-RELCC117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE WSS-LINHA-TRACO TO REG-RELCC117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

       ROOT-EMITE-TOTAL-GERAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA UMA LINHA NO EXTRATO.
      *-----------------------------------------------------------------
       ROOT-GRAVA-LINHA.

           WRITE REG-RELCC117.
           IF FS-RELCC117 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE RELCC117'
                     TO WSS-MENSAGEM
              MOVE RCSCC117-ERRO-ARQ-RELATORIO          TO RETURN-CODE
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

       END PROGRAM SALCC117.
