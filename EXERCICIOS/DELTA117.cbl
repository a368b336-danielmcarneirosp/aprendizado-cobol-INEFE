      * Purpose: DELTA ENTRE AS DUAS GERACOES NAO EXPURGADAS MAIS
      *          RECENTES DO EXTRATO OUTPTFL (CATALOGO CATLG117). CARREGA OS
      *          DETALHES DA GERACAO ANTERIOR EM MEMORIA, LE A GERACAO
      *          MAIS NOVA CASANDO POR REG-CONTRATO + REG-PARCELA (UM
      *          CONTRATO PARCELADO TEM UMA LINHA POR PARCELA) E PRODUZ
      *          O ARQUIVO DELTA117 SO COM AS DIFERENCAS : 'I' CONTRATO
      *          (OU PARCELA) NOVO, 'A' COM REG-DATA-VENCIMENTO OU
      *          REG-CODIGO-REF ALTERADOS (COM OS VALORES NOVO E
      *          ANTERIOR LADO A LADO), 'D' QUE SAIU DO EXTRATO. O
      *          DELTA SAI COM MOLDURA HD/DT/TR PROPRIA (TRAILER COM A
      *          CONTAGEM E OS TOTAIS POR TIPO) PARA PERMITIR
      *          CONFERENCIA NO ESTILO DO BALAN117 ANTES DA
      *          TRANSMISSAO. SEM GERACAO ANTERIOR NO CATALOGO, TODOS
      *          OS CONTRATOS DA GERACAO CORRENTE SAEM COMO 'I'
      *          (PRIMEIRA CARGA DO PARCEIRO).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification history
      *                                mesma populacao de cinco
      *                                filiais dimensionada no
      *                                COBOL119.
      * 15/10/2026 DANIEL CARNEIRO     Casamento passa a ser por
      *                                contrato + parcela (REG-PARCELA)
      *                                - as parcelas de um plano do
      *                                mesmo contrato nao casam mais
      *                                entre si; a parcela sai na
      *                                linha do delta.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 ANT-CONTRATO             PIC X(10).
           05 ANT-DATA-VENCIMENTO      PIC 9(08).
           05 ANT-CODIGO-REF           PIC X(04).
           05 FILLER                   PIC X(03).
           05 ANT-PARCELA              PIC 9(03).
           05 FILLER                   PIC X(89).

      *-----------------------------------------------------------------
      * REGISTRO DO DELTA :
      *  'HD' = DATA/NOME DAS DUAS GERACOES COMPARADAS
      *  'DT' = UMA LINHA POR DIFERENCA (TIPO I/A/D + VALORES NOVO E
      *         ANTERIOR DE VENCIMENTO E CODIGO REF + PARCELA, ZEROS
      *         FORA DE PLANO)
      *  'TR' = CONTAGEM DE DETALHES E TOTAIS POR TIPO DE MUDANCA
      *-----------------------------------------------------------------
       FD DELTA117
           05 DEL-CODREF-NOVO          PIC X(04).
           05 FILLER                   PIC X(01).
           05 DEL-CODREF-ANT           PIC X(04).
           05 FILLER                   PIC X(01).
           05 DEL-PARCELA              PIC 9(03).
           05 FILLER                   PIC X(26).

       01 REG-DELTA-CABECALHO REDEFINES REG-DELTA117.
           05 DHC-TIPO-REG             PIC X(02).

      *-----------------------------------------------------------------
      * DETALHES DA GERACAO ANTERIOR EM MEMORIA, PARA O CASAMENTO POR
      * CONTRATO + PARCELA. O SWITCH DE CASADO MARCA AS ENTRADAS
      * ENCONTRADAS NA GERACAO NOVA - O QUE SOBRAR SEM MARCA VIROU 'D'
      * (EXCLUIDO).
      *-----------------------------------------------------------------
       77 WSS-QTD-ANT              PIC 9(5) COMP VALUE ZEROES.
       77 WSS-QTD-MAX-ANT          PIC 9(5) COMP VALUE 30000.
               10 WSS-ANT-CONTRATO PIC X(10).
               10 WSS-ANT-VENC     PIC 9(08).
               10 WSS-ANT-CODREF   PIC X(04).
               10 WSS-ANT-PARCELA  PIC 9(03).
               10 WSS-ANT-CASADO   PIC X(01).
       77 WSS-ANT-IDX              PIC 9(5) COMP.
       77 WSS-ANT-ACHOU            PIC X(01) VALUE 'N'.
           MOVE ANT-CONTRATO        TO WSS-ANT-CONTRATO (WSS-QTD-ANT)
           MOVE ANT-DATA-VENCIMENTO TO WSS-ANT-VENC (WSS-QTD-ANT)
           MOVE ANT-CODIGO-REF      TO WSS-ANT-CODREF (WSS-QTD-ANT)
      *-----------------------------------------------------------------
      * GERACAO GRAVADA ANTES DA PARCELA NO EXTRATO : VALE ZEROS (FORA
      * DE PLANO).
      *-----------------------------------------------------------------
           IF ANT-PARCELA IS NUMERIC
              MOVE ANT-PARCELA      TO WSS-ANT-PARCELA (WSS-QTD-ANT)
           ELSE
              MOVE ZEROES           TO WSS-ANT-PARCELA (WSS-QTD-ANT)
           END-IF
           MOVE 'N'                 TO WSS-ANT-CASADO (WSS-QTD-ANT).

       ROOT-GUARDA-ANTERIOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PROCURA O CONTRATO + PARCELA DO DETALHE NOVO NA TABELA DA
      * GERACAO ANTERIOR E GRAVA A DIFERENCA ('I' OU 'A'). CONTRATO
      * IGUAL NAO GERA LINHA - E EXATAMENTE O QUE O PARCEIRO NAO
      * PRECISA RELER.
      *-----------------------------------------------------------------
       ROOT-CLASSIFICA-DETALHE.

       ROOT-PROCURA-ANTERIOR.

           IF WSS-ANT-CONTRATO (WSS-ANT-IDX) EQUAL REG-CONTRATO
              AND WSS-ANT-PARCELA (WSS-ANT-IDX) EQUAL REG-PARCELA
              MOVE 'S' TO WSS-ANT-ACHOU
           ELSE
              ADD 1 TO WSS-ANT-IDX
           MOVE REG-DATA-VENCIMENTO TO DEL-VENC-NOVO
           MOVE ZEROES              TO DEL-VENC-ANT
           MOVE REG-CODIGO-REF      TO DEL-CODREF-NOVO
           MOVE SPACES              TO DEL-CODREF-ANT
           MOVE REG-PARCELA         TO DEL-PARCELA.

           PERFORM ROOT-GRAVA-DELTA THRU ROOT-GRAVA-DELTA-EXIT.

                                    TO DEL-VENC-ANT
           MOVE REG-CODIGO-REF      TO DEL-CODREF-NOVO
           MOVE WSS-ANT-CODREF (WSS-ANT-IDX)
                                    TO DEL-CODREF-ANT
           MOVE REG-PARCELA         TO DEL-PARCELA.

           PERFORM ROOT-GRAVA-DELTA THRU ROOT-GRAVA-DELTA-EXIT.

              MOVE SPACES              TO DEL-CODREF-NOVO
              MOVE WSS-ANT-CODREF (WSS-ANT-IDX)
                                       TO DEL-CODREF-ANT
              MOVE WSS-ANT-PARCELA (WSS-ANT-IDX)
                                       TO DEL-PARCELA
              PERFORM ROOT-GRAVA-DELTA THRU ROOT-GRAVA-DELTA-EXIT
           END-IF.

