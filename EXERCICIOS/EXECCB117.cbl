      *                                ou fora da vigencia - o extrato
      *                                so carrega REG-CODIGO-REF de
      *                                codigo valido na data.
      * 15/10/2026 DANIEL CARNEIRO     Area de interface do CADCT119
      *                                ampliada com a situacao do
      *                                contrato no ciclo de vida.
      * 15/10/2026 DANIEL CARNEIRO     Na rerodada de uma filial
      *                                atrasada (data de movimento
      *                                fixada pelo EXECMD117, origem
      *                                'F') o extrato sai na geracao
      *                                OUTPTFL.R+AAAAMMDD da mesma
      *                                data, catalogada depois da
      *                                geracao 'D' da noite.
      * 15/10/2026 DANIEL CARNEIRO     Area de parametros do PARML117
      *                                ampliada com os cartoes do
      *                                acompanhamento de tempo do lote.
      * 15/10/2026 DANIEL CARNEIRO     Numero da parcela (plano de
      *                                parcelamento do COBOL119) lido
      *                                de ENTRADA117 e levado ao
      *                                extrato em REG-PARCELA - cada
      *                                parcela sai como um detalhe
      *                                proprio.
      * 15/10/2026 DANIEL CARNEIRO     Area de parametros do PARML117
      *                                ampliada com os cartoes da
      *                                estatistica mensal por filial.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 ENT-STATUS               PIC X(01).
           05 ENT-FILIAL               PIC X(02).
           05 ENT-PRINCIPAL            PIC 9(09)V99.
           05 ENT-PARCELA              PIC 9(03).
           05 ENT-QTD-PARCELAS         PIC 9(03).
           05 FILLER                   PIC X(02).

      *-----------------------------------------------------------------
      * REGISTRO DO CATALOGO DE GERACOES - LAYOUT COMPARTILHADO.
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
      * PEDIDO DE DATA DE MOVIMENTO DO CICLO (DATMV117).
      *-----------------------------------------------------------------
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
      * PEDIDO DE GRAVACAO DO HISTORICO DE EXECUCOES (GRVHST01).
      *-----------------------------------------------------------------
      * DEFINE A GERACAO DO EXTRATO : NUM RESTART A DATA VEM DO
      * CHECKPOINT PARA REABRIR A MESMA GERACAO; NUM COMECO DO ZERO A
      * GERACAO E A DA DATA DE EXECUCAO DE HOJE. NA RERODADA DE UMA
      * FILIAL ATRASADA (DATA FIXADA PELO EXECMD117, ORIGEM 'F') O
      * EXTRATO DA NOITE COMPLETADO COM A FILIAL SAI NUMA GERACAO NOVA
      * OUTPTFL.R+AAAAMMDD DA MESMA DATA, CATALOGADA DEPOIS DA 'D' -
      * PASSA A SER A ULTIMA GERACAO PARA OS LEITORES DO CATALOGO.
      *-----------------------------------------------------------------
           IF WSS-CKPT-INICIAL > ZEROES AND WSS-CKPT-DATA > ZEROES
              MOVE WSS-CKPT-DATA TO WSS-DATA-GERACAO
           END-IF.

           MOVE SPACES TO WSS-OUTPTFL-DD.
           IF WSS-DTM-ORIGEM EQUAL 'F'
              STRING 'OUTPTFL.R'      DELIMITED BY SIZE
                     WSS-DATA-GERACAO DELIMITED BY SIZE
                INTO WSS-OUTPTFL-DD
           ELSE
              STRING 'OUTPTFL.D'      DELIMITED BY SIZE
                     WSS-DATA-GERACAO DELIMITED BY SIZE
                INTO WSS-OUTPTFL-DD
           END-IF.

           PERFORM ROOT-CONTA-ENTRADA THRU ROOT-CONTA-ENTRADA-EXIT.

              MOVE ENT-DATA-VENCTO   TO REG-DATA-VENCIMENTO
              MOVE 'R'               TO REG-ORIGEM
              MOVE ENT-FILIAL        TO REG-FILIAL
              MOVE ZEROES            TO REG-PARCELA
              IF ENT-PARCELA IS NUMERIC
                 MOVE ENT-PARCELA    TO REG-PARCELA
              END-IF
           ELSE
              MOVE SPACES            TO REG-CONTRATO
              MOVE ZEROES            TO REG-DATA-VENCIMENTO
              MOVE 'T'               TO REG-ORIGEM
              MOVE SPACES            TO REG-FILIAL
              MOVE ZEROES            TO REG-PARCELA
           END-IF.

           PERFORM ROOT-RESOLVE-CODIGO-REF
