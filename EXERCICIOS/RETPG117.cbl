      * Date: 02/09/2026
      * Purpose: PROCESSAMENTO DO RETORNO DE PAGAMENTOS DO BANCO
      *          CONTRA O FATURAMENTO DE ENCARGOS. LE O ARQUIVO DE
      *          RETORNO (RETBC117 : CONTRATO, DATA E VALOR PAGOS) E
      *          PROCURA A LINHA ABERTA DE FATUR117 DO CONTRATO.
      *          TODO PAGAMENTO COM FATURA ABERTA E CREDITADO NA
      *          CONTA CORRENTE DE COBRANCA DO CONTRATO (CTACC117,
      *          VIA CTACT117), QUE O APLICA AOS VENCIMENTOS ABERTOS
      *          DO MAIS ANTIGO PARA O MAIS NOVO - PAGAMENTO PARCIAL
      *          REDUZ O ABERTO DO VENCIMENTO E O PAGAMENTO A MAIOR
      *          SOBRA COMO CREDITO LIVRE, QUE ABATE O PROXIMO
      *          FATURAMENTO. CADA VENCIMENTO LIQUIDADO TEM AS SUAS
      *          LINHAS DE FATUR117 MARCADAS 'L' E E BAIXADO NO
      *          CADASTRO PERSISTENTE (CADCT119, EVENTO 'LIQ' COM O
      *          VENCIMENTO E A DATA) PARA O COBRA117 PARAR DE
      *          REFATURAR. CADA PAGAMENTO CREDITADO SAI EM LIQPG117
      *          ('T' QUANDO LIQUIDOU O VENCIMENTO, 'P' QUANDO FOI
      *          PARCIAL) PARA A CONTABILIZACAO DO CONTB117.
      *          PAGAMENTO SEM FATURA ABERTA, SEM VALOR OU COM
      *          CONTRATO INVALIDO SAI NO ARQUIVO DE EXCECOES
      *          (EXCPG117). NO FIM, LIDOS = CASADOS + PARCIAIS +
      *          EXCECOES - QUALQUER DIFERENCA ABENDA ANTES DA
      *          REGRAVACAO DE FATUR117.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification history
      *                                mesma populacao de cinco
      *                                filiais dimensionada no
      *                                COBOL119.
      * 15/10/2026 DANIEL CARNEIRO     Casamento pela conta corrente
      *                                de cobranca (CTACC117, via
      *                                CTACT117) : todo pagamento com
      *                                fatura aberta e creditado na
      *                                conta do contrato. A linha so e
      *                                liquidada ('L' e evento 'LIQ')
      *                                quando o saldo zera; pagamento
      *                                parcial deixa a fatura aberta
      *                                com o saldo reduzido e pagamento
      *                                a maior fica como saldo credor
      *                                para abater o proximo
      *                                faturamento. 'VALOR DIVERGENTE'
      *                                deixa de existir; o fechamento
      *                                passa a ser LIDOS = CASADOS +
      *                                PARCIAIS + EXCECOES.
      * 15/10/2026 DANIEL CARNEIRO     Cada pagamento creditado na
      *                                conta corrente sai tambem em
      *                                LIQPG117 (acumulado ate o
      *                                CONTB117 contabilizar e
      *                                esvaziar o arquivo).
      * 15/10/2026 DANIEL CARNEIRO     EXCPG117 passa a levar a filial
      *                                da fatura (em branco quando nao
      *                                ha fatura aberta), para o
      *                                movimento diario por filial
      *                                (MOVFL117).
      * 15/10/2026 DANIEL CARNEIRO     Area de interface do CADCT119
      *                                ampliada com a situacao do
      *                                contrato no ciclo de vida.
      * 15/10/2026 DANIEL CARNEIRO     Liquidacao por vencimento : a
      *                                conta corrente aplica o
      *                                pagamento aos vencimentos
      *                                abertos do contrato e devolve
      *                                os que liquidou; todas as
      *                                linhas de FATUR117 de cada um
      *                                saem 'L' e o evento 'LIQ' do
      *                                CADCT119 leva o vencimento.
      *                                Parcial/casado passa a ser pela
      *                                situacao do vencimento, nao
      *                                pelo saldo do contrato.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EXCPG117.

      *-----------------------------------------------------------------
      * LIQUIDACOES PARA A CONTABILIDADE - UM REGISTRO POR PAGAMENTO
      * CREDITADO NA CONTA CORRENTE. ACUMULA ENTRE EXECUCOES ATE O
      * CONTB117 CONTABILIZAR E ESVAZIAR O ARQUIVO.
      *-----------------------------------------------------------------
           SELECT LIQPG117  ASSIGN TO LIQPG117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LIQPG117.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 EXC-VALOR-ESPERADO       PIC 9(09)V99.
           05 FILLER                   PIC X(01).
           05 EXC-MOTIVO               PIC X(20).
           05 FILLER                   PIC X(01).
           05 EXC-FILIAL               PIC X(02).
           05 FILLER                   PIC X(13).

      *-----------------------------------------------------------------
      * LIQ-TIPO : 'T' = PAGAMENTO QUE LIQUIDOU O VENCIMENTO
      *            'P' = PAGAMENTO PARCIAL (VENCIMENTO CONTINUA ABERTO)
      * LIQ-DATA-VENCTO E O PRIMEIRO VENCIMENTO QUE RECEBEU O PAGAMENTO.
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

      *-----------------------
       WORKING-STORAGE SECTION.
       77 FS-RETBC117              PIC 99.
       77 FS-FATUR117              PIC 99.
       77 FS-EXCPG117              PIC 99.
       77 FS-LIQPG117              PIC 99.
       77 WSS-MENSAGEM             PIC X(30).

       77 WSS-EOF-RETORNO          PIC X(01) VALUE 'N'.
               10 WSS-FAT-IMAGEM   PIC X(120).
       77 WSS-FAT-IDX              PIC 9(5) COMP.
       77 WSS-FAT-ACHADA           PIC 9(5) COMP VALUE ZEROES.
       77 WSS-LIQ-IDX              PIC 9(3) COMP.
       77 WSS-VENC-BAIXA           PIC 9(08) VALUE ZEROES.
       77 WSS-VALOR-ESPERADO       PIC 9(09)V99 VALUE ZEROES.

      *-----------------------------------------------------------------
           05 WFT-TIPO-REG             PIC X(02).
           05 FILLER                   PIC X(01).
           05 WFT-CONTRATO             PIC X(10).
           05 FILLER                   PIC X(01).
           05 WFT-DATA-VENCTO          PIC 9(08).
           05 FILLER                   PIC X(26).
           05 WFT-FILIAL               PIC X(02).
           05 FILLER                   PIC X(01).
           05 WFT-PRINCIPAL            PIC 9(09)V99.
           05 FILLER                   PIC X(21).
           05 WFT-ENCARGO-TOTAL        PIC 9(07)V99.
           05 FILLER                   PIC X(26).

      *-----------------------------------------------------------------
      * TOTAIS DO CASAMENTO : LIDOS = CASADOS + PARCIAIS + EXCECOES.
      * CASADOS = PAGAMENTOS QUE LIQUIDARAM O VENCIMENTO QUE
      * RECEBERAM - OS QUE SOBRARAM COMO CREDITO LIVRE SAO CONTADOS
      * TAMBEM EM EXCEDENTES; PARCIAIS = PAGAMENTOS QUE DEIXARAM O
      * VENCIMENTO ABERTO.
      *-----------------------------------------------------------------
       77 WSS-PAG-LIDOS            PIC 9(07) VALUE ZEROES.
       77 WSS-PAG-CASADOS          PIC 9(07) VALUE ZEROES.
       77 WSS-PAG-PARCIAIS         PIC 9(07) VALUE ZEROES.
       77 WSS-PAG-EXCEDENTES       PIC 9(07) VALUE ZEROES.
       77 WSS-PAG-EXCECOES         PIC 9(07) VALUE ZEROES.
       77 WSS-VLR-CREDITADO        PIC 9(11)V99 VALUE ZEROES.

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
               88 WSS-CCC-DEVEDOR              VALUE 'D'.
               88 WSS-CCC-CREDOR               VALUE 'C'.
           05 WSS-CCC-FOUND            PIC X(01).
           05 WSS-CCC-RESULT           PIC X(01).
           05 WSS-CCC-PARCELA          PIC 9(03).
           05 WSS-CCC-VLR-MULTA        PIC 9(09)V99.
           05 WSS-CCC-VLR-JUROS        PIC 9(09)V99.
           05 WSS-CCC-VLR-MINIMO       PIC 9(09)V99.
           05 WSS-CCC-SIT-VENC         PIC X(01).
               88 WSS-CCC-VENC-ABERTO          VALUE 'A'.
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
      * INTERFACE DO REGISTRO PERSISTENTE DE CONTRATOS (CADCT119).
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
           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

      *-----------------------------------------------------------------
      * OS LANCAMENTOS DA CONTA CORRENTE SAEM COM A DATA DE MOVIMENTO
      * DO CICLO (DATMV117), NAO A DO RELOGIO.
      *-----------------------------------------------------------------
           MOVE 'C' TO WSS-DTM-FUNCAO.
           CALL 'DATMV117' USING WSS-DTM-REQUEST.
           MOVE WSS-DTM-DATA TO WSS-HOJE.

           PERFORM ROOT-CARREGA-FATURAS
              THRU ROOT-CARREGA-FATURAS-EXIT.

              PERFORM ROT-ABEND
           END-IF.

           OPEN EXTEND LIQPG117.
           IF FS-LIQPG117 EQUAL '35'
              OPEN OUTPUT LIQPG117
           END-IF.
           IF FS-LIQPG117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE LIQPG117'
                     TO WSS-MENSAGEM
              MOVE RCRPG117-ERRO-ARQ-LIQUIDACAO         TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

       002-PROCESSA-RETORNO        SECTION.

           PERFORM ROOT-LE-RETORNO THRU ROOT-LE-RETORNO-EXIT

           CLOSE RETBC117.
           CLOSE EXCPG117.
           CLOSE LIQPG117.

           MOVE 'F' TO WSS-CCC-FUNCAO.
           CALL 'CTACT117' USING WSS-CCC-REQUEST.

       003-PROCEDIMENTOS-FINAIS    SECTION.

           DISPLAY ' PAGAMENTOS LIDOS    : ' WSS-PAG-LIDOS
           DISPLAY ' PAGAMENTOS CASADOS  : ' WSS-PAG-CASADOS
           DISPLAY '   DOS QUAIS A MAIOR : ' WSS-PAG-EXCEDENTES
           DISPLAY ' PAGAMENTOS PARCIAIS : ' WSS-PAG-PARCIAIS
           DISPLAY ' EXCECOES            : ' WSS-PAG-EXCECOES
           DISPLAY ' VALOR CREDITADO     : ' WSS-VLR-CREDITADO
           DISPLAY ' '.

           IF WSS-PAG-LIDOS NOT EQUAL
              WSS-PAG-CASADOS + WSS-PAG-PARCIAIS + WSS-PAG-EXCECOES
              MOVE ' TOTAIS DO RETORNO NAO FECHAM'
                     TO WSS-MENSAGEM
              MOVE RCRPG117-DIVERGE-TOTAIS              TO RETURN-CODE

      *-----------------------------------------------------------------
      * PROCURA A LINHA ABERTA DE FATUR117 DO CONTRATO PAGO. SEM
      * FATURA ABERTA, SEM VALOR OU COM CONTRATO INVALIDO PARA A CONTA
      * CORRENTE, O PAGAMENTO VIRA EXCECAO. CASADO, O VALOR PAGO E
      * CREDITADO NA CONTA CORRENTE DO CONTRATO, QUE O APLICA AOS
      * VENCIMENTOS ABERTOS EM ORDEM DE VENCIMENTO E DEVOLVE OS QUE
      * LIQUIDOU - SO AS LINHAS DESSES VENCIMENTOS SAEM LIQUIDADAS. O
      * PRIMEIRO VENCIMENTO QUE RECEBEU O PAGAMENTO DECIDE : AINDA
      * ABERTO = PARCIAL; LIQUIDADO = CASADO (O QUE SOBRAR FICA COMO
      * CREDITO LIVRE PARA ABATER O PROXIMO FATURAMENTO).
      *-----------------------------------------------------------------
       ROOT-CASA-PAGAMENTO.

           COMPUTE WSS-VALOR-ESPERADO =
                   WFT-PRINCIPAL + WFT-ENCARGO-TOTAL.

           IF RET-VALOR IS NOT NUMERIC
              OR RET-VALOR EQUAL ZEROES
              MOVE 'VALOR INVALIDO' TO WSS-MENSAGEM
              PERFORM ROOT-GRAVA-EXCECAO
                 THRU ROOT-GRAVA-EXCECAO-EXIT
              GO TO ROOT-CASA-PAGAMENTO-EXIT
           END-IF.

           MOVE 'C'             TO WSS-CCC-FUNCAO
           MOVE RET-CONTRATO    TO WSS-CCC-CONTRATO
           MOVE WFT-FILIAL      TO WSS-CCC-FILIAL
           MOVE WFT-DATA-VENCTO TO WSS-CCC-DATA-VENC
           MOVE WSS-HOJE        TO WSS-CCC-DATA-MOV
           MOVE 'RETPG117'      TO WSS-CCC-ORIGEM
           MOVE RET-VALOR       TO WSS-CCC-VALOR.

           CALL 'CTACT117' USING WSS-CCC-REQUEST.

           IF WSS-CCC-RESULT NOT EQUAL SPACE
              MOVE 'CONTRATO INVALIDO' TO WSS-MENSAGEM
              PERFORM ROOT-GRAVA-EXCECAO
                 THRU ROOT-GRAVA-EXCECAO-EXIT
              GO TO ROOT-CASA-PAGAMENTO-EXIT
           END-IF.

           ADD RET-VALOR TO WSS-VLR-CREDITADO.

           PERFORM ROOT-GRAVA-LIQUIDACAO
              THRU ROOT-GRAVA-LIQUIDACAO-EXIT.

           MOVE 1 TO WSS-LIQ-IDX.

           PERFORM ROOT-BAIXA-VENCIMENTO
              THRU ROOT-BAIXA-VENCIMENTO-EXIT
                   UNTIL WSS-LIQ-IDX > WSS-CCC-QTD-LIQ.

           IF WSS-CCC-VENC-ABERTO
              ADD 1 TO WSS-PAG-PARCIAIS
              GO TO ROOT-CASA-PAGAMENTO-EXIT
           END-IF.

           ADD 1 TO WSS-PAG-CASADOS.

           IF WSS-CCC-VALOR-SOBRA > ZEROES
              ADD 1 TO WSS-PAG-EXCEDENTES
           END-IF.

       ROOT-CASA-PAGAMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VENCIMENTO LIQUIDADO PELO PAGAMENTO : TODAS AS LINHAS DE
      * FATUR117 DO CONTRATO COM ESSE VENCIMENTO SAEM LIQUIDADAS E O
      * VENCIMENTO E BAIXADO NO CADASTRO PERSISTENTE.
      *-----------------------------------------------------------------
       ROOT-BAIXA-VENCIMENTO.

           MOVE WSS-CCC-VENC-LIQ (WSS-LIQ-IDX) TO WSS-VENC-BAIXA.
           MOVE 1 TO WSS-FAT-IDX.

           PERFORM ROOT-MARCA-FATURA THRU ROOT-MARCA-FATURA-EXIT
                   UNTIL WSS-FAT-IDX > WSS-QTD-FATURAS.

           MOVE 'A'            TO WSS-CTR-FUNCAO.
           MOVE 'LIQ'          TO WSS-CTR-EVENTO.
           MOVE RET-CONTRATO   TO WSS-CTR-CONTRATO.
           MOVE WSS-VENC-BAIXA TO WSS-CTR-DATA-VENC.

           CALL 'CADCT119' USING WSS-CTR-REQUEST.

           ADD 1 TO WSS-LIQ-IDX.

       ROOT-BAIXA-VENCIMENTO-EXIT.
           EXIT.

       ROOT-MARCA-FATURA.

           MOVE WSS-FAT-IMAGEM (WSS-FAT-IDX) TO WSS-FATURA-TRABALHO.

           IF WFT-TIPO-REG EQUAL 'DT'
              AND WFT-CONTRATO EQUAL RET-CONTRATO
              AND WFT-DATA-VENCTO EQUAL WSS-VENC-BAIXA
              MOVE 'L' TO WFT-SITUACAO
              MOVE WSS-FATURA-TRABALHO
                TO WSS-FAT-IMAGEM (WSS-FAT-IDX)
           END-IF.

           ADD 1 TO WSS-FAT-IDX.

       ROOT-MARCA-FATURA-EXIT.
           EXIT.

       ROOT-PROCURA-FATURA.
       ROOT-PROCURA-FATURA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA O PAGAMENTO CREDITADO NO ARQUIVO DE LIQUIDACOES PARA A
      * CONTABILIZACAO (CAIXA X A RECEBER) PELO CONTB117.
      *-----------------------------------------------------------------
       ROOT-GRAVA-LIQUIDACAO.

           MOVE SPACES            TO REG-LIQPG117
           MOVE RET-CONTRATO      TO LIQ-CONTRATO
           MOVE WFT-FILIAL        TO LIQ-FILIAL
           MOVE WSS-CCC-DATA-VENC TO LIQ-DATA-VENCTO
           MOVE WSS-HOJE          TO LIQ-DATA-MOV
           MOVE RET-DATA-PGTO     TO LIQ-DATA-PGTO
           MOVE RET-VALOR         TO LIQ-VALOR.

           IF WSS-CCC-VENC-ABERTO
              MOVE 'P' TO LIQ-TIPO
           ELSE
              MOVE 'T' TO LIQ-TIPO
           END-IF.

           WRITE REG-LIQPG117.
           IF FS-LIQPG117 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE LIQPG117'
                     TO WSS-MENSAGEM
              MOVE RCRPG117-ERRO-ARQ-LIQUIDACAO         TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

       ROOT-GRAVA-LIQUIDACAO-EXIT.
           EXIT.

       ROOT-GRAVA-EXCECAO.

           ADD 1 TO WSS-PAG-EXCECOES.
           MOVE WSS-VALOR-ESPERADO TO EXC-VALOR-ESPERADO
           MOVE WSS-MENSAGEM       TO EXC-MOTIVO.

           IF WSS-FAT-ACHADA > ZEROES
              MOVE WFT-FILIAL      TO EXC-FILIAL
           END-IF.

           WRITE REG-EXCPG117.
           IF FS-EXCPG117 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE EXCPG117'
