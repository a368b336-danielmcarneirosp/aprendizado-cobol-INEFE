      *                                ampliado de 80 para 120 bytes;
      *                                os percentuais continuam no
      *                                registro para conferencia.
      * 15/10/2026 DANIEL CARNEIRO     Cada linha faturada passa a ser
      *                                debitada na conta corrente de
      *                                cobranca do contrato (CTACC117,
      *                                via CTACT117) - a refaturacao do
      *                                mesmo vencimento so debita o
      *                                acrescimo de encargo. Saldo
      *                                credor de pagamento a maior que
      *                                cobre o faturamento liquida a
      *                                linha na hora ('L' e evento
      *                                'LIQ' no CADCT119).
      * 15/10/2026 DANIEL CARNEIRO     Dias uteis de atraso dentro do
      *                                periodo de suspensao do
      *                                contrato (CADCT119, mantido pelo
      *                                MANCT119) deixam de render
      *                                juros; a faixa e os dias de
      *                                atraso da fatura seguem o
      *                                atraso total.
      * 15/10/2026 DANIEL CARNEIRO     Rerodada de uma filial atrasada
      *                                (data de movimento fixada pelo
      *                                EXECMD117, origem 'F') : le so
      *                                os contratos da filial
      *                                (ENTFL117), comeca o FATUR117
      *                                com as linhas da noite guardadas
      *                                em FATAN117 e soma os totais do
      *                                trailer da noite aos da filial.
      *                                Historico como 'COBRA117F'.
      * 15/10/2026 DANIEL CARNEIRO     Abono de encargo aprovado
      *                                (ABONO117, mantido pelo
      *                                MANAB117) reduz a multa e/ou os
      *                                juros da linha antes do debito
      *                                na conta corrente. A linha leva
      *                                o encargo original, o valor e o
      *                                tipo do abono; o trailer leva
      *                                linhas abonadas e total abonado.
      * 15/10/2026 DANIEL CARNEIRO     Parcela de plano de parcelamento
      *                                (COBOL119) lida de ENTRADA117 e
      *                                gravada em FAT-PARCELA; cada
      *                                parcela e cobrada como um
      *                                vencimento proprio.
      * 15/10/2026 DANIEL CARNEIRO     Vencimento ja liquidado passa a
      *                                ser reconhecido pela situacao
      *                                do proprio vencimento na conta
      *                                corrente (CTACT117 'V'), nao
      *                                pelo CADCT119. O debito leva a
      *                                parcela e a composicao do
      *                                encargo, e o trailer leva o
      *                                acrescimo e o estorno de
      *                                encargo do dia devolvidos pela
      *                                conta corrente (base da
      *                                interface contabil). 'FAT' e
      *                                'LIQ' levam o vencimento. O
      *                                piso minimo volta a valer
      *                                depois do abono e o valor
      *                                abonado e a reducao efetiva do
      *                                encargo; abono que nao reduz o
      *                                encargo nao marca a linha.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------------------------------------------------
      * CONTRATOS COM VENCIMENTO CALCULADO. NA RERODADA DE UMA FILIAL
      * ATRASADA O NOME LOGICO PASSA A ENTFL117 - SO OS CONTRATOS DA
      * FILIAL, MONTADO PELO EXECMD117.
      *-----------------------------------------------------------------
           SELECT ENTRADA117 ASSIGN TO DYNAMIC WSS-ENTRADA-DD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ENTRADA117.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FATUR117.

      *-----------------------------------------------------------------
      * FATURAMENTO DA NOITE GUARDADO PELO EXECMD117 ANTES DA RERODADA
      * DE UMA FILIAL ATRASADA. SO E LIDO NA RERODADA : AS LINHAS 'DT'
      * SAO COPIADAS PARA O NOVO FATUR117 E OS TOTAIS DO TRAILER SAO
      * SOMADOS AOS DA FILIAL.
      *-----------------------------------------------------------------
           SELECT FATAN117  ASSIGN TO FATAN117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FATAN117.

      *-----------------------------------------------------------------
      * PEDIDOS DE ABONO DE ENCARGO MANTIDOS PELO MANAB117. ARQUIVO
      * OPCIONAL : SEM ELE NENHUMA LINHA E ABONADA.
      *-----------------------------------------------------------------
           SELECT ABONO117  ASSIGN TO ABONO117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ABONO117.

      *-----------------------------------------------------------------
      * TABELA DE ENCARGOS MANTIDA (MANTC117) - UMA LINHA POR VIGENCIA
      * + FAIXA. ARQUIVO OPCIONAL : SEM ELE VALEM OS PADROES
           05 ENT-STATUS               PIC X(01).
           05 ENT-FILIAL               PIC X(02).
           05 ENT-PRINCIPAL            PIC 9(09)V99.
           05 ENT-PARCELA              PIC 9(03).
           05 ENT-QTD-PARCELAS         PIC 9(03).
           05 FILLER                   PIC X(02).

       FD FERIADOS119
           RECORD CONTAINS 8 CHARACTERS
      * ATRASO COM DIAS UTEIS, FAIXA, TAXA, PERCENTUAIS (CONFERENCIA)
      * E OS ENCARGOS EM VALOR SOBRE O PRINCIPAL (MULTA + JUROS, COM
      * PISO MINIMO); 'TR' = TRAILER COM OS TOTAIS PARA A TESOURARIA.
      * LINHA COM ABONO APROVADO (ABONO117) SAI COM A MULTA, OS JUROS E
      * O TOTAL JA LIQUIDOS DO ABONO, MAIS O ENCARGO ORIGINAL, O VALOR
      * ABONADO E O TIPO DO ABONO PARA CONFERENCIA; SEM ABONO O
      * ORIGINAL REPETE O TOTAL E O VALOR ABONADO E ZERO.
      * PARCELA DE PLANO DE PARCELAMENTO (COBOL119) E FATURADA COMO UM
      * VENCIMENTO PROPRIO E LEVA O NUMERO DA PARCELA (ZEROS FORA DE
      * PLANO).
      *-----------------------------------------------------------------
       FD FATUR117
           RECORD CONTAINS 120 CHARACTERS
           05 FAT-SITUACAO             PIC X(01).
               88 FAT-ABERTA                   VALUE 'A'.
               88 FAT-LIQUIDADA                VALUE 'L'.
           05 FILLER                   PIC X(01).
           05 FAT-ENCARGO-ORIG         PIC 9(07)V99.
           05 FILLER                   PIC X(01).
           05 FAT-ABONO-VLR            PIC 9(07)V99.
           05 FILLER                   PIC X(01).
           05 FAT-ABONO-TIPO           PIC X(01).
           05 FILLER                   PIC X(01).
           05 FAT-PARCELA              PIC 9(03).

       01 REG-FATUR-TRAILER REDEFINES REG-FATUR117.
           05 FTR-TIPO-REG             PIC X(02).
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
      * BASE DA RERODADA - MESMO LAYOUT DE FATUR117; SO O TIPO DE
      * REGISTRO E O TRAILER SAO DESMEMBRADOS.
      *-----------------------------------------------------------------
       FD FATAN117
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-FATAN117.

       01 REG-FATAN117.
           05 ANT-TIPO-REG             PIC X(02).
           05 FILLER                   PIC X(118).

       01 REG-FATAN-TRAILER REDEFINES REG-FATAN117.
           05 ATR-TIPO-REG             PIC X(02).
           05 FILLER                   PIC X(01).
           05 ATR-QTD-FATURADOS        PIC 9(06).
           05 FILLER                   PIC X(01).
           05 ATR-TOTAL-PRINCIPAL      PIC 9(11)V99.
           05 FILLER                   PIC X(01).
           05 ATR-TOTAL-ENCARGOS       PIC 9(11)V99.
           05 FILLER                   PIC X(01).
           05 ATR-QTD-ABONADOS         PIC 9(06).
           05 FILLER                   PIC X(01).
           05 ATR-TOTAL-ABONADO        PIC 9(11)V99.
           05 FILLER                   PIC X(01).
           05 ATR-ENC-ACRESCIDO        PIC 9(11)V99.
           05 FILLER                   PIC X(01).
           05 ATR-ENC-ESTORNADO        PIC 9(11)V99.
           05 FILLER                   PIC X(34).

      *-----------------------------------------------------------------
      * PEDIDO DE ABONO - LIDO PELA AREA DE TRABALHO REG-ABONO117
      * (COPYBOOK ABNRG117).
      *-----------------------------------------------------------------
       FD ABONO117
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-ABONO117-ARQ.

       01 REG-ABONO117-ARQ             PIC X(100).

      *-----------------------------------------------------------------
      * LINHA DA TABELA DE ENCARGOS : VIGENCIA + FAIXA + LIMITE DA
       77 FS-ENTRADA117            PIC 99.
       77 FS-FERIADOS              PIC 99.
       77 FS-FATUR117              PIC 99.
       77 FS-FATAN117              PIC 99.
       77 WSS-MENSAGEM             PIC X(30).
       77 WSS-ENTRADA-DD           PIC X(10) VALUE 'ENTRADA117'.

       77 WSS-EOF-ENTRADA          PIC X(01) VALUE 'N'.
           88 WSS-FIM-ENTRADA                VALUE 'S'.
       77 WSS-REG-EM-ATRASO        PIC 9(07) VALUE ZEROES.
       77 WSS-REG-IGNORADOS        PIC 9(07) VALUE ZEROES.
       77 WSS-REG-LIQUIDADOS       PIC 9(07) VALUE ZEROES.
       77 WSS-REG-SUSPENSOS        PIC 9(07) VALUE ZEROES.
       77 WSS-REG-COMPENSADOS      PIC 9(07) VALUE ZEROES.

      *-----------------------------------------------------------------
      * TABELA DE FERIADOS EM MEMORIA - MESMA CAPACIDADE DE DOIS ANOS
       77 WSS-TOT-PRINCIPAL        PIC 9(11)V99 VALUE ZEROES.
       77 WSS-TOT-ENCARGOS         PIC 9(11)V99 VALUE ZEROES.

      *-----------------------------------------------------------------
      * ACRESCIMO E ESTORNO DE ENCARGO DO DIA, POR COMPONENTE (MULTA,
      * JUROS, COMPLEMENTO DO MINIMO), DEVOLVIDOS PELA CONTA CORRENTE
      * A CADA DEBITO - VAO PARA O TRAILER DE FATUR117 E SAO O QUE O
      * CONTB117 CONTABILIZA. COMPLEMENTO DO MINIMO = ENCARGO TOTAL
      * MENOS MULTA E JUROS.
      *-----------------------------------------------------------------
       77 WSS-MINIMO-VLR           PIC 9(07)V99 VALUE ZEROES.
       77 WSS-TOT-ENC-ACRESCIDO    PIC 9(11)V99 VALUE ZEROES.
       77 WSS-TOT-ENC-ESTORNADO    PIC 9(11)V99 VALUE ZEROES.

      *-----------------------------------------------------------------
      * RERODADA DE UMA FILIAL ATRASADA (DATA DE MOVIMENTO FIXADA PELO
      * EXECMD117, ORIGEM 'F') : TOTAIS DO FATURAMENTO DA NOITE LIDOS
      * DO TRAILER DE FATAN117, SOMADOS AOS DA FILIAL NO NOVO TRAILER.
      *-----------------------------------------------------------------
       77 WSS-RERODADA-SW          PIC X(01) VALUE 'N'.
           88 WSS-RERODADA-FILIAL            VALUE 'S'.
       77 WSS-EOF-FATAN            PIC X(01) VALUE 'N'.
           88 WSS-FIM-FATAN                  VALUE 'S'.
       77 WSS-BASE-TRAILER         PIC X(01) VALUE 'N'.
           88 WSS-BASE-TEM-TRAILER           VALUE 'S'.
       77 WSS-BASE-LINHAS          PIC 9(07) VALUE ZEROES.
       77 WSS-BASE-FATURADOS       PIC 9(07) VALUE ZEROES.
       77 WSS-BASE-PRINCIPAL       PIC 9(11)V99 VALUE ZEROES.
       77 WSS-BASE-ENCARGOS        PIC 9(11)V99 VALUE ZEROES.
       77 WSS-BASE-ABONADOS        PIC 9(07) VALUE ZEROES.
       77 WSS-BASE-ABONADO         PIC 9(11)V99 VALUE ZEROES.
       77 WSS-BASE-ACRESCIDO       PIC 9(11)V99 VALUE ZEROES.
       77 WSS-BASE-ESTORNADO       PIC 9(11)V99 VALUE ZEROES.

      *-----------------------------------------------------------------
      * ABONOS DE ENCARGO (ABONO117/MANAB117) : SO OS PEDIDOS
      * APROVADOS ATE A DATA DE PROCESSAMENTO E AINDA DENTRO DA
      * VALIDADE, EM ORDEM DE CONTRATO/VENCIMENTO (BUSCA BINARIA).
      *-----------------------------------------------------------------
       77 FS-ABONO117              PIC 99.
       77 WSS-EOF-ABONO            PIC X(01) VALUE 'N'.
           88 WSS-FIM-ABONO                  VALUE 'S'.
       77 WSS-QTD-ABN              PIC 9(4) COMP VALUE ZEROES.
       77 WSS-QTD-MAX-ABN          PIC 9(4) COMP VALUE 5000.
       01 WSS-TAB-ABN-GRP.
           05 WSS-ABN-ENT OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WSS-QTD-ABN.
               10 WSS-ABN-CHAVE    PIC X(19).
               10 WSS-ABN-TIPO     PIC X(01).
               10 WSS-ABN-FORMA    PIC X(01).
               10 WSS-ABN-PCT      PIC 9(03)V99.
               10 WSS-ABN-VALOR    PIC 9(07)V99.
       77 WSS-ABN-IDX              PIC 9(4) COMP.
       77 WSS-ABN-INF              PIC 9(4) COMP.
       77 WSS-ABN-SUP              PIC 9(4) COMP.
       77 WSS-ABN-POS              PIC 9(4) COMP.
       77 WSS-ABN-SHIFT            PIC 9(4) COMP.
       77 WSS-ABN-ACHOU            PIC X(01) VALUE 'N'.
           88 WSS-ABN-ENCONTROU              VALUE 'S'.
       01 WSS-ABN-TESTE.
           05 WSS-ABT-CONTRATO     PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WSS-ABT-VENCTO       PIC 9(08).

       COPY ABNRG117.

       77 WSS-ENCARGO-ORIG         PIC 9(07)V99 VALUE ZEROES.
       77 WSS-ABONO-MULTA          PIC 9(07)V99 VALUE ZEROES.
       77 WSS-ABONO-JUROS          PIC 9(07)V99 VALUE ZEROES.
       77 WSS-ABONO-SALDO          PIC 9(07)V99 VALUE ZEROES.
       77 WSS-ABONO-VLR            PIC 9(07)V99 VALUE ZEROES.
       77 WSS-REG-ABONADOS         PIC 9(07) VALUE ZEROES.
       77 WSS-TOT-ABONADO          PIC 9(11)V99 VALUE ZEROES.

      *-----------------------------------------------------------------
      * DATAS DE TRABALHO DA CONTAGEM DE DIAS UTEIS.
      *-----------------------------------------------------------------
       77 WSS-DIA-SEMANA           PIC 9(1).
       77 WSS-DATA-DIA             PIC 9(08).
       77 WSS-DIAS-UTEIS           PIC 9(05) VALUE ZEROES.
      *-----------------------------------------------------------------
      * PERIODO DE SUSPENSAO DO CONTRATO (CADCT119/MANCT119). OS DIAS
      * UTEIS DE ATRASO QUE CAEM DENTRO DELE CONTAM PARA A FAIXA MAS
      * NAO RENDEM JUROS. SEM DATA FINAL = SUSPENSO ATE HOJE.
      *-----------------------------------------------------------------
       77 WSS-SUSP-DE              PIC 9(08) VALUE ZEROES.
       77 WSS-SUSP-ATE             PIC 9(08) VALUE ZEROES.
       77 WSS-DIAS-SUSPENSOS       PIC 9(05) VALUE ZEROES.
       77 WSS-DIAS-JUROS           PIC 9(05) VALUE ZEROES.

      *-----------------------------------------------------------------
      * PEDIDO DE DATA DE MOVIMENTO DO CICLO (DATMV117).
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
               88 WSS-CCC-DEVEDOR              VALUE 'D'.
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
           DISPLAY ' COBRA117'
           DISPLAY ' CALCULO DE ATRASO E ENCARGOS DE COBRANCA'
           DISPLAY ' '.

      *-----------------------------------------------------------------
      * A DATA DE PROCESSAMENTO E A DATA DE MOVIMENTO DO CICLO
      * (DATMV117), NAO A DO RELOGIO. DATA FIXADA PELO EXECMD117
      * (ORIGEM 'F') E A RERODADA DE UMA FILIAL ATRASADA : LE SO OS
      * CONTRATOS DA FILIAL (ENTFL117), PRESERVA O FATURAMENTO DA
      * NOITE (FATAN117) E REGISTRA O HISTORICO COMO 'COBRA117F'.
      *-----------------------------------------------------------------
           MOVE 'C' TO WSS-DTM-FUNCAO.
           CALL 'DATMV117' USING WSS-DTM-REQUEST.
           MOVE WSS-DTM-DATA TO WSS-HOJE.

           MOVE 'INI'      TO WSS-HIS-TIPO
           MOVE 'COBRA117' TO WSS-HIS-PROGRAMA
           IF WSS-DTM-ORIGEM EQUAL 'F'
              MOVE 'S'         TO WSS-RERODADA-SW
              MOVE 'ENTFL117'  TO WSS-ENTRADA-DD
              MOVE 'COBRA117F' TO WSS-HIS-PROGRAMA
              DISPLAY ' RERODADA DE FILIAL - ENTRADA ' WSS-ENTRADA-DD
           END-IF.
           MOVE ZEROES     TO WSS-HIS-REGISTROS
           MOVE ZEROES     TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

           COMPUTE WSS-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE (WSS-HOJE).

           PERFORM ROT-CARREGA-FERIADOS
              THRU ROT-CARREGA-FERIADOS-EXIT.

           PERFORM ROOT-CARREGA-ABONOS
              THRU ROOT-CARREGA-ABONOS-EXIT.

           OPEN INPUT ENTRADA117.
           IF FS-ENTRADA117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE ENTRADA117'
              PERFORM ROT-ABEND
           END-IF.

           IF WSS-RERODADA-FILIAL
              PERFORM ROOT-COPIA-BASE-FATURA
                 THRU ROOT-COPIA-BASE-FATURA-EXIT
           END-IF.

       002-PROCESSA-CONTRATOS      SECTION.

           PERFORM ROOT-LE-ENTRADA THRU ROOT-LE-ENTRADA-EXIT
           CLOSE ENTRADA117.
           CLOSE FATUR117.

           MOVE 'F' TO WSS-CCC-FUNCAO.
           CALL 'CTACT117' USING WSS-CCC-REQUEST.

       003-PROCEDIMENTOS-FINAIS    SECTION.

           DISPLAY ' CONTRATOS LIDOS     : ' WSS-REG-LIDOS
           DISPLAY ' CONTRATOS EM ATRASO : ' WSS-REG-EM-ATRASO
           DISPLAY ' REGISTROS IGNORADOS : ' WSS-REG-IGNORADOS
           DISPLAY ' CONTRATOS LIQUIDADOS: ' WSS-REG-LIQUIDADOS
           DISPLAY ' LIQUIDADOS C/CREDITO: ' WSS-REG-COMPENSADOS
           DISPLAY ' FATURADOS C/SUSPENS.: ' WSS-REG-SUSPENSOS
           DISPLAY ' PRINCIPAL EM ATRASO : ' WSS-TOT-PRINCIPAL
           DISPLAY ' ENCARGOS FATURADOS  : ' WSS-TOT-ENCARGOS
           DISPLAY ' ABONOS EM VIGOR     : ' WSS-QTD-ABN
           DISPLAY ' LINHAS ABONADAS     : ' WSS-REG-ABONADOS
           DISPLAY ' ENCARGOS ABONADOS   : ' WSS-TOT-ABONADO
           DISPLAY ' ENCARGO ACRESCIDO   : ' WSS-TOT-ENC-ACRESCIDO
           DISPLAY ' ENCARGO ESTORNADO   : ' WSS-TOT-ENC-ESTORNADO.
           IF WSS-RERODADA-FILIAL
              DISPLAY ' LINHAS DA NOITE     : ' WSS-BASE-LINHAS
              DISPLAY ' FATURADOS DA NOITE  : ' WSS-BASE-FATURADOS
              DISPLAY ' PRINCIPAL DA NOITE  : ' WSS-BASE-PRINCIPAL
              DISPLAY ' ENCARGOS DA NOITE   : ' WSS-BASE-ENCARGOS
              DISPLAY ' ABONADAS DA NOITE   : ' WSS-BASE-ABONADOS
              DISPLAY ' ABONADO DA NOITE    : ' WSS-BASE-ABONADO
              DISPLAY ' ACRESCIDO DA NOITE  : ' WSS-BASE-ACRESCIDO
              DISPLAY ' ESTORNADO DA NOITE  : ' WSS-BASE-ESTORNADO
           END-IF.
           DISPLAY ' '.

           MOVE 'FIM'       TO WSS-HIS-TIPO
           END-IF.

      *-----------------------------------------------------------------
      * VENCIMENTO QUE A CONTA CORRENTE MOSTRA LIQUIDADO (BAIXA DO
      * RETPG117 OU SALDO CREDOR) JA FOI PAGO - NAO REFATURA. A
      * SITUACAO E A DO PROPRIO VENCIMENTO, ENTAO CADA PARCELA DE UM
      * PLANO E RECONHECIDA SEPARADAMENTE.
      *-----------------------------------------------------------------
           MOVE 'V'             TO WSS-CCC-FUNCAO.
           MOVE ENT-CONTRATO    TO WSS-CCC-CONTRATO.
           MOVE ENT-FILIAL      TO WSS-CCC-FILIAL.
           MOVE ENT-DATA-VENCTO TO WSS-CCC-DATA-VENC.
           MOVE WSS-HOJE        TO WSS-CCC-DATA-MOV.

           CALL 'CTACT117' USING WSS-CCC-REQUEST.

           IF WSS-CCC-RESULT EQUAL SPACE
              AND WSS-CCC-VENC-LIQUIDADO
              ADD 1 TO WSS-REG-LIQUIDADOS
              GO TO ROOT-PROCESSA-UM-CONTRATO-EXIT
           END-IF.

      *-----------------------------------------------------------------
      * SITUACAO DO CONTRATO NO CADASTRO PERSISTENTE (SUSPENSAO).
      *-----------------------------------------------------------------
           MOVE 'C'          TO WSS-CTR-FUNCAO.
           MOVE SPACES       TO WSS-CTR-EVENTO.

           CALL 'CADCT119' USING WSS-CTR-REQUEST.

           MOVE ZEROES TO WSS-SUSP-DE.
           MOVE ZEROES TO WSS-SUSP-ATE.

           IF WSS-CTR-ACHOU
              AND WSS-CTR-SUSP-DE NOT EQUAL ZEROES
              MOVE WSS-CTR-SUSP-DE  TO WSS-SUSP-DE
              MOVE WSS-CTR-SUSP-ATE TO WSS-SUSP-ATE
              IF WSS-SUSP-ATE EQUAL ZEROES
                 MOVE 99999999 TO WSS-SUSP-ATE
              END-IF
           END-IF.

           PERFORM ROT-CONTA-DIAS-UTEIS
      * CONTA OS DIAS UTEIS DECORRIDOS DO DIA SEGUINTE AO VENCIMENTO
      * ATE A DATA DE PROCESSAMENTO, PULANDO SABADO/DOMINGO (MESMA
      * REGRA FUNCTION MOD DO COBOL119) E OS FERIADOS DA TABELA.
      * DOS DIAS UTEIS, OS QUE CAEM NA SUSPENSAO DO CONTRATO FICAM
      * FORA DOS DIAS DE JUROS.
      *-----------------------------------------------------------------
       ROT-CONTA-DIAS-UTEIS.

           MOVE ZEROES TO WSS-DIAS-UTEIS.
           MOVE ZEROES TO WSS-DIAS-SUSPENSOS.
           COMPUTE WSS-DIA-INT = WSS-VENC-INT + 1.

           PERFORM ROT-TESTA-UM-DIA THRU ROT-TESTA-UM-DIA-EXIT
                   UNTIL WSS-DIA-INT > WSS-HOJE-INT.

           COMPUTE WSS-DIAS-JUROS = WSS-DIAS-UTEIS - WSS-DIAS-SUSPENSOS.

       ROT-CONTA-DIAS-UTEIS-EXIT.
           EXIT.

           PERFORM ROT-VERIFICA-FERIADO
              THRU ROT-VERIFICA-FERIADO-EXIT.

           IF WSS-FER-ENCONTROU
              GO TO ROT-TESTA-UM-DIA-PROXIMO
           END-IF.

           ADD 1 TO WSS-DIAS-UTEIS.

           IF WSS-SUSP-DE NOT EQUAL ZEROES
              AND WSS-DATA-DIA >= WSS-SUSP-DE
              AND WSS-DATA-DIA <= WSS-SUSP-ATE
              ADD 1 TO WSS-DIAS-SUSPENSOS
           END-IF.

       ROT-TESTA-UM-DIA-PROXIMO.
                                  TO FAT-TAXA-DIA
           MOVE WSS-MULTA-PADRAO  TO FAT-MULTA-PCT
           MOVE ENT-FILIAL        TO FAT-FILIAL
           MOVE 'A'               TO FAT-SITUACAO
           MOVE ZEROES            TO FAT-PARCELA.

           IF ENT-PARCELA IS NUMERIC
              MOVE ENT-PARCELA    TO FAT-PARCELA
           END-IF.

      *-----------------------------------------------------------------
      * A FAIXA SEGUE O ATRASO TOTAL; OS JUROS SO CORREM NOS DIAS
      * UTEIS FORA DA SUSPENSAO DO CONTRATO.
      *-----------------------------------------------------------------
           COMPUTE FAT-JUROS-PCT ROUNDED =
                   WSS-DIAS-JUROS * WSS-FAIXA-TAXA (WSS-FAI-IDX).

           IF WSS-DIAS-SUSPENSOS > ZEROES
              ADD 1 TO WSS-REG-SUSPENSOS
           END-IF.

           PERFORM ROOT-CALCULA-VALORES
              THRU ROOT-CALCULA-VALORES-EXIT.

           PERFORM ROOT-APLICA-ABONO
              THRU ROOT-APLICA-ABONO-EXIT.

           MOVE WSS-PRINCIPAL     TO FAT-PRINCIPAL
           MOVE WSS-MULTA-VLR     TO FAT-MULTA-VLR
           MOVE WSS-JUROS-VLR     TO FAT-JUROS-VLR
           MOVE WSS-ENCARGO-TOTAL TO FAT-ENCARGO-TOTAL
           MOVE WSS-ENCARGO-ORIG  TO FAT-ENCARGO-ORIG
           MOVE WSS-ABONO-VLR     TO FAT-ABONO-VLR.

           ADD WSS-PRINCIPAL     TO WSS-TOT-PRINCIPAL.
           ADD WSS-ENCARGO-TOTAL TO WSS-TOT-ENCARGOS.

           PERFORM ROOT-DEBITA-CONTA THRU ROOT-DEBITA-CONTA-EXIT.

           WRITE REG-FATUR117.
           IF FS-FATUR117 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE FATUR117'
      *-----------------------------------------------------------------
      * MARCA O CONTRATO COMO FATURADO NO CADASTRO PERSISTENTE.
      *-----------------------------------------------------------------
           MOVE 'A'             TO WSS-CTR-FUNCAO.
           MOVE 'FAT'           TO WSS-CTR-EVENTO.
           MOVE ENT-CONTRATO    TO WSS-CTR-CONTRATO.
           MOVE ENT-DATA-VENCTO TO WSS-CTR-DATA-VENC.

           CALL 'CADCT119' USING WSS-CTR-REQUEST.

      *-----------------------------------------------------------------
      * LINHA JA COBERTA PELO CREDITO LIVRE DA CONTA CORRENTE : O
      * CONTRATO SAI LIQUIDADO PARA ESTE VENCIMENTO.
      *-----------------------------------------------------------------
           IF FAT-LIQUIDADA
              ADD 1 TO WSS-REG-COMPENSADOS
              MOVE 'A'             TO WSS-CTR-FUNCAO
              MOVE 'LIQ'           TO WSS-CTR-EVENTO
              MOVE ENT-CONTRATO    TO WSS-CTR-CONTRATO
              MOVE ENT-DATA-VENCTO TO WSS-CTR-DATA-VENC
              CALL 'CADCT119' USING WSS-CTR-REQUEST
           END-IF.

       ROOT-GRAVA-FATURA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DEBITA A LINHA NA CONTA CORRENTE DE COBRANCA DO CONTRATO PELO
      * TOTAL FATURADO NO VENCIMENTO (PRINCIPAL + ENCARGO), COM A
      * PARCELA E A COMPOSICAO DO ENCARGO. SE O VENCIMENTO SAI
      * LIQUIDADO, UM PAGAMENTO A MAIOR ANTERIOR (CREDITO LIVRE) JA
      * COBRE A LINHA. O ACRESCIMO (+) E O ESTORNO (-) DE ENCARGO DO
      * DIA DEVOLVIDOS POR COMPONENTE VAO PARA OS TOTAIS DO TRAILER.
      * LINHA SEM VALOR (CONTRATO SEM PRINCIPAL CONHECIDO) NAO
      * MOVIMENTA A CONTA.
      *-----------------------------------------------------------------
       ROOT-DEBITA-CONTA.

           IF WSS-PRINCIPAL + WSS-ENCARGO-TOTAL EQUAL ZEROES
              GO TO ROOT-DEBITA-CONTA-EXIT
           END-IF.

           MOVE 'D'             TO WSS-CCC-FUNCAO
           MOVE ENT-CONTRATO    TO WSS-CCC-CONTRATO
           MOVE ENT-FILIAL      TO WSS-CCC-FILIAL
           MOVE ENT-DATA-VENCTO TO WSS-CCC-DATA-VENC
           MOVE WSS-HOJE        TO WSS-CCC-DATA-MOV
           MOVE 'COBRA117'      TO WSS-CCC-ORIGEM
           MOVE FAT-PARCELA     TO WSS-CCC-PARCELA
           MOVE WSS-MULTA-VLR   TO WSS-CCC-VLR-MULTA
           MOVE WSS-JUROS-VLR   TO WSS-CCC-VLR-JUROS.

           COMPUTE WSS-MINIMO-VLR = WSS-ENCARGO-TOTAL
                                  - WSS-MULTA-VLR - WSS-JUROS-VLR.
           MOVE WSS-MINIMO-VLR  TO WSS-CCC-VLR-MINIMO.

           COMPUTE WSS-CCC-VALOR = WSS-PRINCIPAL + WSS-ENCARGO-TOTAL.

           CALL 'CTACT117' USING WSS-CCC-REQUEST.

           IF WSS-CCC-RESULT NOT EQUAL SPACE
              GO TO ROOT-DEBITA-CONTA-EXIT
           END-IF.

           IF WSS-CCC-VENC-LIQUIDADO
              MOVE 'L' TO FAT-SITUACAO
           END-IF.

           IF WSS-CCC-DIF-MULTA > ZEROES
              ADD WSS-CCC-DIF-MULTA TO WSS-TOT-ENC-ACRESCIDO
           ELSE
              SUBTRACT WSS-CCC-DIF-MULTA FROM WSS-TOT-ENC-ESTORNADO
           END-IF.

           IF WSS-CCC-DIF-JUROS > ZEROES
              ADD WSS-CCC-DIF-JUROS TO WSS-TOT-ENC-ACRESCIDO
           ELSE
              SUBTRACT WSS-CCC-DIF-JUROS FROM WSS-TOT-ENC-ESTORNADO
           END-IF.

           IF WSS-CCC-DIF-MINIMO > ZEROES
              ADD WSS-CCC-DIF-MINIMO TO WSS-TOT-ENC-ACRESCIDO
           ELSE
              SUBTRACT WSS-CCC-DIF-MINIMO FROM WSS-TOT-ENC-ESTORNADO
           END-IF.

       ROOT-DEBITA-CONTA-EXIT.
           EXIT.

       ROOT-PROCURA-FAIXA.

           ADD 1 TO WSS-FAI-IDX.
       ROOT-CALCULA-VALORES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ABONO DE ENCARGO APROVADO PARA O CONTRATO + VENCIMENTO :
      * PERCENTUAL SOBRE A MULTA, OS JUROS OU AMBOS, OU VALOR FIXO
      * ABATIDO PRIMEIRO DA MULTA E DEPOIS DOS JUROS (NUNCA ALEM DO
      * ENCARGO CALCULADO). O ABONO NAO ALCANCA O PISO MINIMO :
      * DEPOIS DE ABATIDOS MULTA E JUROS O PISO VOLTA A VALER, E O
      * VALOR ABONADO DA LINHA E A DIFERENCA ENTRE O ENCARGO ORIGINAL
      * E O ENCARGO FINAL. ABONO QUE NAO REDUZ O ENCARGO (NADA A
      * ABATER OU TUDO ABSORVIDO PELO PISO) DEVOLVE MULTA E JUROS E
      * NAO MARCA A LINHA. O DEBITO NA CONTA CORRENTE E OS TOTAIS DO
      * TRAILER JA SAEM PELO VALOR LIQUIDO.
      *-----------------------------------------------------------------
       ROOT-APLICA-ABONO.

           MOVE WSS-ENCARGO-TOTAL TO WSS-ENCARGO-ORIG.
           MOVE ZEROES            TO WSS-ABONO-VLR.
           MOVE SPACES            TO FAT-ABONO-TIPO.

           IF WSS-QTD-ABN EQUAL ZEROES
              OR WSS-ENCARGO-TOTAL EQUAL ZEROES
              GO TO ROOT-APLICA-ABONO-EXIT
           END-IF.

           MOVE ENT-CONTRATO    TO WSS-ABT-CONTRATO.
           MOVE ENT-DATA-VENCTO TO WSS-ABT-VENCTO.

           PERFORM ROT-BUSCA-ABONO THRU ROT-BUSCA-ABONO-EXIT.

           IF NOT WSS-ABN-ENCONTROU
              GO TO ROOT-APLICA-ABONO-EXIT
           END-IF.

           MOVE ZEROES TO WSS-ABONO-MULTA.
           MOVE ZEROES TO WSS-ABONO-JUROS.

           IF WSS-ABN-FORMA (WSS-ABN-IDX) EQUAL 'P'
              IF WSS-ABN-TIPO (WSS-ABN-IDX) NOT EQUAL 'J'
                 COMPUTE WSS-ABONO-MULTA ROUNDED =
                         WSS-MULTA-VLR * WSS-ABN-PCT (WSS-ABN-IDX)
                                       / 100
              END-IF
              IF WSS-ABN-TIPO (WSS-ABN-IDX) NOT EQUAL 'M'
                 COMPUTE WSS-ABONO-JUROS ROUNDED =
                         WSS-JUROS-VLR * WSS-ABN-PCT (WSS-ABN-IDX)
                                       / 100
              END-IF
           ELSE
              MOVE WSS-ABN-VALOR (WSS-ABN-IDX) TO WSS-ABONO-SALDO
              IF WSS-ABN-TIPO (WSS-ABN-IDX) NOT EQUAL 'J'
                 IF WSS-ABONO-SALDO > WSS-MULTA-VLR
                    MOVE WSS-MULTA-VLR   TO WSS-ABONO-MULTA
                 ELSE
                    MOVE WSS-ABONO-SALDO TO WSS-ABONO-MULTA
                 END-IF
                 SUBTRACT WSS-ABONO-MULTA FROM WSS-ABONO-SALDO
              END-IF
              IF WSS-ABN-TIPO (WSS-ABN-IDX) NOT EQUAL 'M'
                 IF WSS-ABONO-SALDO > WSS-JUROS-VLR
                    MOVE WSS-JUROS-VLR   TO WSS-ABONO-JUROS
                 ELSE
                    MOVE WSS-ABONO-SALDO TO WSS-ABONO-JUROS
                 END-IF
              END-IF
           END-IF.

           IF WSS-ABONO-MULTA + WSS-ABONO-JUROS EQUAL ZEROES
              GO TO ROOT-APLICA-ABONO-EXIT
           END-IF.

           SUBTRACT WSS-ABONO-MULTA FROM WSS-MULTA-VLR.
           SUBTRACT WSS-ABONO-JUROS FROM WSS-JUROS-VLR.
           COMPUTE WSS-ENCARGO-TOTAL = WSS-MULTA-VLR + WSS-JUROS-VLR.

           IF WSS-PRINCIPAL > ZEROES
              AND WSS-ENCARGO-TOTAL < WSS-ENCARGO-MINIMO
              MOVE WSS-ENCARGO-MINIMO TO WSS-ENCARGO-TOTAL
           END-IF.

           COMPUTE WSS-ABONO-VLR = WSS-ENCARGO-ORIG - WSS-ENCARGO-TOTAL.

           IF WSS-ABONO-VLR EQUAL ZEROES
              ADD  WSS-ABONO-MULTA  TO WSS-MULTA-VLR
              ADD  WSS-ABONO-JUROS  TO WSS-JUROS-VLR
              MOVE WSS-ENCARGO-ORIG TO WSS-ENCARGO-TOTAL
              GO TO ROOT-APLICA-ABONO-EXIT
           END-IF.

           MOVE WSS-ABN-TIPO (WSS-ABN-IDX) TO FAT-ABONO-TIPO.

           ADD 1             TO WSS-REG-ABONADOS.
           ADD WSS-ABONO-VLR TO WSS-TOT-ABONADO.

       ROOT-APLICA-ABONO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA OS ABONOS EM VIGOR NA DATA DE PROCESSAMENTO. ARQUIVO
      * OPCIONAL : SEM ELE NENHUMA LINHA E ABONADA. PEDIDO PENDENTE,
      * REPROVADO, APROVADO DEPOIS DA DATA DE PROCESSAMENTO (RERODADA
      * DE DATA PASSADA) OU FORA DA VALIDADE NAO ENTRA NA TABELA.
      *-----------------------------------------------------------------
       ROOT-CARREGA-ABONOS.

           MOVE ZEROES TO WSS-QTD-ABN.

           OPEN INPUT ABONO117.

           IF FS-ABONO117 EQUAL '35'
              GO TO ROOT-CARREGA-ABONOS-EXIT
           END-IF.

           IF FS-ABONO117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE ABONO117'
                     TO WSS-MENSAGEM
              MOVE RCCOB117-ERRO-ARQ-ABONOS             TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROOT-LE-ABONO THRU ROOT-LE-ABONO-EXIT
                   UNTIL WSS-FIM-ABONO.

           CLOSE ABONO117.

       ROOT-CARREGA-ABONOS-EXIT.
           EXIT.

       ROOT-LE-ABONO.

           READ ABONO117 INTO REG-ABONO117
               AT END
                   MOVE 'S' TO WSS-EOF-ABONO
                   GO TO ROOT-LE-ABONO-EXIT
           END-READ.

           IF NOT ABN-APROVADO
              OR ABN-VALIDO-ATE IS NOT NUMERIC
              OR ABN-DATA-SIT IS NOT NUMERIC
              OR ABN-DATA-VENCTO IS NOT NUMERIC
              GO TO ROOT-LE-ABONO-EXIT
           END-IF.

           IF ABN-VALIDO-ATE < WSS-HOJE
              OR ABN-DATA-SIT > WSS-HOJE
              GO TO ROOT-LE-ABONO-EXIT
           END-IF.

           MOVE ABN-CONTRATO    TO WSS-ABT-CONTRATO.
           MOVE ABN-DATA-VENCTO TO WSS-ABT-VENCTO.

           PERFORM ROT-BUSCA-ABONO THRU ROT-BUSCA-ABONO-EXIT.

           IF WSS-ABN-ENCONTROU
              GO TO ROOT-LE-ABONO-EXIT
           END-IF.

           IF WSS-QTD-ABN EQUAL WSS-QTD-MAX-ABN
              MOVE ' TABELA DE ABONOS CHEIA'
                     TO WSS-MENSAGEM
              MOVE RCCOB117-TAB-ABONOS-CHEIA            TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-QTD-ABN.
           MOVE WSS-QTD-ABN TO WSS-ABN-SHIFT.

           PERFORM ROT-DESLOCA-ABONO THRU ROT-DESLOCA-ABONO-EXIT
                   UNTIL WSS-ABN-SHIFT <= WSS-ABN-POS.

           MOVE WSS-ABN-TESTE  TO WSS-ABN-CHAVE (WSS-ABN-POS)
           MOVE ABN-TIPO       TO WSS-ABN-TIPO  (WSS-ABN-POS)
           MOVE ABN-FORMA      TO WSS-ABN-FORMA (WSS-ABN-POS)
           MOVE ABN-PERCENTUAL TO WSS-ABN-PCT   (WSS-ABN-POS)
           MOVE ABN-VALOR      TO WSS-ABN-VALOR (WSS-ABN-POS).

       ROOT-LE-ABONO-EXIT.
           EXIT.

       ROT-DESLOCA-ABONO.

           MOVE WSS-ABN-ENT (WSS-ABN-SHIFT - 1)
             TO WSS-ABN-ENT (WSS-ABN-SHIFT).
           SUBTRACT 1 FROM WSS-ABN-SHIFT.

       ROT-DESLOCA-ABONO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BUSCA BINARIA DE WSS-ABN-TESTE NA TABELA ORDENADA DE ABONOS.
      * NAO ENCONTRADO, WSS-ABN-POS FICA COM A POSICAO DE INSERCAO.
      *-----------------------------------------------------------------
       ROT-BUSCA-ABONO.

           MOVE 'N' TO WSS-ABN-ACHOU.
           MOVE 1   TO WSS-ABN-INF.
           MOVE WSS-QTD-ABN TO WSS-ABN-SUP.

           PERFORM ROT-BISSECA-ABONO THRU ROT-BISSECA-ABONO-EXIT
                   UNTIL WSS-ABN-INF > WSS-ABN-SUP
                      OR WSS-ABN-ENCONTROU.

           IF NOT WSS-ABN-ENCONTROU
              MOVE WSS-ABN-INF TO WSS-ABN-POS
           END-IF.

       ROT-BUSCA-ABONO-EXIT.
           EXIT.

       ROT-BISSECA-ABONO.

           COMPUTE WSS-ABN-IDX = (WSS-ABN-INF + WSS-ABN-SUP) / 2.

           EVALUATE TRUE
               WHEN WSS-ABN-CHAVE (WSS-ABN-IDX) EQUAL WSS-ABN-TESTE
                   MOVE 'S' TO WSS-ABN-ACHOU
               WHEN WSS-ABN-CHAVE (WSS-ABN-IDX) < WSS-ABN-TESTE
                   COMPUTE WSS-ABN-INF = WSS-ABN-IDX + 1
               WHEN OTHER
                   COMPUTE WSS-ABN-SUP = WSS-ABN-IDX - 1
           END-EVALUATE.

       ROT-BISSECA-ABONO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RERODADA DE FILIAL : O NOVO FATUR117 COMECA COM AS LINHAS 'DT'
      * DO FATURAMENTO DA NOITE (FATAN117) E GUARDA OS TOTAIS DO SEU
      * TRAILER - NADA DO QUE A NOITE JA FATUROU E RECALCULADO NEM
      * DEBITADO DE NOVO. BASE AUSENTE OU SEM TRAILER E ERRO : SEM ELA
      * O ARQUIVO DA TESOURARIA PERDERIA AS FILIAIS DA NOITE.
      *-----------------------------------------------------------------
       ROOT-COPIA-BASE-FATURA.

           OPEN INPUT FATAN117.
           IF FS-FATAN117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE FATAN117'
                     TO WSS-MENSAGEM
              MOVE RCCOB117-BASE-FATURA                 TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE 'N' TO WSS-EOF-FATAN.

           PERFORM ROOT-LE-BASE-FATURA THRU ROOT-LE-BASE-FATURA-EXIT
                   UNTIL WSS-FIM-FATAN.

           CLOSE FATAN117.

           IF NOT WSS-BASE-TEM-TRAILER
              MOVE ' FATAN117 SEM TRAILER'
                     TO WSS-MENSAGEM
              MOVE RCCOB117-BASE-FATURA                 TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

       ROOT-COPIA-BASE-FATURA-EXIT.
           EXIT.

       ROOT-LE-BASE-FATURA.

           READ FATAN117
               AT END
                   MOVE 'S' TO WSS-EOF-FATAN
                   GO TO ROOT-LE-BASE-FATURA-EXIT
           END-READ.

           IF ATR-TIPO-REG EQUAL 'TR'
              MOVE 'S'                 TO WSS-BASE-TRAILER
              ADD ATR-QTD-FATURADOS    TO WSS-BASE-FATURADOS
              ADD ATR-TOTAL-PRINCIPAL  TO WSS-BASE-PRINCIPAL
              ADD ATR-TOTAL-ENCARGOS   TO WSS-BASE-ENCARGOS
              IF ATR-QTD-ABONADOS IS NUMERIC
                 AND ATR-TOTAL-ABONADO IS NUMERIC
                 ADD ATR-QTD-ABONADOS  TO WSS-BASE-ABONADOS
                 ADD ATR-TOTAL-ABONADO TO WSS-BASE-ABONADO
              END-IF
              IF ATR-ENC-ACRESCIDO IS NUMERIC
                 AND ATR-ENC-ESTORNADO IS NUMERIC
                 ADD ATR-ENC-ACRESCIDO TO WSS-BASE-ACRESCIDO
                 ADD ATR-ENC-ESTORNADO TO WSS-BASE-ESTORNADO
              END-IF
              GO TO ROOT-LE-BASE-FATURA-EXIT
           END-IF.

           WRITE REG-FATUR117 FROM REG-FATAN117.
           IF FS-FATUR117 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE FATUR117'
                     TO WSS-MENSAGEM
              MOVE RCCOB117-ERRO-ARQ-FATURA             TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-BASE-LINHAS.

       ROOT-LE-BASE-FATURA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FECHA FATUR117 COM O TRAILER DE TOTAIS : CONTRATOS FATURADOS,
      * PRINCIPAL TOTAL EM ATRASO, ENCARGOS TOTAIS (LIQUIDOS DE
      * ABONO), LINHAS ABONADAS, VALOR ABONADO E O ACRESCIMO E O
      * ESTORNO DE ENCARGO DO DIA. NA RERODADA DE
      * FILIAL OS TOTAIS DA NOITE (FATAN117) ENTRAM NA SOMA.
      *-----------------------------------------------------------------
       ROOT-GRAVA-TRAILER-FAT.

           MOVE SPACES            TO REG-FATUR-TRAILER
           MOVE 'TR'              TO FTR-TIPO-REG
           COMPUTE FTR-QTD-FATURADOS   = WSS-REG-EM-ATRASO
                                       + WSS-BASE-FATURADOS
           COMPUTE FTR-TOTAL-PRINCIPAL = WSS-TOT-PRINCIPAL
                                       + WSS-BASE-PRINCIPAL
           COMPUTE FTR-TOTAL-ENCARGOS  = WSS-TOT-ENCARGOS
                                       + WSS-BASE-ENCARGOS
           COMPUTE FTR-QTD-ABONADOS    = WSS-REG-ABONADOS
                                       + WSS-BASE-ABONADOS
           COMPUTE FTR-TOTAL-ABONADO   = WSS-TOT-ABONADO
                                       + WSS-BASE-ABONADO
           COMPUTE FTR-ENC-ACRESCIDO   = WSS-TOT-ENC-ACRESCIDO
                                       + WSS-BASE-ACRESCIDO
           COMPUTE FTR-ENC-ESTORNADO   = WSS-TOT-ENC-ESTORNADO
                                       + WSS-BASE-ESTORNADO.

           WRITE REG-FATUR117.
           IF FS-FATUR117 NOT EQUAL '00'
