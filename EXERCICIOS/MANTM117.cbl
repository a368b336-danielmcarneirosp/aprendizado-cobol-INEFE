      ******************************************************************
      * Author:DANIEL CARNEIRO
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DA TABELA DE CONTAS CONTABEIS (MAPCT117)
      *          USADA PELO CONTB117 - PARA CADA EVENTO CONTABIL DA
      *          COBRANCA, A CONTA A DEBITO E A CONTA A CREDITO :
      *           MUL = MULTA FATURADA  (A RECEBER X RECEITA DE MULTA)
      *           JUR = JUROS FATURADOS (A RECEBER X RECEITA DE JUROS)
      *           MIN = COMPLEMENTO DO ENCARGO MINIMO (A RECEBER X
      *                 RECEITA DE ENCARGO MINIMO)
      *           LIQ = LIQUIDACAO DO RETPG117 (CAIXA X A RECEBER)
      *          APLICA TRANSACOES DE INCLUSAO/ALTERACAO/EXCLUSAO
      *          (MOVMP117) COM VALIDACAO DO EVENTO, DAS CONTAS E DA
      *          DUPLICIDADE, MANTEM O ARQUIVO EM ORDEM DE EVENTO E
      *          GRAVA UM LOG DE MANUTENCAO (LOGMP117) NO MESMO ESTILO
      *          DO LOGEN117 DO MANTC117.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification history
      * Date       Author              Description
      * 15/10/2026 DANIEL CARNEIRO     Programa inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MANTM117.
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
      * ARQUIVO DE TRANSACOES - UM REGISTRO POR MANUTENCAO SOLICITADA.
      *-----------------------------------------------------------------
           SELECT MOVMP117  ASSIGN TO MOVMP117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MOVMP117.

      *-----------------------------------------------------------------
      * TABELA DE CONTAS - MESMO ARQUIVO LIDO PELO CONTB117. LIDO PARA
      * A TABELA NO INICIO DO JOB E REGRAVADO POR COMPLETO, EM ORDEM
      * DE EVENTO, NO FIM.
      *-----------------------------------------------------------------
           SELECT MAPCT117  ASSIGN TO MAPCT117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MAPCT117.

      *-----------------------------------------------------------------
      * LOG DE MANUTENCAO - UMA LINHA POR TRANSACAO PROCESSADA.
      *-----------------------------------------------------------------
           SELECT LOGMP117  ASSIGN TO LOGMP117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LOGMP117.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------------------------------------------------
      * REGISTRO DE TRANSACAO : FUNCAO + EVENTO + CONTAS + DESCRICAO.
      * MOV-FUNCAO = 'I' INCLUI O EVENTO
      *              'A' ALTERA AS CONTAS/DESCRICAO DO EVENTO
      *              'E' EXCLUI O EVENTO
      *-----------------------------------------------------------------
       FD  MOVMP117
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-MOVMP117.

       01  REG-MOVMP117.
           05  MOV-FUNCAO              PIC X(01).
               88  MOV-INCLUI                  VALUE 'I'.
               88  MOV-ALTERA                  VALUE 'A'.
               88  MOV-EXCLUI                  VALUE 'E'.
           05  MOV-EVENTO              PIC X(03).
           05  MOV-CONTA-DEB-X         PIC X(10).
           05  MOV-CONTA-DEB-NUM REDEFINES MOV-CONTA-DEB-X
                                       PIC 9(10).
           05  MOV-CONTA-CRE-X         PIC X(10).
           05  MOV-CONTA-CRE-NUM REDEFINES MOV-CONTA-CRE-X
                                       PIC 9(10).
           05  MOV-DESCRICAO           PIC X(30).
           05  FILLER                  PIC X(26).

      *-----------------------------------------------------------------
      * LINHA DA TABELA DE CONTAS - MESMO LAYOUT LIDO PELO CONTB117.
      *-----------------------------------------------------------------
       FD  MAPCT117
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-MAPCT117.

       01  REG-MAPCT117.
           05  MAP-EVENTO              PIC X(03).
           05  FILLER                  PIC X(01).
           05  MAP-CONTA-DEBITO        PIC 9(10).
           05  FILLER                  PIC X(01).
           05  MAP-CONTA-CREDITO       PIC 9(10).
           05  FILLER                  PIC X(01).
           05  MAP-DESCRICAO           PIC X(30).
           05  FILLER                  PIC X(24).

       FD  LOGMP117
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-LOGMP117.

       01  REG-LOGMP117.
           05  LOG-FUNCAO              PIC X(01).
           05  FILLER                  PIC X(01).
           05  LOG-EVENTO              PIC X(03).
           05  FILLER                  PIC X(01).
           05  LOG-CONTA-DEBITO        PIC X(10).
           05  FILLER                  PIC X(01).
           05  LOG-CONTA-CREDITO       PIC X(10).
           05  FILLER                  PIC X(01).
           05  LOG-SITUACAO            PIC X(09).
           05  FILLER                  PIC X(01).
           05  LOG-MENSAGEM            PIC X(30).
           05  FILLER                  PIC X(01).
           05  LOG-DATA                PIC 9(08).
           05  FILLER                  PIC X(03).

      *-----------------------
       WORKING-STORAGE SECTION.
       77  FS-MOVMP117                 PIC 99.
       77  FS-MAPCT117                 PIC 99.
       77  FS-LOGMP117                 PIC 99.

       77  WSS-EOF-MOVMP               PIC X(01) VALUE 'N'.
           88  WSS-FIM-MOVMP                     VALUE 'S'.
       77  WSS-EOF-MAPCT               PIC X(01) VALUE 'N'.
           88  WSS-FIM-MAPCT                     VALUE 'S'.

       77  WSS-MOV-LIDAS               PIC 9(07) VALUE ZEROES.
       77  WSS-MOV-ACEITAS             PIC 9(07) VALUE ZEROES.
       77  WSS-MOV-REJEITADAS          PIC 9(07) VALUE ZEROES.
       77  WSS-CARGA-DESCARTADAS       PIC 9(07) VALUE ZEROES.

       77  WSS-MENSAGEM                PIC X(30).
       01  WSS-HOJE                    PIC 9(08).

      *-----------------------------------------------------------------
      * TABELA DE CONTAS EM MEMORIA, SEMPRE EM ORDEM DE EVENTO
      * (INSERCAO ORDENADA, COMO O MANTC117 FAZ COM OS ENCARGOS).
      *-----------------------------------------------------------------
       77  WSS-QTD-MAP                 PIC 9(4) COMP VALUE ZEROES.
       77  WSS-QTD-MAX-MAP             PIC 9(4) COMP VALUE 50.
       01  WSS-TAB-MAP-GRP.
           05  WSS-MAP-ENT OCCURS 1 TO 50 TIMES
                           DEPENDING ON WSS-QTD-MAP.
               10  WSS-MAP-EVENTO      PIC X(03).
               10  WSS-MAP-CONTA-DEB   PIC 9(10).
               10  WSS-MAP-CONTA-CRE   PIC 9(10).
               10  WSS-MAP-DESCRICAO   PIC X(30).

       77  WSS-MAP-IDX                 PIC 9(4) COMP.
       77  WSS-MAP-POS                 PIC 9(4) COMP.
       77  WSS-MAP-SHIFT               PIC 9(4) COMP.
       77  WSS-MAP-ACHOU               PIC X(01) VALUE 'N'.
           88  WSS-MAP-ENCONTROU                 VALUE 'S'.
       77  WSS-POS-ACHOU               PIC X(01) VALUE 'N'.
           88  WSS-POS-ENCONTROU                 VALUE 'S'.

      *-----------------------------------------------------------------
      * LINHA SOB TESTE (TRANSACAO OU CARGA). O EVENTO TEM DE SER UM
      * DOS EVENTOS CONTABILIZADOS PELO CONTB117.
      *-----------------------------------------------------------------
       01  WSS-LINHA-TESTE.
           05  WSS-LT-EVENTO           PIC X(03).
               88  WSS-LT-EVENTO-VALIDO        VALUE 'MUL' 'JUR'
                                                     'MIN' 'LIQ'.
           05  WSS-LT-CONTA-DEB        PIC 9(10).
           05  WSS-LT-CONTA-CRE        PIC 9(10).
           05  WSS-LT-DESCRICAO        PIC X(30).

       77  WSS-LINHA-OK                PIC X(01) VALUE 'N'.
           88  WSS-LINHA-VALIDA                  VALUE 'S'.
       77  WSS-MSG-VALIDA              PIC X(30).

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
           DISPLAY ' MANTM117'
           DISPLAY ' MANUTENCAO DA TABELA DE CONTAS (MAPCT117)'
           DISPLAY ' '.

           ACCEPT WSS-HOJE FROM DATE YYYYMMDD.
           MOVE 'INI'      TO WSS-HIS-TIPO
           MOVE 'MANTM117' TO WSS-HIS-PROGRAMA
           MOVE ZEROES     TO WSS-HIS-REGISTROS
           MOVE ZEROES     TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

           PERFORM ROOT-OPEN-FILES THRU ROOT-OPEN-FILES-EXIT.

           PERFORM ROOT-CARREGA-CONTAS
              THRU ROOT-CARREGA-CONTAS-EXIT.

       002-PROCESSA-MOVIMENTO      SECTION.

           PERFORM ROOT-PROCESSA-UMA-TRANS
              THRU ROOT-PROCESSA-UMA-TRANS-EXIT
                   UNTIL WSS-FIM-MOVMP.

       003-PROCEDIMENTOS-FINAIS    SECTION.

           PERFORM ROOT-REGRAVA-CONTAS
              THRU ROOT-REGRAVA-CONTAS-EXIT.

           PERFORM ROOT-CLOSE-FILES THRU ROOT-CLOSE-FILES-EXIT.

           PERFORM ROOT-ESTATISTICA THRU ROOT-ESTATISTICA-EXIT.

           MOVE 'FIM'       TO WSS-HIS-TIPO
           MOVE WSS-MOV-LIDAS   TO WSS-HIS-REGISTROS
           MOVE RETURN-CODE TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

           GOBACK.

      *-----------------------------------------------------------------
      * ROTINAS AUXILIARES
      *-----------------------------------------------------------------
       SECTION-CODES        SECTION.

      *-----------------------------------------------------------------
      * ABRE O ARQUIVO DE TRANSACOES E O LOG. A TABELA E ABERTA POR
      * ROOT-CARREGA-CONTAS (E OPCIONAL NA PRIMEIRA CARGA).
      *-----------------------------------------------------------------
       ROOT-OPEN-FILES.

           OPEN INPUT MOVMP117.
           IF FS-MOVMP117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE MOVMP117'
                     TO WSS-MENSAGEM
              MOVE RCMMP117-ERRO-ARQ-MOVIMENTO TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           OPEN EXTEND LOGMP117.
           IF FS-LOGMP117 EQUAL '35'
              OPEN OUTPUT LOGMP117
           END-IF.
           IF FS-LOGMP117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE LOGMP117'
                     TO WSS-MENSAGEM
              MOVE RCMMP117-ERRO-ARQ-LOG       TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

       ROOT-OPEN-FILES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA A TABELA ATUAL. CADA LINHA LIDA PASSA PELA MESMA
      * VALIDACAO DAS INCLUSOES - LINHA RUIM E DESCARTADA COM AVISO E
      * NAO VOLTA PARA O ARQUIVO REGRAVADO.
      *-----------------------------------------------------------------
       ROOT-CARREGA-CONTAS.

           OPEN INPUT MAPCT117.

           IF FS-MAPCT117 EQUAL '35'
              DISPLAY ' MAPCT117 NAO CATALOGADO - TABELA VAZIA'
              GO TO ROOT-CARREGA-CONTAS-EXIT
           END-IF.

           IF FS-MAPCT117 NOT EQUAL '00'
              MOVE ' ERRO NA TABELA DE CONTAS'
                     TO WSS-MENSAGEM
              MOVE RCMMP117-ERRO-ARQ-CONTAS    TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROOT-LE-CONTA THRU ROOT-LE-CONTA-EXIT
                   UNTIL WSS-FIM-MAPCT.

           CLOSE MAPCT117.

           DISPLAY ' LINHAS CARREGADAS DA TABELA : ' WSS-QTD-MAP.

       ROOT-CARREGA-CONTAS-EXIT.
           EXIT.

       ROOT-LE-CONTA.

           READ MAPCT117
               AT END
                   MOVE 'S' TO WSS-EOF-MAPCT
               NOT AT END
                   PERFORM ROOT-DEPURA-UMA-LINHA
                      THRU ROOT-DEPURA-UMA-LINHA-EXIT
           END-READ.

       ROOT-LE-CONTA-EXIT.
           EXIT.

       ROOT-DEPURA-UMA-LINHA.

           IF MAP-CONTA-DEBITO IS NOT NUMERIC
              OR MAP-CONTA-CREDITO IS NOT NUMERIC
              ADD 1 TO WSS-CARGA-DESCARTADAS
              DISPLAY ' CARGA - LINHA DESCARTADA (NAO NUMERICA)'
              GO TO ROOT-DEPURA-UMA-LINHA-EXIT
           END-IF.

           MOVE MAP-EVENTO        TO WSS-LT-EVENTO
           MOVE MAP-CONTA-DEBITO  TO WSS-LT-CONTA-DEB
           MOVE MAP-CONTA-CREDITO TO WSS-LT-CONTA-CRE
           MOVE MAP-DESCRICAO     TO WSS-LT-DESCRICAO.

           PERFORM ROT-VALIDA-LINHA THRU ROT-VALIDA-LINHA-EXIT.

           IF WSS-LINHA-VALIDA
              PERFORM ROT-PROCURA-LINHA THRU ROT-PROCURA-LINHA-EXIT
              IF WSS-MAP-ENCONTROU
                 MOVE 'N' TO WSS-LINHA-OK
                 MOVE ' EVENTO DUPLICADO' TO WSS-MSG-VALIDA
              END-IF
           END-IF.

           IF NOT WSS-LINHA-VALIDA
              ADD 1 TO WSS-CARGA-DESCARTADAS
              DISPLAY ' CARGA - LINHA DESCARTADA : '
                        WSS-LT-EVENTO ' - ' WSS-MSG-VALIDA
              GO TO ROOT-DEPURA-UMA-LINHA-EXIT
           END-IF.

           IF WSS-QTD-MAP EQUAL WSS-QTD-MAX-MAP
              MOVE ' TABELA DE CONTAS CHEIA'
                     TO WSS-MENSAGEM
              MOVE RCMMP117-TABELA-CHEIA       TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROT-INSERE-LINHA THRU ROT-INSERE-LINHA-EXIT.

       ROOT-DEPURA-UMA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LE UMA TRANSACAO DE MOVMP117 E ENCAMINHA PARA APLICACAO.
      *-----------------------------------------------------------------
       ROOT-PROCESSA-UMA-TRANS.

           READ MOVMP117
               AT END
                   MOVE 'S' TO WSS-EOF-MOVMP
               NOT AT END
                   ADD 1 TO WSS-MOV-LIDAS
                   PERFORM ROOT-APLICA-TRANS
                      THRU ROOT-APLICA-TRANS-EXIT
           END-READ.

       ROOT-PROCESSA-UMA-TRANS-EXIT.
           EXIT.

       ROOT-APLICA-TRANS.

           MOVE SPACES          TO REG-LOGMP117
           MOVE MOV-FUNCAO      TO LOG-FUNCAO
           MOVE MOV-EVENTO      TO LOG-EVENTO
           MOVE MOV-CONTA-DEB-X TO LOG-CONTA-DEBITO
           MOVE MOV-CONTA-CRE-X TO LOG-CONTA-CREDITO
           MOVE WSS-HOJE        TO LOG-DATA.

           EVALUATE TRUE
               WHEN MOV-INCLUI
                   PERFORM ROOT-INCLUI-LINHA
                      THRU ROOT-INCLUI-LINHA-EXIT
               WHEN MOV-ALTERA
                   PERFORM ROOT-ALTERA-LINHA
                      THRU ROOT-ALTERA-LINHA-EXIT
               WHEN MOV-EXCLUI
                   PERFORM ROOT-EXCLUI-LINHA
                      THRU ROOT-EXCLUI-LINHA-EXIT
               WHEN OTHER
                   ADD 1 TO WSS-MOV-REJEITADAS
                   MOVE 'REJEITADA' TO LOG-SITUACAO
                   MOVE ' FUNCAO DE TRANSACAO INVALIDA'
                          TO LOG-MENSAGEM
                   PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT
           END-EVALUATE.

       ROOT-APLICA-TRANS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * INCLUI O EVENTO. REJEITA CONTA NAO NUMERICA, EVENTO OU CONTAS
      * INVALIDAS E EVENTO JA CADASTRADO.
      *-----------------------------------------------------------------
       ROOT-INCLUI-LINHA.

           IF MOV-CONTA-DEB-X IS NOT NUMERIC
              OR MOV-CONTA-CRE-X IS NOT NUMERIC
              ADD 1 TO WSS-MOV-REJEITADAS
              MOVE 'REJEITADA' TO LOG-SITUACAO
              MOVE ' CAMPO NAO NUMERICO'
                     TO LOG-MENSAGEM
              PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT
              GO TO ROOT-INCLUI-LINHA-EXIT
           END-IF.

           MOVE MOV-EVENTO        TO WSS-LT-EVENTO
           MOVE MOV-CONTA-DEB-NUM TO WSS-LT-CONTA-DEB
           MOVE MOV-CONTA-CRE-NUM TO WSS-LT-CONTA-CRE
           MOVE MOV-DESCRICAO     TO WSS-LT-DESCRICAO.

           PERFORM ROT-VALIDA-LINHA THRU ROT-VALIDA-LINHA-EXIT.

           IF NOT WSS-LINHA-VALIDA
              ADD 1 TO WSS-MOV-REJEITADAS
              MOVE 'REJEITADA'    TO LOG-SITUACAO
              MOVE WSS-MSG-VALIDA TO LOG-MENSAGEM
              PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT
              GO TO ROOT-INCLUI-LINHA-EXIT
           END-IF.

           PERFORM ROT-PROCURA-LINHA THRU ROT-PROCURA-LINHA-EXIT.

           IF WSS-MAP-ENCONTROU
              ADD 1 TO WSS-MOV-REJEITADAS
              MOVE 'REJEITADA' TO LOG-SITUACAO
              MOVE ' EVENTO JA CADASTRADO'
                     TO LOG-MENSAGEM
              PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT
              GO TO ROOT-INCLUI-LINHA-EXIT
           END-IF.

           IF WSS-QTD-MAP EQUAL WSS-QTD-MAX-MAP
              MOVE ' TABELA DE CONTAS CHEIA'
                     TO WSS-MENSAGEM
              MOVE RCMMP117-TABELA-CHEIA       TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROT-INSERE-LINHA THRU ROT-INSERE-LINHA-EXIT.

           ADD 1 TO WSS-MOV-ACEITAS
           MOVE 'ACEITA'    TO LOG-SITUACAO
           MOVE ' EVENTO INCLUIDO NA TABELA'
                  TO LOG-MENSAGEM
           PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT.

       ROOT-INCLUI-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ALTERA AS CONTAS E A DESCRICAO DO EVENTO. REJEITA SE NAO
      * CADASTRADO OU SE AS NOVAS CONTAS NAO PASSAM NA VALIDACAO.
      *-----------------------------------------------------------------
       ROOT-ALTERA-LINHA.

           IF MOV-CONTA-DEB-X IS NOT NUMERIC
              OR MOV-CONTA-CRE-X IS NOT NUMERIC
              ADD 1 TO WSS-MOV-REJEITADAS
              MOVE 'REJEITADA' TO LOG-SITUACAO
              MOVE ' CAMPO NAO NUMERICO'
                     TO LOG-MENSAGEM
              PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT
              GO TO ROOT-ALTERA-LINHA-EXIT
           END-IF.

           MOVE MOV-EVENTO        TO WSS-LT-EVENTO
           MOVE MOV-CONTA-DEB-NUM TO WSS-LT-CONTA-DEB
           MOVE MOV-CONTA-CRE-NUM TO WSS-LT-CONTA-CRE
           MOVE MOV-DESCRICAO     TO WSS-LT-DESCRICAO.

           PERFORM ROT-VALIDA-LINHA THRU ROT-VALIDA-LINHA-EXIT.

           IF NOT WSS-LINHA-VALIDA
              ADD 1 TO WSS-MOV-REJEITADAS
              MOVE 'REJEITADA'    TO LOG-SITUACAO
              MOVE WSS-MSG-VALIDA TO LOG-MENSAGEM
              PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT
              GO TO ROOT-ALTERA-LINHA-EXIT
           END-IF.

           PERFORM ROT-PROCURA-LINHA THRU ROT-PROCURA-LINHA-EXIT.

           IF NOT WSS-MAP-ENCONTROU
              ADD 1 TO WSS-MOV-REJEITADAS
              MOVE 'REJEITADA' TO LOG-SITUACAO
              MOVE ' EVENTO NAO CADASTRADO'
                     TO LOG-MENSAGEM
              PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT
              GO TO ROOT-ALTERA-LINHA-EXIT
           END-IF.

           MOVE WSS-LT-CONTA-DEB TO WSS-MAP-CONTA-DEB (WSS-MAP-IDX)
           MOVE WSS-LT-CONTA-CRE TO WSS-MAP-CONTA-CRE (WSS-MAP-IDX)
           MOVE WSS-LT-DESCRICAO TO WSS-MAP-DESCRICAO (WSS-MAP-IDX).

           ADD 1 TO WSS-MOV-ACEITAS
           MOVE 'ACEITA'    TO LOG-SITUACAO
           MOVE ' CONTAS DO EVENTO ALTERADAS'
                  TO LOG-MENSAGEM
           PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT.

       ROOT-ALTERA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EXCLUI O EVENTO. REJEITA SE NAO CADASTRADO.
      *-----------------------------------------------------------------
       ROOT-EXCLUI-LINHA.

           MOVE MOV-EVENTO TO WSS-LT-EVENTO.

           PERFORM ROT-PROCURA-LINHA THRU ROT-PROCURA-LINHA-EXIT.

           IF NOT WSS-MAP-ENCONTROU
              ADD 1 TO WSS-MOV-REJEITADAS
              MOVE 'REJEITADA' TO LOG-SITUACAO
              MOVE ' EVENTO NAO CADASTRADO'
                     TO LOG-MENSAGEM
              PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT
              GO TO ROOT-EXCLUI-LINHA-EXIT
           END-IF.

           PERFORM ROT-REMOVE-LINHA THRU ROT-REMOVE-LINHA-EXIT.

           ADD 1 TO WSS-MOV-ACEITAS
           MOVE 'ACEITA'    TO LOG-SITUACAO
           MOVE ' EVENTO EXCLUIDO DA TABELA'
                  TO LOG-MENSAGEM
           PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT.

       ROOT-EXCLUI-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDA A LINHA SOB TESTE : EVENTO CONHECIDO, CONTAS
      * PREENCHIDAS E DIFERENTES ENTRE SI.
      *-----------------------------------------------------------------
       ROT-VALIDA-LINHA.

           MOVE 'N'    TO WSS-LINHA-OK.
           MOVE SPACES TO WSS-MSG-VALIDA.

           IF NOT WSS-LT-EVENTO-VALIDO
              MOVE ' EVENTO INVALIDO' TO WSS-MSG-VALIDA
              GO TO ROT-VALIDA-LINHA-EXIT
           END-IF.

           IF WSS-LT-CONTA-DEB EQUAL ZEROES
              OR WSS-LT-CONTA-CRE EQUAL ZEROES
              MOVE ' CONTA NAO INFORMADA' TO WSS-MSG-VALIDA
              GO TO ROT-VALIDA-LINHA-EXIT
           END-IF.

           IF WSS-LT-CONTA-DEB EQUAL WSS-LT-CONTA-CRE
              MOVE ' DEBITO IGUAL AO CREDITO' TO WSS-MSG-VALIDA
              GO TO ROT-VALIDA-LINHA-EXIT
           END-IF.

           MOVE 'S' TO WSS-LINHA-OK.

       ROT-VALIDA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PROCURA O EVENTO NA TABELA ORDENADA. DEVOLVE O SWITCH DE
      * ENCONTRADO (COM A POSICAO EM WSS-MAP-IDX) E, QUANDO NAO
      * ENCONTRADO, A POSICAO DE INSERCAO EM WSS-MAP-POS.
      *-----------------------------------------------------------------
       ROT-PROCURA-LINHA.

           MOVE 'N' TO WSS-MAP-ACHOU.
           MOVE 'N' TO WSS-POS-ACHOU.
           MOVE 1   TO WSS-MAP-IDX.
           COMPUTE WSS-MAP-POS = WSS-QTD-MAP + 1.

           PERFORM ROT-COMPARA-LINHA THRU ROT-COMPARA-LINHA-EXIT
                   UNTIL WSS-MAP-IDX > WSS-QTD-MAP
                      OR WSS-MAP-ENCONTROU
                      OR WSS-POS-ENCONTROU.

       ROT-PROCURA-LINHA-EXIT.
           EXIT.

       ROT-COMPARA-LINHA.

           EVALUATE TRUE
               WHEN WSS-MAP-EVENTO (WSS-MAP-IDX) EQUAL WSS-LT-EVENTO
                   MOVE 'S' TO WSS-MAP-ACHOU
               WHEN WSS-MAP-EVENTO (WSS-MAP-IDX) > WSS-LT-EVENTO
                   MOVE WSS-MAP-IDX TO WSS-MAP-POS
                   MOVE 'S'         TO WSS-POS-ACHOU
               WHEN OTHER
                   ADD 1 TO WSS-MAP-IDX
           END-EVALUATE.

       ROT-COMPARA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * INSERE A LINHA SOB TESTE NA POSICAO WSS-MAP-POS, EMPURRANDO AS
      * ENTRADAS SEGUINTES UMA POSICAO PARA BAIXO.
      *-----------------------------------------------------------------
       ROT-INSERE-LINHA.

           ADD 1 TO WSS-QTD-MAP.
           MOVE WSS-QTD-MAP TO WSS-MAP-SHIFT.

           PERFORM ROT-DESLOCA-PARA-BAIXO
              THRU ROT-DESLOCA-PARA-BAIXO-EXIT
                   UNTIL WSS-MAP-SHIFT <= WSS-MAP-POS.

           MOVE WSS-LT-EVENTO    TO WSS-MAP-EVENTO (WSS-MAP-POS)
           MOVE WSS-LT-CONTA-DEB TO WSS-MAP-CONTA-DEB (WSS-MAP-POS)
           MOVE WSS-LT-CONTA-CRE TO WSS-MAP-CONTA-CRE (WSS-MAP-POS)
           MOVE WSS-LT-DESCRICAO TO WSS-MAP-DESCRICAO (WSS-MAP-POS).

       ROT-INSERE-LINHA-EXIT.
           EXIT.

       ROT-DESLOCA-PARA-BAIXO.

           MOVE WSS-MAP-ENT (WSS-MAP-SHIFT - 1)
             TO WSS-MAP-ENT (WSS-MAP-SHIFT).
           SUBTRACT 1 FROM WSS-MAP-SHIFT.

       ROT-DESLOCA-PARA-BAIXO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REMOVE A ENTRADA WSS-MAP-IDX (POSICIONADA POR
      * ROT-PROCURA-LINHA) PUXANDO AS SEGUINTES PARA CIMA.
      *-----------------------------------------------------------------
       ROT-REMOVE-LINHA.

           MOVE WSS-MAP-IDX TO WSS-MAP-SHIFT.

           PERFORM ROT-DESLOCA-PARA-CIMA
              THRU ROT-DESLOCA-PARA-CIMA-EXIT
                   UNTIL WSS-MAP-SHIFT >= WSS-QTD-MAP.

           SUBTRACT 1 FROM WSS-QTD-MAP.

       ROT-REMOVE-LINHA-EXIT.
           EXIT.

       ROT-DESLOCA-PARA-CIMA.

           MOVE WSS-MAP-ENT (WSS-MAP-SHIFT + 1)
             TO WSS-MAP-ENT (WSS-MAP-SHIFT).
           ADD 1 TO WSS-MAP-SHIFT.

       ROT-DESLOCA-PARA-CIMA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REGRAVA A TABELA COMPLETA A PARTIR DA MEMORIA, JA ORDENADA E
      * DEPURADA.
      *-----------------------------------------------------------------
       ROOT-REGRAVA-CONTAS.

           OPEN OUTPUT MAPCT117.
           IF FS-MAPCT117 NOT EQUAL '00'
              MOVE ' ERRO NA REGRAVACAO DE MAPCT117'
                     TO WSS-MENSAGEM
              MOVE RCMMP117-ERRO-ARQ-CONTAS    TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE 1 TO WSS-MAP-IDX.

           PERFORM ROOT-GRAVA-UMA-LINHA
              THRU ROOT-GRAVA-UMA-LINHA-EXIT
                   UNTIL WSS-MAP-IDX > WSS-QTD-MAP.

           CLOSE MAPCT117.

       ROOT-REGRAVA-CONTAS-EXIT.
           EXIT.

       ROOT-GRAVA-UMA-LINHA.

           MOVE SPACES TO REG-MAPCT117
           MOVE WSS-MAP-EVENTO (WSS-MAP-IDX)    TO MAP-EVENTO
           MOVE WSS-MAP-CONTA-DEB (WSS-MAP-IDX) TO MAP-CONTA-DEBITO
           MOVE WSS-MAP-CONTA-CRE (WSS-MAP-IDX) TO MAP-CONTA-CREDITO
           MOVE WSS-MAP-DESCRICAO (WSS-MAP-IDX) TO MAP-DESCRICAO.

           WRITE REG-MAPCT117.
           IF FS-MAPCT117 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE MAPCT117'
                     TO WSS-MENSAGEM
              MOVE RCMMP117-ERRO-ARQ-CONTAS    TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-MAP-IDX.

       ROOT-GRAVA-UMA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA UMA LINHA NO LOG DE MANUTENCAO PARA A TRANSACAO
      * CORRENTE.
      *-----------------------------------------------------------------
       ROOT-GRAVA-LOG.

           WRITE REG-LOGMP117.

           IF FS-LOGMP117 NOT EQUAL '00'
              DISPLAY ' AVISO - FALHA AO GRAVAR LOGMP117 '
                      '- FS : ' FS-LOGMP117
           END-IF.

       ROOT-GRAVA-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FECHA OS ARQUIVOS.
      *-----------------------------------------------------------------
       ROOT-CLOSE-FILES.

           CLOSE MOVMP117.
           CLOSE LOGMP117.

       ROOT-CLOSE-FILES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EXIBE OS TOTAIS DA MANUTENCAO.
      *-----------------------------------------------------------------
       ROOT-ESTATISTICA.

           DISPLAY ' '
           DISPLAY ' *** ESTATISTICAS DA MANUTENCAO ***'
           DISPLAY ' TRANSACOES LIDAS      : ' WSS-MOV-LIDAS
           DISPLAY ' TRANSACOES ACEITAS    : ' WSS-MOV-ACEITAS
           DISPLAY ' TRANSACOES REJEITADAS : ' WSS-MOV-REJEITADAS
           DISPLAY ' LINHAS DEPURADAS CARGA: ' WSS-CARGA-DESCARTADAS
           DISPLAY ' LINHAS NA TABELA      : ' WSS-QTD-MAP
           DISPLAY ' '.

       ROOT-ESTATISTICA-EXIT.
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

       END PROGRAM MANTM117.
