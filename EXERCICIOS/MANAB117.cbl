      ******************************************************************
      * Author:DANIEL CARNEIRO
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DOS PEDIDOS DE ABONO DE ENCARGO (ABONO117)
      *          APLICADOS PELO COBRA117 - PERDAO DA MULTA, DOS JUROS
      *          OU DE AMBOS, EM PERCENTUAL OU VALOR FIXO, PARA UM
      *          CONTRATO + VENCIMENTO. APLICA AS TRANSACOES DE
      *          MOVAB117 :
      *           I = INCLUI O PEDIDO (SITUACAO PENDENTE; O OPERADOR
      *               DA TRANSACAO E O SOLICITANTE)
      *           A = APROVA O PEDIDO PENDENTE
      *           R = REPROVA O PEDIDO PENDENTE
      *           E = EXCLUI O PEDIDO (QUALQUER SITUACAO)
      *          APROVACAO E REPROVACAO EXIGEM UM OPERADOR DIFERENTE
      *          DO SOLICITANTE. O CONTRATO PASSA PELA MESMA VALIDACAO
      *          DE DIGITO VERIFICADOR MODULO 11 DO COBOL119 E AS
      *          DATAS PELA MESMA REGRA DE CALENDARIO DO MANT119. O
      *          ARQUIVO E MANTIDO EM ORDEM DE CONTRATO/VENCIMENTO E
      *          CADA TRANSACAO GERA UMA LINHA NO LOG LOGAB117, COM O
      *          SOLICITANTE, O OPERADOR E A SITUACAO ANTES E DEPOIS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification history
      * Date       Author              Description
      * 15/10/2026 DANIEL CARNEIRO     Programa inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MANAB117.
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
      * ARQUIVO DE TRANSACOES - UMA MANUTENCAO DE ABONO POR REGISTRO.
      *-----------------------------------------------------------------
           SELECT MOVAB117  ASSIGN TO MOVAB117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MOVAB117.

      *-----------------------------------------------------------------
      * ARQUIVO DE ABONOS - MESMO ARQUIVO LIDO PELO COBRA117. LIDO
      * PARA A TABELA NO INICIO DO JOB E REGRAVADO POR COMPLETO, EM
      * ORDEM DE CONTRATO/VENCIMENTO, NO FIM.
      *-----------------------------------------------------------------
           SELECT ABONO117  ASSIGN TO ABONO117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ABONO117.

      *-----------------------------------------------------------------
      * LOG DE MANUTENCAO - UMA LINHA POR TRANSACAO PROCESSADA.
      *-----------------------------------------------------------------
           SELECT LOGAB117  ASSIGN TO LOGAB117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LOGAB117.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------------------------------------------------
      * REGISTRO DE TRANSACAO : FUNCAO + CONTRATO + VENCIMENTO +
      * OPERADOR. TIPO, FORMA, PERCENTUAL/VALOR E VALIDADE SO SAO
      * LIDOS NA INCLUSAO.
      *-----------------------------------------------------------------
       FD  MOVAB117
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-MOVAB117.

       01  REG-MOVAB117.
           05  MOV-FUNCAO              PIC X(01).
               88  MOV-INCLUI                  VALUE 'I'.
               88  MOV-APROVA                  VALUE 'A'.
               88  MOV-REPROVA                 VALUE 'R'.
               88  MOV-EXCLUI                  VALUE 'E'.
           05  MOV-CONTRATO            PIC X(10).
           05  MOV-VENCTO-X            PIC X(08).
           05  MOV-VENCTO-NUM REDEFINES MOV-VENCTO-X
                                       PIC 9(08).
           05  MOV-TIPO                PIC X(01).
           05  MOV-FORMA               PIC X(01).
           05  MOV-PERCENTUAL-X        PIC X(05).
           05  MOV-PERCENTUAL-NUM REDEFINES MOV-PERCENTUAL-X
                                       PIC 9(03)V99.
           05  MOV-VALOR-X             PIC X(09).
           05  MOV-VALOR-NUM REDEFINES MOV-VALOR-X
                                       PIC 9(07)V99.
           05  MOV-VALIDO-ATE-X        PIC X(08).
           05  MOV-VALIDO-ATE-NUM REDEFINES MOV-VALIDO-ATE-X
                                       PIC 9(08).
           05  MOV-OPERADOR            PIC X(08).
           05  FILLER                  PIC X(29).

      *-----------------------------------------------------------------
      * LINHA DO ARQUIVO DE ABONOS - LIDA E GRAVADA PELA AREA DE
      * TRABALHO REG-ABONO117 (COPYBOOK ABNRG117).
      *-----------------------------------------------------------------
       FD  ABONO117
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-ABONO117-ARQ.

       01  REG-ABONO117-ARQ            PIC X(100).

       FD  LOGAB117
           RECORD CONTAINS 130 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-LOGAB117.

       01  REG-LOGAB117.
           05  LOG-FUNCAO              PIC X(01).
           05  FILLER                  PIC X(01).
           05  LOG-CONTRATO            PIC X(10).
           05  FILLER                  PIC X(01).
           05  LOG-VENCTO              PIC X(08).
           05  FILLER                  PIC X(01).
           05  LOG-TIPO                PIC X(01).
           05  FILLER                  PIC X(01).
           05  LOG-FORMA               PIC X(01).
           05  FILLER                  PIC X(01).
           05  LOG-PERCENTUAL          PIC X(05).
           05  FILLER                  PIC X(01).
           05  LOG-VALOR               PIC X(09).
           05  FILLER                  PIC X(01).
           05  LOG-VALIDO-ATE          PIC X(08).
           05  FILLER                  PIC X(01).
           05  LOG-SOLICITANTE         PIC X(08).
           05  FILLER                  PIC X(01).
           05  LOG-OPERADOR            PIC X(08).
           05  FILLER                  PIC X(01).
           05  LOG-SIT-ANTES           PIC X(01).
           05  FILLER                  PIC X(01).
           05  LOG-SIT-DEPOIS          PIC X(01).
           05  FILLER                  PIC X(01).
           05  LOG-SITUACAO            PIC X(09).
           05  FILLER                  PIC X(01).
           05  LOG-MENSAGEM            PIC X(30).
           05  FILLER                  PIC X(01).
           05  LOG-DATA                PIC 9(08).
           05  FILLER                  PIC X(08).

      *-----------------------
       WORKING-STORAGE SECTION.
       77  FS-MOVAB117                 PIC 99.
       77  FS-ABONO117                 PIC 99.
       77  FS-LOGAB117                 PIC 99.

       77  WSS-EOF-MOVAB               PIC X(01) VALUE 'N'.
           88  WSS-FIM-MOVAB                     VALUE 'S'.
       77  WSS-EOF-ABONO               PIC X(01) VALUE 'N'.
           88  WSS-FIM-ABONO                     VALUE 'S'.

       77  WSS-MOV-LIDAS               PIC 9(07) VALUE ZEROES.
       77  WSS-MOV-ACEITAS             PIC 9(07) VALUE ZEROES.
       77  WSS-MOV-REJEITADAS          PIC 9(07) VALUE ZEROES.
       77  WSS-MOV-INCLUIDOS           PIC 9(07) VALUE ZEROES.
       77  WSS-MOV-APROVADOS           PIC 9(07) VALUE ZEROES.
       77  WSS-MOV-REPROVADOS          PIC 9(07) VALUE ZEROES.
       77  WSS-MOV-EXCLUIDOS           PIC 9(07) VALUE ZEROES.
       77  WSS-CARGA-DESCARTADAS       PIC 9(07) VALUE ZEROES.
       77  WSS-CARGA-EXPURGADAS        PIC 9(07) VALUE ZEROES.

       77  WSS-MENSAGEM                PIC X(30).
       77  WSS-MSG-VALIDA              PIC X(30).

      *-----------------------------------------------------------------
      * DATA DO MOVIMENTO (DATMV117) : DATA DO PEDIDO E DA DECISAO E
      * REFERENCIA DA VALIDADE. PEDIDO VENCIDO HA MAIS DE
      * WSS-DIAS-RETENCAO DIAS SAI DO ARQUIVO NA CARGA - O HISTORICO
      * FICA NO LOGAB117.
      *-----------------------------------------------------------------
       01  WSS-HOJE.
           05  WSS-HOJE-ANO            PIC 9(04).
           05  WSS-HOJE-MMDD           PIC 9(04).
       01  WSS-HOJE-NUM REDEFINES WSS-HOJE
                                       PIC 9(08).
       77  WSS-DIAS-RETENCAO           PIC 9(03) VALUE 30.
       77  WSS-LIMITE-RETENCAO         PIC 9(08).

      *-----------------------------------------------------------------
      * PEDIDOS DE ABONO EM MEMORIA, SEMPRE EM ORDEM DE CONTRATO/
      * VENCIMENTO (INSERCAO ORDENADA COM BUSCA BINARIA).
      *-----------------------------------------------------------------
       77  WSS-QTD-ABN                 PIC 9(4) COMP VALUE ZEROES.
       77  WSS-QTD-MAX-ABN             PIC 9(4) COMP VALUE 5000.
       01  WSS-TAB-ABN-GRP.
           05  WSS-ABN-ENT OCCURS 1 TO 5000 TIMES
                           DEPENDING ON WSS-QTD-ABN.
               10  WSS-ABN-CHAVE       PIC X(19).
               10  WSS-ABN-RESTO       PIC X(81).

       77  WSS-ABN-IDX                 PIC 9(4) COMP.
       77  WSS-ABN-INF                 PIC 9(4) COMP.
       77  WSS-ABN-SUP                 PIC 9(4) COMP.
       77  WSS-ABN-POS                 PIC 9(4) COMP.
       77  WSS-ABN-SHIFT               PIC 9(4) COMP.
       77  WSS-ABN-ACHOU               PIC X(01) VALUE 'N'.
           88  WSS-ABN-ENCONTROU                 VALUE 'S'.

      *-----------------------------------------------------------------
      * CHAVE SOB TESTE - MESMO FORMATO DE ABN-CHAVE.
      *-----------------------------------------------------------------
       01  WSS-CHAVE-TESTE.
           05  WSS-CT-CONTRATO         PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WSS-CT-VENCTO           PIC 9(08).

      *-----------------------------------------------------------------
      * AREA DE TRABALHO DO PEDIDO DE ABONO (LEITURA, MONTAGEM E
      * GRAVACAO).
      *-----------------------------------------------------------------
       COPY ABNRG117.

       77  WSS-SIT-ANTES               PIC X(01).

      *-----------------------------------------------------------------
      * VALIDACAO DO DIGITO VERIFICADOR MODULO 11 DO CONTRATO - MESMA
      * REGRA DE ROT-CALCULA-DV DO COBOL119 (PESOS 10 A 2, RESTO 0 OU
      * 1 GERA DIGITO 0).
      *-----------------------------------------------------------------
       01  WSS-CONTRATO-DV.
           05  WSS-CDV-DIG OCCURS 10 TIMES
                                       PIC 9(01).
       77  WSS-DV-IDX                  PIC 9(4) COMP.
       77  WSS-DV-SOMA                 PIC 9(4) COMP VALUE ZEROES.
       77  WSS-DV-RESTO                PIC 9(02).
       77  WSS-DV-CALC                 PIC 9(02).

      *-----------------------------------------------------------------
      * AREA DE VALIDACAO DE DATA (MESMA REGRA DO MANT119) : CALENDARIO
      * CIVIL, INCLUSIVE ANO BISSEXTO, E JANELA DE ANOS ACEITA (ANO
      * ANTERIOR ATE DOIS ANOS A FRENTE DO ANO DO MOVIMENTO).
      *-----------------------------------------------------------------
       01  WSS-DATA-TESTE              PIC 9(08).
       01  WSS-DATA-TESTE-R REDEFINES WSS-DATA-TESTE.
           05  WSS-DT-ANO              PIC 9(04).
           05  WSS-DT-MES              PIC 9(02).
           05  WSS-DT-DIA              PIC 9(02).

       01  WSS-TAB-DIAS-MES-DADOS     PIC X(24)
                                      VALUE '312831303130313130313031'.
       01  WSS-TAB-DIAS-MES REDEFINES WSS-TAB-DIAS-MES-DADOS.
           05  WSS-DIAS-MES OCCURS 12 TIMES
                                       PIC 99.
       77  WSS-DIAS-LIMITE             PIC 99.
       77  WSS-RESTO-BISSEXTO          PIC 9(04).

       77  WSS-DATA-OK                 PIC X(01) VALUE 'N'.
           88  WSS-DATA-VALIDA                   VALUE 'S'.

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
           DISPLAY ' MANAB117'
           DISPLAY ' MANUTENCAO DOS PEDIDOS DE ABONO (ABONO117)'
           DISPLAY ' '.

           MOVE 'INI'      TO WSS-HIS-TIPO
           MOVE 'MANAB117' TO WSS-HIS-PROGRAMA
           MOVE ZEROES     TO WSS-HIS-REGISTROS
           MOVE ZEROES     TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

      *-----------------------------------------------------------------
      * PEDIDO E DECISAO VALEM NA DATA DE MOVIMENTO DO CICLO
      * (DATMV117), NAO NA DO RELOGIO.
      *-----------------------------------------------------------------
           MOVE 'C' TO WSS-DTM-FUNCAO.
           CALL 'DATMV117' USING WSS-DTM-REQUEST.
           MOVE WSS-DTM-DATA TO WSS-HOJE-NUM.

           COMPUTE WSS-LIMITE-RETENCAO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WSS-HOJE-NUM)
                    - WSS-DIAS-RETENCAO).

           DISPLAY ' DATA DO MOVIMENTO : ' WSS-HOJE-NUM.

           PERFORM ROOT-OPEN-FILES THRU ROOT-OPEN-FILES-EXIT.

           PERFORM ROOT-CARREGA-ABONOS
              THRU ROOT-CARREGA-ABONOS-EXIT.

       002-PROCESSA-MOVIMENTO      SECTION.

           PERFORM ROOT-PROCESSA-UMA-TRANS
              THRU ROOT-PROCESSA-UMA-TRANS-EXIT
                   UNTIL WSS-FIM-MOVAB.

       003-PROCEDIMENTOS-FINAIS    SECTION.

           PERFORM ROOT-REGRAVA-ABONOS
              THRU ROOT-REGRAVA-ABONOS-EXIT.

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
      * ABRE O ARQUIVO DE TRANSACOES E O LOG (EXTEND - O LOG ACUMULA
      * AS EXECUCOES). O ARQUIVO DE ABONOS E ABERTO POR
      * ROOT-CARREGA-ABONOS (E OPCIONAL NA PRIMEIRA CARGA).
      *-----------------------------------------------------------------
       ROOT-OPEN-FILES.

           OPEN INPUT MOVAB117.
           IF FS-MOVAB117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE MOVAB117'
                     TO WSS-MENSAGEM
              MOVE RCMAB117-ERRO-ARQ-MOVIMENTO TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           OPEN EXTEND LOGAB117.
           IF FS-LOGAB117 EQUAL '35'
              OPEN OUTPUT LOGAB117
           END-IF.
           IF FS-LOGAB117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE LOGAB117'
                     TO WSS-MENSAGEM
              MOVE RCMAB117-ERRO-ARQ-LOG       TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

       ROOT-OPEN-FILES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA O ARQUIVO ATUAL. LINHA COM DATA NAO NUMERICA OU CHAVE
      * DUPLICADA E DESCARTADA COM AVISO; PEDIDO VENCIDO ANTES DO
      * LIMITE DE RETENCAO E EXPURGADO. NENHUMA DAS DUAS VOLTA PARA O
      * ARQUIVO REGRAVADO.
      *-----------------------------------------------------------------
       ROOT-CARREGA-ABONOS.

           OPEN INPUT ABONO117.

           IF FS-ABONO117 EQUAL '35'
              DISPLAY ' ABONO117 NAO CATALOGADO - ARQUIVO VAZIO'
              GO TO ROOT-CARREGA-ABONOS-EXIT
           END-IF.

           IF FS-ABONO117 NOT EQUAL '00'
              MOVE ' ERRO NO ARQUIVO DE ABONOS'
                     TO WSS-MENSAGEM
              MOVE RCMAB117-ERRO-ARQ-ABONOS    TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROOT-LE-ABONO THRU ROOT-LE-ABONO-EXIT
                   UNTIL WSS-FIM-ABONO.

           CLOSE ABONO117.

           DISPLAY ' PEDIDOS CARREGADOS DO ARQUIVO : ' WSS-QTD-ABN.

       ROOT-CARREGA-ABONOS-EXIT.
           EXIT.

       ROOT-LE-ABONO.

           READ ABONO117 INTO REG-ABONO117
               AT END
                   MOVE 'S' TO WSS-EOF-ABONO
               NOT AT END
                   PERFORM ROOT-DEPURA-UM-ABONO
                      THRU ROOT-DEPURA-UM-ABONO-EXIT
           END-READ.

       ROOT-LE-ABONO-EXIT.
           EXIT.

       ROOT-DEPURA-UM-ABONO.

           IF ABN-DATA-VENCTO IS NOT NUMERIC
              OR ABN-VALIDO-ATE IS NOT NUMERIC
              ADD 1 TO WSS-CARGA-DESCARTADAS
              DISPLAY ' CARGA - LINHA DESCARTADA (NAO NUMERICA) : '
                        ABN-CONTRATO
              GO TO ROOT-DEPURA-UM-ABONO-EXIT
           END-IF.

           IF ABN-VALIDO-ATE < WSS-LIMITE-RETENCAO
              ADD 1 TO WSS-CARGA-EXPURGADAS
              GO TO ROOT-DEPURA-UM-ABONO-EXIT
           END-IF.

           MOVE ABN-CONTRATO    TO WSS-CT-CONTRATO.
           MOVE ABN-DATA-VENCTO TO WSS-CT-VENCTO.

           PERFORM ROT-PROCURA-ABONO THRU ROT-PROCURA-ABONO-EXIT.

           IF WSS-ABN-ENCONTROU
              ADD 1 TO WSS-CARGA-DESCARTADAS
              DISPLAY ' CARGA - LINHA DESCARTADA (DUPLICADA) : '
                        ABN-CONTRATO ' ' ABN-DATA-VENCTO
              GO TO ROOT-DEPURA-UM-ABONO-EXIT
           END-IF.

           PERFORM ROT-INSERE-ABONO THRU ROT-INSERE-ABONO-EXIT.

       ROOT-DEPURA-UM-ABONO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LE UMA TRANSACAO DE MOVAB117 E ENCAMINHA PARA APLICACAO.
      *-----------------------------------------------------------------
       ROOT-PROCESSA-UMA-TRANS.

           READ MOVAB117
               AT END
                   MOVE 'S' TO WSS-EOF-MOVAB
               NOT AT END
                   ADD 1 TO WSS-MOV-LIDAS
                   PERFORM ROOT-APLICA-TRANS
                      THRU ROOT-APLICA-TRANS-EXIT
           END-READ.

       ROOT-PROCESSA-UMA-TRANS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDACOES COMUNS (FUNCAO, CONTRATO, DIGITO, VENCIMENTO,
      * OPERADOR) E LOCALIZACAO DO PEDIDO; DEPOIS A REGRA PROPRIA DE
      * CADA FUNCAO.
      *-----------------------------------------------------------------
       ROOT-APLICA-TRANS.

           MOVE SPACES           TO REG-LOGAB117
           MOVE MOV-FUNCAO       TO LOG-FUNCAO
           MOVE MOV-CONTRATO     TO LOG-CONTRATO
           MOVE MOV-VENCTO-X     TO LOG-VENCTO
           MOVE MOV-TIPO         TO LOG-TIPO
           MOVE MOV-FORMA        TO LOG-FORMA
           MOVE MOV-PERCENTUAL-X TO LOG-PERCENTUAL
           MOVE MOV-VALOR-X      TO LOG-VALOR
           MOVE MOV-VALIDO-ATE-X TO LOG-VALIDO-ATE
           MOVE MOV-OPERADOR     TO LOG-OPERADOR
           MOVE WSS-HOJE-NUM     TO LOG-DATA.

           MOVE SPACES TO WSS-SIT-ANTES.

           IF NOT MOV-INCLUI AND NOT MOV-APROVA
              AND NOT MOV-REPROVA AND NOT MOV-EXCLUI
              MOVE ' FUNCAO DE TRANSACAO INVALIDA' TO WSS-MSG-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-APLICA-TRANS-EXIT
           END-IF.

           IF MOV-CONTRATO IS NOT NUMERIC
              MOVE ' CONTRATO NAO NUMERICO' TO WSS-MSG-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-APLICA-TRANS-EXIT
           END-IF.

           PERFORM ROT-CALCULA-DV THRU ROT-CALCULA-DV-EXIT.

           IF WSS-DV-CALC NOT EQUAL WSS-CDV-DIG (10)
              MOVE ' DIGITO VERIFICADOR INVALIDO' TO WSS-MSG-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-APLICA-TRANS-EXIT
           END-IF.

           IF MOV-VENCTO-X IS NOT NUMERIC
              MOVE ' VENCIMENTO NAO NUMERICO' TO WSS-MSG-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-APLICA-TRANS-EXIT
           END-IF.

           MOVE MOV-VENCTO-NUM TO WSS-DATA-TESTE.

           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-EXIT.

           IF NOT WSS-DATA-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-APLICA-TRANS-EXIT
           END-IF.

           IF MOV-OPERADOR EQUAL SPACES
              MOVE ' OPERADOR NAO INFORMADO' TO WSS-MSG-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-APLICA-TRANS-EXIT
           END-IF.

           MOVE MOV-CONTRATO   TO WSS-CT-CONTRATO.
           MOVE MOV-VENCTO-NUM TO WSS-CT-VENCTO.

           PERFORM ROT-PROCURA-ABONO THRU ROT-PROCURA-ABONO-EXIT.

           IF WSS-ABN-ENCONTROU
              MOVE WSS-ABN-ENT (WSS-ABN-IDX) TO REG-ABONO117
              MOVE ABN-SITUACAO    TO WSS-SIT-ANTES
              MOVE ABN-SOLICITANTE TO LOG-SOLICITANTE
           END-IF.

           EVALUATE TRUE
               WHEN MOV-INCLUI
                   PERFORM ROOT-INCLUI THRU ROOT-INCLUI-EXIT
               WHEN MOV-APROVA
                   PERFORM ROOT-DECIDE THRU ROOT-DECIDE-EXIT
               WHEN MOV-REPROVA
                   PERFORM ROOT-DECIDE THRU ROOT-DECIDE-EXIT
               WHEN MOV-EXCLUI
                   PERFORM ROOT-EXCLUI THRU ROOT-EXCLUI-EXIT
           END-EVALUATE.

       ROOT-APLICA-TRANS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * INCLUSAO DO PEDIDO : UM SO PEDIDO VIVO (PENDENTE OU APROVADO)
      * POR CONTRATO + VENCIMENTO; PEDIDO REPROVADO PODE SER REFEITO
      * E E SUBSTITUIDO. A VALIDADE TEM DE SER UMA DATA VALIDA, NAO
      * VENCIDA E POSTERIOR AO VENCIMENTO (ANTES DELE NAO HA ENCARGO).
      *-----------------------------------------------------------------
       ROOT-INCLUI.

           IF WSS-ABN-ENCONTROU
              AND NOT ABN-REPROVADO
              MOVE ' JA HA ABONO P/ O VENCIMENTO' TO WSS-MSG-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-INCLUI-EXIT
           END-IF.

           IF MOV-TIPO NOT EQUAL 'M' AND MOV-TIPO NOT EQUAL 'J'
              AND MOV-TIPO NOT EQUAL 'A'
              MOVE ' TIPO DE ABONO INVALIDO' TO WSS-MSG-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-INCLUI-EXIT
           END-IF.

           EVALUATE MOV-FORMA
               WHEN 'P'
                   IF MOV-PERCENTUAL-X IS NOT NUMERIC
                      OR MOV-PERCENTUAL-NUM EQUAL ZEROES
                      OR MOV-PERCENTUAL-NUM > 100
                      MOVE ' PERCENTUAL INVALIDO' TO WSS-MSG-VALIDA
                   END-IF
               WHEN 'V'
                   IF MOV-VALOR-X IS NOT NUMERIC
                      OR MOV-VALOR-NUM EQUAL ZEROES
                      MOVE ' VALOR INVALIDO' TO WSS-MSG-VALIDA
                   END-IF
               WHEN OTHER
                   MOVE ' FORMA DE ABONO INVALIDA' TO WSS-MSG-VALIDA
           END-EVALUATE.

           IF WSS-MSG-VALIDA NOT EQUAL SPACES
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-INCLUI-EXIT
           END-IF.

           IF MOV-VALIDO-ATE-X IS NOT NUMERIC
              MOVE ' VALIDADE NAO NUMERICA' TO WSS-MSG-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-INCLUI-EXIT
           END-IF.

           MOVE MOV-VALIDO-ATE-NUM TO WSS-DATA-TESTE.

           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-EXIT.

           IF NOT WSS-DATA-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-INCLUI-EXIT
           END-IF.

           IF MOV-VALIDO-ATE-NUM < WSS-HOJE-NUM
              MOVE ' VALIDADE JA VENCIDA' TO WSS-MSG-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-INCLUI-EXIT
           END-IF.

           IF MOV-VALIDO-ATE-NUM <= MOV-VENCTO-NUM
              MOVE ' VALIDADE ATE O VENCIMENTO' TO WSS-MSG-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-INCLUI-EXIT
           END-IF.

           MOVE SPACES             TO REG-ABONO117
           MOVE MOV-CONTRATO       TO ABN-CONTRATO
           MOVE MOV-VENCTO-NUM     TO ABN-DATA-VENCTO
           MOVE MOV-TIPO           TO ABN-TIPO
           MOVE MOV-FORMA          TO ABN-FORMA
           MOVE ZEROES             TO ABN-PERCENTUAL
           MOVE ZEROES             TO ABN-VALOR.

           IF ABN-FORMA-PERCENTUAL
              MOVE MOV-PERCENTUAL-NUM TO ABN-PERCENTUAL
           ELSE
              MOVE MOV-VALOR-NUM      TO ABN-VALOR
           END-IF.

           MOVE MOV-VALIDO-ATE-NUM TO ABN-VALIDO-ATE
           MOVE MOV-OPERADOR       TO ABN-SOLICITANTE
           MOVE 'P'                TO ABN-SITUACAO
           MOVE WSS-HOJE-NUM       TO ABN-DATA-PEDIDO
           MOVE WSS-HOJE-NUM       TO ABN-DATA-SIT.

           IF WSS-ABN-ENCONTROU
              MOVE REG-ABONO117 TO WSS-ABN-ENT (WSS-ABN-IDX)
           ELSE
              IF WSS-QTD-ABN EQUAL WSS-QTD-MAX-ABN
                 MOVE ' TABELA DE ABONOS CHEIA'
                        TO WSS-MENSAGEM
                 MOVE RCMAB117-TABELA-CHEIA    TO RETURN-CODE
                 PERFORM ROT-ABEND
              END-IF
              PERFORM ROT-INSERE-ABONO THRU ROT-INSERE-ABONO-EXIT
           END-IF.

           ADD 1 TO WSS-MOV-INCLUIDOS.
           MOVE MOV-OPERADOR TO LOG-SOLICITANTE.
           MOVE ' PEDIDO DE ABONO INCLUIDO' TO WSS-MSG-VALIDA.
           PERFORM ROOT-ACEITA-TRANS THRU ROOT-ACEITA-TRANS-EXIT.

       ROOT-INCLUI-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * APROVACAO/REPROVACAO : SO DE PEDIDO PENDENTE E POR OPERADOR
      * DIFERENTE DO SOLICITANTE. PEDIDO COM A VALIDADE JA VENCIDA NAO
      * E MAIS APROVADO.
      *-----------------------------------------------------------------
       ROOT-DECIDE.

           IF NOT WSS-ABN-ENCONTROU
              MOVE ' ABONO NAO CADASTRADO' TO WSS-MSG-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-DECIDE-EXIT
           END-IF.

           IF NOT ABN-PENDENTE
              MOVE ' ABONO NAO ESTA PENDENTE' TO WSS-MSG-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-DECIDE-EXIT
           END-IF.

           IF MOV-OPERADOR EQUAL ABN-SOLICITANTE
              MOVE ' APROVADOR IGUAL AO SOLICITANTE'
                     TO WSS-MSG-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-DECIDE-EXIT
           END-IF.

           IF MOV-APROVA
              AND ABN-VALIDO-ATE < WSS-HOJE-NUM
              MOVE ' VALIDADE JA VENCIDA' TO WSS-MSG-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-DECIDE-EXIT
           END-IF.

           MOVE MOV-OPERADOR TO ABN-APROVADOR.
           MOVE WSS-HOJE-NUM TO ABN-DATA-SIT.

           IF MOV-APROVA
              MOVE 'A' TO ABN-SITUACAO
              ADD 1 TO WSS-MOV-APROVADOS
              MOVE ' ABONO APROVADO' TO WSS-MSG-VALIDA
           ELSE
              MOVE 'R' TO ABN-SITUACAO
              ADD 1 TO WSS-MOV-REPROVADOS
              MOVE ' ABONO REPROVADO' TO WSS-MSG-VALIDA
           END-IF.

           MOVE REG-ABONO117 TO WSS-ABN-ENT (WSS-ABN-IDX).

           PERFORM ROOT-ACEITA-TRANS THRU ROOT-ACEITA-TRANS-EXIT.

       ROOT-DECIDE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EXCLUSAO DO PEDIDO (DESISTENCIA OU REVOGACAO DE UM ABONO
      * APROVADO). O COBRA117 DEIXA DE APLICAR A PARTIR DO PROXIMO
      * CICLO.
      *-----------------------------------------------------------------
       ROOT-EXCLUI.

           IF NOT WSS-ABN-ENCONTROU
              MOVE ' ABONO NAO CADASTRADO' TO WSS-MSG-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-EXCLUI-EXIT
           END-IF.

           PERFORM ROT-REMOVE-ABONO THRU ROT-REMOVE-ABONO-EXIT.

           ADD 1 TO WSS-MOV-EXCLUIDOS.
           MOVE ' PEDIDO DE ABONO EXCLUIDO' TO WSS-MSG-VALIDA.
           PERFORM ROOT-ACEITA-TRANS THRU ROOT-ACEITA-TRANS-EXIT.

       ROOT-EXCLUI-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FECHAMENTO DA TRANSACAO NO LOG : ACEITA (COM A SITUACAO NOVA)
      * OU REJEITADA (SITUACAO INALTERADA) COM A MENSAGEM MONTADA.
      *-----------------------------------------------------------------
       ROOT-ACEITA-TRANS.

           ADD 1 TO WSS-MOV-ACEITAS.

           MOVE WSS-SIT-ANTES TO LOG-SIT-ANTES.

           IF MOV-EXCLUI
              MOVE SPACES       TO LOG-SIT-DEPOIS
           ELSE
              MOVE ABN-SITUACAO TO LOG-SIT-DEPOIS
           END-IF.

           MOVE 'ACEITA'       TO LOG-SITUACAO
           MOVE WSS-MSG-VALIDA TO LOG-MENSAGEM
           PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT.

       ROOT-ACEITA-TRANS-EXIT.
           EXIT.

       ROOT-REJEITA-TRANS.

           ADD 1 TO WSS-MOV-REJEITADAS.

           MOVE WSS-SIT-ANTES  TO LOG-SIT-ANTES
           MOVE WSS-SIT-ANTES  TO LOG-SIT-DEPOIS
           MOVE 'REJEITADA'    TO LOG-SITUACAO
           MOVE WSS-MSG-VALIDA TO LOG-MENSAGEM
           PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT.

       ROOT-REJEITA-TRANS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DV MODULO 11 DO CONTRATO (MESMA REGRA DO COBOL119).
      *-----------------------------------------------------------------
       ROT-CALCULA-DV.

           MOVE MOV-CONTRATO TO WSS-CONTRATO-DV.
           MOVE ZEROES       TO WSS-DV-SOMA.
           MOVE 1            TO WSS-DV-IDX.

           PERFORM ROT-SOMA-DV THRU ROT-SOMA-DV-EXIT
                   UNTIL WSS-DV-IDX > 9.

           COMPUTE WSS-DV-RESTO = FUNCTION MOD (WSS-DV-SOMA, 11).

           IF WSS-DV-RESTO < 2
              MOVE ZEROES TO WSS-DV-CALC
           ELSE
              COMPUTE WSS-DV-CALC = 11 - WSS-DV-RESTO
           END-IF.

       ROT-CALCULA-DV-EXIT.
           EXIT.

       ROT-SOMA-DV.

           COMPUTE WSS-DV-SOMA = WSS-DV-SOMA
                   + WSS-CDV-DIG (WSS-DV-IDX) * (11 - WSS-DV-IDX).
           ADD 1 TO WSS-DV-IDX.

       ROT-SOMA-DV-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDA WSS-DATA-TESTE CONTRA O CALENDARIO CIVIL (MES, DIA,
      * BISSEXTO) E CONTRA A JANELA DE ANOS ACEITA : DO ANO ANTERIOR
      * ATE DOIS ANOS A FRENTE DO ANO DO MOVIMENTO.
      *-----------------------------------------------------------------
       ROT-VALIDA-DATA.

           MOVE 'N'    TO WSS-DATA-OK.
           MOVE SPACES TO WSS-MSG-VALIDA.

           IF WSS-DT-MES < 1 OR WSS-DT-MES > 12
              MOVE ' MES INVALIDO' TO WSS-MSG-VALIDA
              GO TO ROT-VALIDA-DATA-EXIT
           END-IF.

           MOVE WSS-DIAS-MES (WSS-DT-MES) TO WSS-DIAS-LIMITE.

      *-----------------------------------------------------------------
      * FEVEREIRO DE ANO BISSEXTO TEM 29 DIAS : DIVISIVEL POR 4 E NAO
      * POR 100, OU DIVISIVEL POR 400.
      *-----------------------------------------------------------------
           IF WSS-DT-MES EQUAL 2
              COMPUTE WSS-RESTO-BISSEXTO = FUNCTION MOD (WSS-DT-ANO, 4)
              IF WSS-RESTO-BISSEXTO EQUAL ZEROES
                 COMPUTE WSS-RESTO-BISSEXTO =
                         FUNCTION MOD (WSS-DT-ANO, 100)
                 IF WSS-RESTO-BISSEXTO NOT EQUAL ZEROES
                    MOVE 29 TO WSS-DIAS-LIMITE
                 ELSE
                    COMPUTE WSS-RESTO-BISSEXTO =
                            FUNCTION MOD (WSS-DT-ANO, 400)
                    IF WSS-RESTO-BISSEXTO EQUAL ZEROES
                       MOVE 29 TO WSS-DIAS-LIMITE
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF WSS-DT-DIA < 1 OR WSS-DT-DIA > WSS-DIAS-LIMITE
              MOVE ' DIA INVALIDO PARA O MES' TO WSS-MSG-VALIDA
              GO TO ROT-VALIDA-DATA-EXIT
           END-IF.

           IF WSS-DT-ANO < WSS-HOJE-ANO - 1
              MOVE ' DATA DE ANO JA ENCERRADO' TO WSS-MSG-VALIDA
              GO TO ROT-VALIDA-DATA-EXIT
           END-IF.

           IF WSS-DT-ANO > WSS-HOJE-ANO + 2
              MOVE ' DATA ALEM DA JANELA DE ANOS' TO WSS-MSG-VALIDA
              GO TO ROT-VALIDA-DATA-EXIT
           END-IF.

           MOVE 'S' TO WSS-DATA-OK.

       ROT-VALIDA-DATA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BUSCA BINARIA DE WSS-CHAVE-TESTE NA TABELA ORDENADA. DEVOLVE O
      * SWITCH DE ENCONTRADO (COM A POSICAO EM WSS-ABN-IDX) E, QUANDO
      * NAO ENCONTRADO, A POSICAO DE INSERCAO EM WSS-ABN-POS.
      *-----------------------------------------------------------------
       ROT-PROCURA-ABONO.

           MOVE 'N' TO WSS-ABN-ACHOU.
           MOVE 1   TO WSS-ABN-INF.
           MOVE WSS-QTD-ABN TO WSS-ABN-SUP.

           PERFORM ROT-BISSECA-ABONO THRU ROT-BISSECA-ABONO-EXIT
                   UNTIL WSS-ABN-INF > WSS-ABN-SUP
                      OR WSS-ABN-ENCONTROU.

           IF NOT WSS-ABN-ENCONTROU
              MOVE WSS-ABN-INF TO WSS-ABN-POS
           END-IF.

       ROT-PROCURA-ABONO-EXIT.
           EXIT.

       ROT-BISSECA-ABONO.

           COMPUTE WSS-ABN-IDX = (WSS-ABN-INF + WSS-ABN-SUP) / 2.

           EVALUATE TRUE
               WHEN WSS-ABN-CHAVE (WSS-ABN-IDX) EQUAL WSS-CHAVE-TESTE
                   MOVE 'S' TO WSS-ABN-ACHOU
               WHEN WSS-ABN-CHAVE (WSS-ABN-IDX) < WSS-CHAVE-TESTE
                   COMPUTE WSS-ABN-INF = WSS-ABN-IDX + 1
               WHEN OTHER
                   COMPUTE WSS-ABN-SUP = WSS-ABN-IDX - 1
           END-EVALUATE.

       ROT-BISSECA-ABONO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * INSERE O PEDIDO DA AREA REG-ABONO117 NA POSICAO WSS-ABN-POS,
      * EMPURRANDO AS ENTRADAS SEGUINTES UMA POSICAO PARA BAIXO.
      *-----------------------------------------------------------------
       ROT-INSERE-ABONO.

           IF WSS-QTD-ABN EQUAL WSS-QTD-MAX-ABN
              MOVE ' TABELA DE ABONOS CHEIA'
                     TO WSS-MENSAGEM
              MOVE RCMAB117-TABELA-CHEIA       TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-QTD-ABN.
           MOVE WSS-QTD-ABN TO WSS-ABN-SHIFT.

           PERFORM ROT-DESLOCA-PARA-BAIXO
              THRU ROT-DESLOCA-PARA-BAIXO-EXIT
                   UNTIL WSS-ABN-SHIFT <= WSS-ABN-POS.

           MOVE REG-ABONO117 TO WSS-ABN-ENT (WSS-ABN-POS).

       ROT-INSERE-ABONO-EXIT.
           EXIT.

       ROT-DESLOCA-PARA-BAIXO.

           MOVE WSS-ABN-ENT (WSS-ABN-SHIFT - 1)
             TO WSS-ABN-ENT (WSS-ABN-SHIFT).
           SUBTRACT 1 FROM WSS-ABN-SHIFT.

       ROT-DESLOCA-PARA-BAIXO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REMOVE A ENTRADA WSS-ABN-IDX (POSICIONADA POR
      * ROT-PROCURA-ABONO) PUXANDO AS SEGUINTES PARA CIMA.
      *-----------------------------------------------------------------
       ROT-REMOVE-ABONO.

           MOVE WSS-ABN-IDX TO WSS-ABN-SHIFT.

           PERFORM ROT-DESLOCA-PARA-CIMA
              THRU ROT-DESLOCA-PARA-CIMA-EXIT
                   UNTIL WSS-ABN-SHIFT >= WSS-QTD-ABN.

           SUBTRACT 1 FROM WSS-QTD-ABN.

       ROT-REMOVE-ABONO-EXIT.
           EXIT.

       ROT-DESLOCA-PARA-CIMA.

           MOVE WSS-ABN-ENT (WSS-ABN-SHIFT + 1)
             TO WSS-ABN-ENT (WSS-ABN-SHIFT).
           ADD 1 TO WSS-ABN-SHIFT.

       ROT-DESLOCA-PARA-CIMA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REGRAVA O ARQUIVO COMPLETO A PARTIR DA MEMORIA, JA ORDENADO E
      * DEPURADO.
      *-----------------------------------------------------------------
       ROOT-REGRAVA-ABONOS.

           OPEN OUTPUT ABONO117.
           IF FS-ABONO117 NOT EQUAL '00'
              MOVE ' ERRO NA REGRAVACAO DE ABONO117'
                     TO WSS-MENSAGEM
              MOVE RCMAB117-ERRO-ARQ-ABONOS    TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE 1 TO WSS-ABN-IDX.

           PERFORM ROOT-GRAVA-UM-ABONO
              THRU ROOT-GRAVA-UM-ABONO-EXIT
                   UNTIL WSS-ABN-IDX > WSS-QTD-ABN.

           CLOSE ABONO117.

       ROOT-REGRAVA-ABONOS-EXIT.
           EXIT.

       ROOT-GRAVA-UM-ABONO.

           WRITE REG-ABONO117-ARQ FROM WSS-ABN-ENT (WSS-ABN-IDX).
           IF FS-ABONO117 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE ABONO117'
                     TO WSS-MENSAGEM
              MOVE RCMAB117-ERRO-ARQ-ABONOS    TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-ABN-IDX.

       ROOT-GRAVA-UM-ABONO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA UMA LINHA NO LOG DE MANUTENCAO PARA A TRANSACAO
      * CORRENTE.
      *-----------------------------------------------------------------
       ROOT-GRAVA-LOG.

           WRITE REG-LOGAB117.

           IF FS-LOGAB117 NOT EQUAL '00'
              DISPLAY ' AVISO - FALHA AO GRAVAR LOGAB117 '
                      '- FS : ' FS-LOGAB117
           END-IF.

       ROOT-GRAVA-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FECHA OS ARQUIVOS.
      *-----------------------------------------------------------------
       ROOT-CLOSE-FILES.

           CLOSE MOVAB117.
           CLOSE LOGAB117.

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
           DISPLAY '   INCLUSOES           : ' WSS-MOV-INCLUIDOS
           DISPLAY '   APROVACOES          : ' WSS-MOV-APROVADOS
           DISPLAY '   REPROVACOES         : ' WSS-MOV-REPROVADOS
           DISPLAY '   EXCLUSOES           : ' WSS-MOV-EXCLUIDOS
           DISPLAY ' TRANSACOES REJEITADAS : ' WSS-MOV-REJEITADAS
           DISPLAY ' LINHAS DESCARTADAS    : ' WSS-CARGA-DESCARTADAS
           DISPLAY ' PEDIDOS EXPURGADOS    : ' WSS-CARGA-EXPURGADAS
           DISPLAY ' PEDIDOS NO ARQUIVO    : ' WSS-QTD-ABN
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

       END PROGRAM MANAB117.
