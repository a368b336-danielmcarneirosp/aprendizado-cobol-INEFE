      ******************************************************************
      * Author:DANIEL CARNEIRO
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DA SITUACAO DOS CONTRATOS NO REGISTRO
      *          PERSISTENTE (REGCT119, VIA CADCT119). APLICA AS
      *          TRANSACOES DE MOVCT119 :
      *           C = CANCELA O CONTRATO (O COBOL119 PASSA A REJEITAR
      *               O CONTRATO COM O MOTIVO '08')
      *           S = SUSPENDE DE/ATE UMA DATA (ATE EM ZEROS = SEM
      *               DATA FINAL) - O COBRA117 NAO COBRA JUROS DOS
      *               DIAS DE ATRASO DENTRO DO PERIODO. O REGISTRO SO
      *               GUARDA UM PERIODO : O NOVO SO E ACEITO QUANDO O
      *               ANTERIOR JA NAO COBRE NENHUM VENCIMENTO EM
      *               ABERTO (REGCT119 E CONTA CORRENTE VENCC117)
      *           R = REATIVA O CONTRATO CANCELADO OU SUSPENSO - A
      *               SUSPENSAO EM ABERTO E ENCERRADA NA VESPERA DA
      *               DATA DO MOVIMENTO
      *          TODA TRANSACAO TRAZ UM CODIGO DE MOTIVO DA TABELA E
      *          O CONTRATO PASSA PELA MESMA VALIDACAO DE DIGITO
      *          VERIFICADOR MODULO 11 DO COBOL119. CADA TRANSACAO
      *          GERA UMA LINHA NO LOG LOGCT119, COM A SITUACAO ANTES
      *          E DEPOIS, NO MESMO ESTILO DO LOGMT120 DO MANT120.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification history
      * Date       Author              Description
      * 15/10/2026 DANIEL CARNEIRO     Programa inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MANCT119.
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
      * ARQUIVO DE TRANSACOES - UMA MUDANCA DE SITUACAO POR REGISTRO.
      *-----------------------------------------------------------------
           SELECT MOVCT119  ASSIGN TO MOVCT119
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MOVCT119.

      *-----------------------------------------------------------------
      * LOG DE MANUTENCAO - UMA LINHA POR TRANSACAO PROCESSADA.
      *-----------------------------------------------------------------
           SELECT LOGCT119  ASSIGN TO LOGCT119
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LOGCT119.

      *-----------------------------------------------------------------
      * VENCIMENTOS DA CONTA CORRENTE DE COBRANCA (KSDS DO CTACT117,
      * CHAVE = CONTRATO + DATA DE VENCIMENTO) - SO CONSULTADO.
      *-----------------------------------------------------------------
           SELECT VENCC117  ASSIGN TO VENCC117
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VCC-CHAVE
           FILE STATUS IS FS-VENCC117.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------------------------------------------------
      * REGISTRO DE TRANSACAO : FUNCAO + CONTRATO + MOTIVO + PERIODO.
      * O PERIODO SO E LIDO NA SUSPENSAO.
      *-----------------------------------------------------------------
       FD  MOVCT119
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-MOVCT119.

       01  REG-MOVCT119.
           05  MOV-FUNCAO              PIC X(01).
               88  MOV-CANCELA                 VALUE 'C'.
               88  MOV-SUSPENDE                VALUE 'S'.
               88  MOV-REATIVA                 VALUE 'R'.
           05  MOV-CONTRATO            PIC X(10).
           05  MOV-MOTIVO              PIC X(02).
           05  MOV-SUSP-DE-X           PIC X(08).
           05  MOV-SUSP-DE-NUM REDEFINES MOV-SUSP-DE-X
                                       PIC 9(08).
           05  MOV-SUSP-ATE-X          PIC X(08).
           05  MOV-SUSP-ATE-NUM REDEFINES MOV-SUSP-ATE-X
                                       PIC 9(08).
           05  FILLER                  PIC X(51).

       FD  LOGCT119
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-LOGCT119.

       01  REG-LOGCT119.
           05  LOG-FUNCAO              PIC X(01).
           05  FILLER                  PIC X(01).
           05  LOG-CONTRATO            PIC X(10).
           05  FILLER                  PIC X(01).
           05  LOG-MOTIVO              PIC X(02).
           05  FILLER                  PIC X(01).
           05  LOG-SUSP-DE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  LOG-SUSP-ATE            PIC X(08).
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
           05  FILLER                  PIC X(13).

       FD  VENCC117
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-VENCC117.

       COPY VCCRG117.

      *-----------------------
       WORKING-STORAGE SECTION.
       77  FS-MOVCT119                 PIC 99.
       77  FS-LOGCT119                 PIC 99.
       77  FS-VENCC117                 PIC 99.

       77  WSS-EOF-MOVCT               PIC X(01) VALUE 'N'.
           88  WSS-FIM-MOVCT                     VALUE 'S'.

       77  WSS-MOV-LIDAS               PIC 9(07) VALUE ZEROES.
       77  WSS-MOV-ACEITAS             PIC 9(07) VALUE ZEROES.
       77  WSS-MOV-REJEITADAS          PIC 9(07) VALUE ZEROES.
       77  WSS-MOV-CANCELADOS          PIC 9(07) VALUE ZEROES.
       77  WSS-MOV-SUSPENSOS           PIC 9(07) VALUE ZEROES.
       77  WSS-MOV-REATIVADOS          PIC 9(07) VALUE ZEROES.

       77  WSS-MENSAGEM                PIC X(30).
       77  WSS-MSG-VALIDA              PIC X(30).

      *-----------------------------------------------------------------
      * DATA DO MOVIMENTO (DATMV117) : DATA DA MUDANCA DE SITUACAO E
      * REFERENCIA PARA ENCERRAR A SUSPENSAO NA REATIVACAO.
      *-----------------------------------------------------------------
       01  WSS-HOJE.
           05  WSS-HOJE-ANO            PIC 9(04).
           05  WSS-HOJE-MMDD           PIC 9(04).
       01  WSS-HOJE-NUM REDEFINES WSS-HOJE
                                       PIC 9(08).
       77  WSS-ONTEM                   PIC 9(08).

      *-----------------------------------------------------------------
      * MOTIVOS DE MUDANCA DE SITUACAO ACEITOS. O '07' SO FAZ SENTIDO
      * NA REATIVACAO.
      *-----------------------------------------------------------------
       77  WSS-QTD-MOTIVOS             PIC 9(4) COMP VALUE 8.
       01  WSS-TAB-MOTIVOS-DADOS.
           05  FILLER                  PIC X(32) VALUE
               '01PEDIDO DO CLIENTE             '.
           05  FILLER                  PIC X(32) VALUE
               '02BLOQUEIO JURIDICO             '.
           05  FILLER                  PIC X(32) VALUE
               '03RENEGOCIACAO DA DIVIDA        '.
           05  FILLER                  PIC X(32) VALUE
               '04SUSPEITA DE FRAUDE            '.
           05  FILLER                  PIC X(32) VALUE
               '05OBITO DO TITULAR              '.
           05  FILLER                  PIC X(32) VALUE
               '06ERRO OPERACIONAL              '.
           05  FILLER                  PIC X(32) VALUE
               '07REGULARIZACAO                 '.
           05  FILLER                  PIC X(32) VALUE
               '99OUTROS                        '.
       01  WSS-TAB-MOTIVOS REDEFINES WSS-TAB-MOTIVOS-DADOS.
           05  WSS-MOT-ENT OCCURS 8 TIMES.
               10  WSS-MOT-CODIGO      PIC X(02).
               10  WSS-MOT-TEXTO       PIC X(30).
       77  WSS-MOT-IDX                 PIC 9(4) COMP.
       77  WSS-MOT-ACHOU               PIC X(01) VALUE 'N'.
           88  WSS-MOT-ENCONTROU                 VALUE 'S'.

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
      * SITUACAO CORRENTE DO CONTRATO LIDA DO CADASTRO E O NOVO
      * PERIODO DE SUSPENSAO A GRAVAR.
      *-----------------------------------------------------------------
       77  WSS-SIT-ATUAL               PIC X(01).
           88  WSS-SIT-CANCELADO                 VALUE 'C'.
           88  WSS-SIT-SUSPENSO                  VALUE 'S'.
       77  WSS-NOVO-DE                 PIC 9(08).
       77  WSS-NOVO-ATE                PIC 9(08).

      *-----------------------------------------------------------------
      * CONFERENCIA DO PERIODO DE SUSPENSAO ANTERIOR : FIM DO PERIODO
      * (ATE EM ZEROS VIRA 99999999) E SE ELE AINDA COBRE VENCIMENTO EM
      * ABERTO. SEM O VENCC117 (NENHUM FATURAMENTO AINDA) SO O
      * REGISTRO E CONFERIDO.
      *-----------------------------------------------------------------
       77  WSS-ANT-ATE                 PIC 9(08).
       77  WSS-TEM-VENCC               PIC X(01) VALUE 'N'.
           88  WSS-VENCC-ABERTO                  VALUE 'S'.
       77  WSS-EOF-VENC                PIC X(01) VALUE 'N'.
           88  WSS-FIM-VENC                      VALUE 'S'.
       77  WSS-PERIODO-VIGOR           PIC X(01) VALUE 'N'.
           88  WSS-PERIODO-EM-VIGOR              VALUE 'S'.

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
           DISPLAY ' MANCT119'
           DISPLAY ' MANUTENCAO DA SITUACAO DOS CONTRATOS (REGCT119)'
           DISPLAY ' '.

           MOVE 'INI'      TO WSS-HIS-TIPO
           MOVE 'MANCT119' TO WSS-HIS-PROGRAMA
           MOVE ZEROES     TO WSS-HIS-REGISTROS
           MOVE ZEROES     TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

      *-----------------------------------------------------------------
      * A MUDANCA DE SITUACAO VALE NA DATA DE MOVIMENTO DO CICLO
      * (DATMV117), NAO NA DO RELOGIO.
      *-----------------------------------------------------------------
           MOVE 'C' TO WSS-DTM-FUNCAO.
           CALL 'DATMV117' USING WSS-DTM-REQUEST.
           MOVE WSS-DTM-DATA TO WSS-HOJE-NUM.

           COMPUTE WSS-ONTEM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WSS-HOJE-NUM) - 1).

           DISPLAY ' DATA DO MOVIMENTO : ' WSS-HOJE-NUM.

           PERFORM ROOT-OPEN-FILES THRU ROOT-OPEN-FILES-EXIT.

       002-PROCESSA-MOVIMENTO      SECTION.

           PERFORM ROOT-PROCESSA-UMA-TRANS
              THRU ROOT-PROCESSA-UMA-TRANS-EXIT
                   UNTIL WSS-FIM-MOVCT.

       003-PROCEDIMENTOS-FINAIS    SECTION.

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
      * AS EXECUCOES).
      *-----------------------------------------------------------------
       ROOT-OPEN-FILES.

           OPEN INPUT MOVCT119.
           IF FS-MOVCT119 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE MOVCT119'
                     TO WSS-MENSAGEM
              MOVE RCMCT119-ERRO-ARQ-MOVIMENTO TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           OPEN EXTEND LOGCT119.
           IF FS-LOGCT119 EQUAL '35'
              OPEN OUTPUT LOGCT119
           END-IF.
           IF FS-LOGCT119 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE LOGCT119'
                     TO WSS-MENSAGEM
              MOVE RCMCT119-ERRO-ARQ-LOG       TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           OPEN INPUT VENCC117.
           IF FS-VENCC117 EQUAL '00'
              MOVE 'S' TO WSS-TEM-VENCC
           ELSE
              IF FS-VENCC117 NOT EQUAL '35'
                 MOVE ' ERRO NA ABERTURA DE VENCC117'
                        TO WSS-MENSAGEM
                 MOVE RCMCT119-ERRO-ARQ-VENCIMENTO TO RETURN-CODE
                 PERFORM ROT-ABEND
              END-IF
           END-IF.

       ROOT-OPEN-FILES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LE UMA TRANSACAO DE MOVCT119 E ENCAMINHA PARA APLICACAO.
      *-----------------------------------------------------------------
       ROOT-PROCESSA-UMA-TRANS.

           READ MOVCT119
               AT END
                   MOVE 'S' TO WSS-EOF-MOVCT
               NOT AT END
                   ADD 1 TO WSS-MOV-LIDAS
                   PERFORM ROOT-APLICA-TRANS
                      THRU ROOT-APLICA-TRANS-EXIT
           END-READ.

       ROOT-PROCESSA-UMA-TRANS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDACOES COMUNS (FUNCAO, CONTRATO, DIGITO, MOTIVO) E LEITURA
      * DA SITUACAO CORRENTE NO CADASTRO; DEPOIS A REGRA PROPRIA DE
      * CADA FUNCAO.
      *-----------------------------------------------------------------
       ROOT-APLICA-TRANS.

           MOVE SPACES          TO REG-LOGCT119
           MOVE MOV-FUNCAO      TO LOG-FUNCAO
           MOVE MOV-CONTRATO    TO LOG-CONTRATO
           MOVE MOV-MOTIVO      TO LOG-MOTIVO
           MOVE MOV-SUSP-DE-X   TO LOG-SUSP-DE
           MOVE MOV-SUSP-ATE-X  TO LOG-SUSP-ATE
           MOVE WSS-HOJE-NUM    TO LOG-DATA.

           IF NOT MOV-CANCELA AND NOT MOV-SUSPENDE
              AND NOT MOV-REATIVA
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

           PERFORM ROT-PROCURA-MOTIVO THRU ROT-PROCURA-MOTIVO-EXIT.

           IF NOT WSS-MOT-ENCONTROU
              MOVE ' MOTIVO NAO CADASTRADO' TO WSS-MSG-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-APLICA-TRANS-EXIT
           END-IF.

           IF MOV-MOTIVO EQUAL '07'
              AND NOT MOV-REATIVA
              MOVE ' MOTIVO SO VALE NA REATIVACAO' TO WSS-MSG-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-APLICA-TRANS-EXIT
           END-IF.

           MOVE 'C'          TO WSS-CTR-FUNCAO.
           MOVE SPACES       TO WSS-CTR-EVENTO.
           MOVE MOV-CONTRATO TO WSS-CTR-CONTRATO.
           MOVE 'N'          TO WSS-CTR-FOUND.

           CALL 'CADCT119' USING WSS-CTR-REQUEST.

           MOVE SPACES TO WSS-SIT-ATUAL.
           IF WSS-CTR-ACHOU
              MOVE WSS-CTR-SIT-CONTRATO TO WSS-SIT-ATUAL
           END-IF.

           IF WSS-SIT-CANCELADO OR WSS-SIT-SUSPENSO
              MOVE WSS-SIT-ATUAL TO LOG-SIT-ANTES
           ELSE
              MOVE 'A'           TO LOG-SIT-ANTES
           END-IF.

           EVALUATE TRUE
               WHEN MOV-CANCELA
                   PERFORM ROOT-CANCELA THRU ROOT-CANCELA-EXIT
               WHEN MOV-SUSPENDE
                   PERFORM ROOT-SUSPENDE THRU ROOT-SUSPENDE-EXIT
               WHEN MOV-REATIVA
                   PERFORM ROOT-REATIVA THRU ROOT-REATIVA-EXIT
           END-EVALUATE.

       ROOT-APLICA-TRANS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CANCELAMENTO : NAO SE CANCELA DUAS VEZES. CONTRATO AINDA NAO
      * REGISTRADO E CANCELADO ASSIM MESMO - O CADASTRO PASSA A BARRAR
      * O PRIMEIRO CALCULO DELE. A SUSPENSAO QUE HOUVER FICA GRAVADA.
      *-----------------------------------------------------------------
       ROOT-CANCELA.

           IF WSS-SIT-CANCELADO
              MOVE ' CONTRATO JA CANCELADO' TO WSS-MSG-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-CANCELA-EXIT
           END-IF.

           MOVE 'CAN'           TO WSS-CTR-EVENTO.
           MOVE WSS-CTR-SUSP-DE  TO WSS-NOVO-DE.
           MOVE WSS-CTR-SUSP-ATE TO WSS-NOVO-ATE.

           PERFORM ROOT-ATUALIZA-CADASTRO
              THRU ROOT-ATUALIZA-CADASTRO-EXIT.

           IF WSS-CTR-RESULT EQUAL SPACES
              ADD 1 TO WSS-MOV-CANCELADOS
              MOVE ' CONTRATO CANCELADO' TO WSS-MSG-VALIDA
              PERFORM ROOT-ACEITA-TRANS THRU ROOT-ACEITA-TRANS-EXIT
           END-IF.

       ROOT-CANCELA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * SUSPENSAO : CONTRATO CANCELADO NAO SE SUSPENDE E CONTRATO JA
      * SUSPENSO PRECISA SER REATIVADO ANTES DE UM PERIODO NOVO. A
      * DATA INICIAL E OBRIGATORIA; A FINAL, EM ZEROS, DEIXA A
      * SUSPENSAO EM ABERTO ATE A REATIVACAO. O PERIODO NOVO
      * SUBSTITUI O ANTERIOR NO REGISTRO - SE O ANTERIOR AINDA COBRE
      * UM VENCIMENTO EM ABERTO, O COBRA117 PERDERIA OS DIAS SEM
      * JUROS DELE E A SUSPENSAO E REJEITADA.
      *-----------------------------------------------------------------
       ROOT-SUSPENDE.

           IF WSS-SIT-CANCELADO
              MOVE ' CONTRATO CANCELADO' TO WSS-MSG-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-SUSPENDE-EXIT
           END-IF.

           IF WSS-SIT-SUSPENSO
              MOVE ' CONTRATO JA SUSPENSO' TO WSS-MSG-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-SUSPENDE-EXIT
           END-IF.

           IF MOV-SUSP-DE-X IS NOT NUMERIC
              OR MOV-SUSP-ATE-X IS NOT NUMERIC
              MOVE ' PERIODO NAO NUMERICO' TO WSS-MSG-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-SUSPENDE-EXIT
           END-IF.

           MOVE MOV-SUSP-DE-NUM TO WSS-DATA-TESTE.
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-EXIT.

           IF NOT WSS-DATA-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-SUSPENDE-EXIT
           END-IF.

           IF MOV-SUSP-ATE-NUM NOT EQUAL ZEROES
              MOVE MOV-SUSP-ATE-NUM TO WSS-DATA-TESTE
              PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-EXIT
              IF NOT WSS-DATA-VALIDA
                 PERFORM ROOT-REJEITA-TRANS
                    THRU ROOT-REJEITA-TRANS-EXIT
                 GO TO ROOT-SUSPENDE-EXIT
              END-IF
              IF MOV-SUSP-ATE-NUM < MOV-SUSP-DE-NUM
                 MOVE ' FIM ANTES DO INICIO'
                        TO WSS-MSG-VALIDA
                 PERFORM ROOT-REJEITA-TRANS
                    THRU ROOT-REJEITA-TRANS-EXIT
                 GO TO ROOT-SUSPENDE-EXIT
              END-IF
           END-IF.

           PERFORM ROOT-CONFERE-PERIODO THRU ROOT-CONFERE-PERIODO-EXIT.

           IF WSS-PERIODO-EM-VIGOR
              MOVE ' SUSPENSAO ANTERIOR EM VIGOR' TO WSS-MSG-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-SUSPENDE-EXIT
           END-IF.

           MOVE 'SUS'            TO WSS-CTR-EVENTO.
           MOVE MOV-SUSP-DE-NUM  TO WSS-NOVO-DE.
           MOVE MOV-SUSP-ATE-NUM TO WSS-NOVO-ATE.

           PERFORM ROOT-ATUALIZA-CADASTRO
              THRU ROOT-ATUALIZA-CADASTRO-EXIT.

           IF WSS-CTR-RESULT EQUAL SPACES
              ADD 1 TO WSS-MOV-SUSPENSOS
              MOVE ' CONTRATO SUSPENSO' TO WSS-MSG-VALIDA
              PERFORM ROOT-ACEITA-TRANS THRU ROOT-ACEITA-TRANS-EXIT
           END-IF.

       ROOT-SUSPENDE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * O PERIODO ANTERIOR (SE HOUVER) AINDA VALE QUANDO COBRE UM
      * VENCIMENTO QUE NAO FOI LIQUIDADO : O DO REGISTRO OU QUALQUER
      * VENCIMENTO ABERTO DO CONTRATO NA CONTA CORRENTE (PARCELAS DE
      * UM PLANO INCLUSIVE) COM DATA ATE O FIM DO PERIODO.
      *-----------------------------------------------------------------
       ROOT-CONFERE-PERIODO.

           MOVE 'N' TO WSS-PERIODO-VIGOR.

           IF NOT WSS-CTR-ACHOU
              OR WSS-CTR-SUSP-DE EQUAL ZEROES
              GO TO ROOT-CONFERE-PERIODO-EXIT
           END-IF.

           IF WSS-CTR-SUSP-ATE EQUAL ZEROES
              MOVE 99999999         TO WSS-ANT-ATE
           ELSE
              MOVE WSS-CTR-SUSP-ATE TO WSS-ANT-ATE
           END-IF.

           IF WSS-CTR-DATA-VENC > ZEROES
              AND WSS-CTR-DATA-VENC NOT > WSS-ANT-ATE
              AND WSS-CTR-SIT-FAT NOT EQUAL 'L'
              MOVE 'S' TO WSS-PERIODO-VIGOR
              GO TO ROOT-CONFERE-PERIODO-EXIT
           END-IF.

           IF NOT WSS-VENCC-ABERTO
              GO TO ROOT-CONFERE-PERIODO-EXIT
           END-IF.

           MOVE MOV-CONTRATO TO VCC-CONTRATO.
           MOVE ZEROES       TO VCC-DATA-VENCTO.
           MOVE 'N'          TO WSS-EOF-VENC.

           START VENCC117 KEY IS NOT LESS THAN VCC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WSS-EOF-VENC
           END-START.

           IF FS-VENCC117 NOT EQUAL '00'
              AND FS-VENCC117 NOT EQUAL '23'
              PERFORM ROT-ABEND-VENCIMENTO
           END-IF.

           PERFORM ROOT-LE-VENCIMENTO THRU ROOT-LE-VENCIMENTO-EXIT
                   UNTIL WSS-FIM-VENC
                      OR WSS-PERIODO-EM-VIGOR.

       ROOT-CONFERE-PERIODO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LE O PROXIMO VENCIMENTO DO CONTRATO NA CONTA CORRENTE. A CHAVE
      * VEM EM ORDEM DE VENCIMENTO : PASSOU DO FIM DO PERIODO OU DO
      * CONTRATO, TERMINA.
      *-----------------------------------------------------------------
       ROOT-LE-VENCIMENTO.

           READ VENCC117 NEXT RECORD
               AT END
                   MOVE 'S' TO WSS-EOF-VENC
                   GO TO ROOT-LE-VENCIMENTO-EXIT
           END-READ.

           IF FS-VENCC117 NOT EQUAL '00'
              PERFORM ROT-ABEND-VENCIMENTO
           END-IF.

           IF VCC-CONTRATO NOT EQUAL MOV-CONTRATO
              OR VCC-DATA-VENCTO > WSS-ANT-ATE
              MOVE 'S' TO WSS-EOF-VENC
              GO TO ROOT-LE-VENCIMENTO-EXIT
           END-IF.

           IF VCC-ABERTO
              MOVE 'S' TO WSS-PERIODO-VIGOR
           END-IF.

       ROOT-LE-VENCIMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REATIVACAO : SO DE CONTRATO CANCELADO OU SUSPENSO. A SUSPENSAO
      * EM ABERTO (OU QUE IA ALEM DE HOJE) TERMINA NA VESPERA DA DATA
      * DO MOVIMENTO; A QUE AINDA NAO TINHA COMECADO E DESFEITA. OS
      * DIAS JA COBERTOS CONTINUAM SEM JUROS NO COBRA117.
      *-----------------------------------------------------------------
       ROOT-REATIVA.

           IF NOT WSS-SIT-CANCELADO AND NOT WSS-SIT-SUSPENSO
              MOVE ' CONTRATO JA ATIVO' TO WSS-MSG-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-REATIVA-EXIT
           END-IF.

           MOVE WSS-CTR-SUSP-DE  TO WSS-NOVO-DE.
           MOVE WSS-CTR-SUSP-ATE TO WSS-NOVO-ATE.

           IF WSS-NOVO-DE NOT EQUAL ZEROES
              IF WSS-NOVO-DE > WSS-ONTEM
                 MOVE ZEROES TO WSS-NOVO-DE
                 MOVE ZEROES TO WSS-NOVO-ATE
              ELSE
                 IF WSS-NOVO-ATE EQUAL ZEROES
                    OR WSS-NOVO-ATE > WSS-ONTEM
                    MOVE WSS-ONTEM TO WSS-NOVO-ATE
                 END-IF
              END-IF
           END-IF.

           MOVE 'REA' TO WSS-CTR-EVENTO.

           PERFORM ROOT-ATUALIZA-CADASTRO
              THRU ROOT-ATUALIZA-CADASTRO-EXIT.

           IF WSS-CTR-RESULT EQUAL SPACES
              ADD 1 TO WSS-MOV-REATIVADOS
              MOVE ' CONTRATO REATIVADO' TO WSS-MSG-VALIDA
              PERFORM ROOT-ACEITA-TRANS THRU ROOT-ACEITA-TRANS-EXIT
           END-IF.

       ROOT-REATIVA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA A MUDANCA NO CADASTRO PELO CADCT119 (EVENTO JA MONTADO
      * EM WSS-CTR-EVENTO). RECUSA DO CADASTRO VIRA REJEICAO.
      *-----------------------------------------------------------------
       ROOT-ATUALIZA-CADASTRO.

           MOVE 'A'           TO WSS-CTR-FUNCAO.
           MOVE MOV-CONTRATO  TO WSS-CTR-CONTRATO.
           MOVE MOV-MOTIVO    TO WSS-CTR-MOTIVO.
           MOVE WSS-NOVO-DE   TO WSS-CTR-SUSP-DE.
           MOVE WSS-NOVO-ATE  TO WSS-CTR-SUSP-ATE.
           MOVE WSS-HOJE-NUM  TO WSS-CTR-DATA-SIT.

           CALL 'CADCT119' USING WSS-CTR-REQUEST.

           IF WSS-CTR-RESULT NOT EQUAL SPACES
              MOVE ' RECUSADA PELO CADASTRO' TO WSS-MSG-VALIDA
              PERFORM ROOT-REJEITA-TRANS THRU ROOT-REJEITA-TRANS-EXIT
              GO TO ROOT-ATUALIZA-CADASTRO-EXIT
           END-IF.

           MOVE WSS-NOVO-DE  TO LOG-SUSP-DE.
           MOVE WSS-NOVO-ATE TO LOG-SUSP-ATE.

       ROOT-ATUALIZA-CADASTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FECHAMENTO DA TRANSACAO NO LOG : ACEITA (COM A SITUACAO NOVA)
      * OU REJEITADA (SITUACAO INALTERADA) COM A MENSAGEM MONTADA.
      *-----------------------------------------------------------------
       ROOT-ACEITA-TRANS.

           ADD 1 TO WSS-MOV-ACEITAS.

           EVALUATE TRUE
               WHEN MOV-CANCELA
                   MOVE 'C' TO LOG-SIT-DEPOIS
               WHEN MOV-SUSPENDE
                   MOVE 'S' TO LOG-SIT-DEPOIS
               WHEN OTHER
                   MOVE 'A' TO LOG-SIT-DEPOIS
           END-EVALUATE.

           MOVE 'ACEITA'       TO LOG-SITUACAO
           MOVE WSS-MSG-VALIDA TO LOG-MENSAGEM
           PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT.

       ROOT-ACEITA-TRANS-EXIT.
           EXIT.

       ROOT-REJEITA-TRANS.

           ADD 1 TO WSS-MOV-REJEITADAS.

           MOVE LOG-SIT-ANTES  TO LOG-SIT-DEPOIS
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
      * PROCURA O MOTIVO DA TRANSACAO NA TABELA DE MOTIVOS.
      *-----------------------------------------------------------------
       ROT-PROCURA-MOTIVO.

           MOVE 'N' TO WSS-MOT-ACHOU.
           MOVE 1   TO WSS-MOT-IDX.

           PERFORM ROT-COMPARA-MOTIVO THRU ROT-COMPARA-MOTIVO-EXIT
                   UNTIL WSS-MOT-IDX > WSS-QTD-MOTIVOS
                      OR WSS-MOT-ENCONTROU.

       ROT-PROCURA-MOTIVO-EXIT.
           EXIT.

       ROT-COMPARA-MOTIVO.

           IF WSS-MOT-CODIGO (WSS-MOT-IDX) EQUAL MOV-MOTIVO
              MOVE 'S' TO WSS-MOT-ACHOU
           ELSE
              ADD 1 TO WSS-MOT-IDX
           END-IF.

       ROT-COMPARA-MOTIVO-EXIT.
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
      * GRAVA UMA LINHA NO LOG DE MANUTENCAO PARA A TRANSACAO
      * CORRENTE.
      *-----------------------------------------------------------------
       ROOT-GRAVA-LOG.

           WRITE REG-LOGCT119.

           IF FS-LOGCT119 NOT EQUAL '00'
              DISPLAY ' AVISO - FALHA AO GRAVAR LOGCT119 '
                      '- FS : ' FS-LOGCT119
           END-IF.

       ROOT-GRAVA-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FECHA OS ARQUIVOS.
      *-----------------------------------------------------------------
       ROOT-CLOSE-FILES.

           CLOSE MOVCT119.
           CLOSE LOGCT119.

           IF WSS-VENCC-ABERTO
              CLOSE VENCC117
           END-IF.

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
           DISPLAY '   CANCELAMENTOS       : ' WSS-MOV-CANCELADOS
           DISPLAY '   SUSPENSOES          : ' WSS-MOV-SUSPENSOS
           DISPLAY '   REATIVACOES         : ' WSS-MOV-REATIVADOS
           DISPLAY ' TRANSACOES REJEITADAS : ' WSS-MOV-REJEITADAS
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
      * ERRO GENUINO NOS VENCIMENTOS DA CONTA CORRENTE - ABENDA PELO
      * PADRAO.
      *-----------------------------------------------------------------
       ROT-ABEND-VENCIMENTO.

           MOVE ' ERRO NOS VENCIMENTOS VENCC117'
                  TO WSS-MENSAGEM.
           MOVE RCMCT119-ERRO-ARQ-VENCIMENTO            TO RETURN-CODE.
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

       END PROGRAM MANCT119.
