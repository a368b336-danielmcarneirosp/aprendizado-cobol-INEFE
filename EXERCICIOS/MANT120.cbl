      *          MEMORIA A CADA JOB. AS TRANSACOES DE MOVTB120 SAO
      *          APLICADAS AO MASTER (INCLUSAO/ALTERACAO/EXCLUSAO) SEM
      *          RECOMPILAR OU REDISTRIBUIR O COBOL120.
      *          DUPLA APROVACAO : A TRANSACAO DE MANUTENCAO FICA
      *          PENDENTE EM PNDTB120 COM O OPERADOR SOLICITANTE E SO
      *          E APLICADA DEPOIS DE APROVADA (CARTAO 'D' OU TELA
      *          TELTB120) POR OUTRO OPERADOR; PENDENCIA SEM DECISAO
      *          NO PRAZO EXPIRA.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification history
      *                                processamento (LOG-DATA), para
      *                                o corte por retencao feito pelo
      *                                arquivamento ARQIV117.
      * 15/10/2026 DANIEL CARNEIRO     Passa a tomar a trava TABREF01
      *                                (TRAVA117) durante o lote - a
      *                                mesma da manutencao on-line
      *                                TELTB120, que grava as mesmas
      *                                linhas no LOGMT120.
      * 15/10/2026 DANIEL CARNEIRO     Dupla aprovacao : transacao
      *                                'I'/'A'/'E' vira pendencia em
      *                                PNDTB120 com o operador (a
      *                                TELTB120 grava no mesmo
      *                                arquivo), cartao 'D' aprova/
      *                                reprova (aprovador diferente
      *                                do solicitante), aprovada e
      *                                aplicada no fim da leitura,
      *                                pendencia expira em 5 dias;
      *                                LOGMT120 com solicitante e
      *                                aprovador.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LOGMT120.

      *-----------------------------------------------------------------
      * ALTERACOES PENDENTES DE APROVACAO - LIDO PARA A TABELA NO
      * INICIO DO JOB E REGRAVADO POR COMPLETO, EM ORDEM DE NUMERO, NO
      * FIM, SEMPRE SOB A TRAVA TABREF01 (A TELTB120 TAMBEM GRAVA
      * NELE).
      *-----------------------------------------------------------------
           SELECT PNDTB120  ASSIGN TO PNDTB120
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PNDTB120.

      *-----------------------------------------------------------------
      * EXTRATO DA GERACAO CORRENTE (RESOLVIDA VIA CATLG117) E
      * CONTRATOS PENDENTES - LIDOS UMA UNICA VEZ NO INICIO DO JOB
      *              'A' ALTERA MOV-CODIGO PARA MOV-CODIGO-NOVO (EM
      *                  BRANCO OU IGUAL AO ATUAL = SO ATUALIZA OS
      *                  CAMPOS DO REGISTRO, SEM TROCAR A CHAVE)
      *              'D' DECISAO SOBRE UMA PENDENCIA (LAYOUT ABAIXO)
      * SITUACAO EM BRANCO ASSUME 'A'; VIGENCIAS EM BRANCO ASSUMEM
      * ZEROS (VIG-DE DESDE SEMPRE, VIG-ATE SEM FIM).
      * MOV-OPERADOR = QUEM DIGITOU O CARTAO - O SOLICITANTE NA
      * 'I'/'A'/'E' E O APROVADOR NA 'D'. 'I'/'A'/'E' NAO MEXEM NO
      * MASTER : VIRAM UMA PENDENCIA EM PNDTB120, APLICADA QUANDO
      * APROVADA.
      *-----------------------------------------------------------------
       FD  MOVTB120
           RECORD CONTAINS 80 CHARACTERS
               88  MOV-INCLUI                  VALUE 'I'.
               88  MOV-ALTERA                  VALUE 'A'.
               88  MOV-EXCLUI                  VALUE 'E'.
               88  MOV-DECISAO                 VALUE 'D'.
           05  MOV-CODIGO              PIC X(04).
           05  MOV-CODIGO-NOVO         PIC X(04).
           05  MOV-FORCA               PIC X(01).
           05  MOV-VIG-ATE-X           PIC X(08).
           05  MOV-VIG-ATE-NUM REDEFINES MOV-VIG-ATE-X
                                       PIC 9(08).
           05  MOV-OPERADOR            PIC X(08).
           05  FILLER                  PIC X(15).

      *-----------------------------------------------------------------
      * CARTAO DE DECISAO ('D') : NUMERO DA PENDENCIA E A ACAO - 'A'
      * APROVA OU 'R' REPROVA. O APROVADOR VEM EM MOV-OPERADOR, NA
      * MESMA POSICAO DO CARTAO DE MANUTENCAO.
      *-----------------------------------------------------------------
       01  REG-MOVTB120-DECISAO.
           05  FILLER                  PIC X(01).
           05  MOV-DEC-NUMERO-X        PIC X(07).
           05  MOV-DEC-NUMERO-NUM REDEFINES MOV-DEC-NUMERO-X
                                       PIC 9(07).
           05  MOV-DEC-ACAO            PIC X(01).
               88  MOV-DEC-APROVA              VALUE 'A'.
               88  MOV-DEC-REPROVA             VALUE 'R'.
           05  FILLER                  PIC X(71).

       FD  TABREF001
           RECORD CONTAINS 60 CHARACTERS
           05  LOG-MENSAGEM            PIC X(30).
           05  FILLER                  PIC X(01).
           05  LOG-DATA                PIC 9(08).
           05  FILLER                  PIC X(01).
           05  LOG-SOLICITANTE         PIC X(08).
           05  FILLER                  PIC X(01).
           05  LOG-APROVADOR           PIC X(08).
           05  FILLER                  PIC X(01).

      *-----------------------------------------------------------------
      * LINHA DO ARQUIVO DE PENDENCIAS - LIDA E GRAVADA PELA AREA DE
      * TRABALHO REG-PENDENCIA (COPYBOOK PNDRG117).
      *-----------------------------------------------------------------
       FD  PNDTB120
           RECORD CONTAINS 130 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-PNDTB120.

       01  REG-PNDTB120                PIC X(130).

      *-----------------------------------------------------------------
      * EXTRATO DA GERACAO CORRENTE - LAYOUT COMPARTILHADO.
       77  FS-MOVTB120                 PIC 99.
       77  FS-TABREF001                PIC 99.
       77  FS-LOGMT120                 PIC 99.
       77  FS-PNDTB120                 PIC 99.

       77  WSS-EOF-MOVTB               PIC X(01) VALUE 'N'.
           88  WSS-FIM-MOVTB                     VALUE 'S'.
       77  WSS-EOF-PNDTB               PIC X(01) VALUE 'N'.
           88  WSS-FIM-PNDTB                     VALUE 'S'.

       77  WSS-MOV-LIDAS               PIC 9(07) VALUE ZEROES.
       77  WSS-MOV-ACEITAS             PIC 9(07) VALUE ZEROES.
       77  WSS-MOV-REJEITADAS          PIC 9(07) VALUE ZEROES.
       77  WSS-CARGA-DESCARTADAS       PIC 9(07) VALUE ZEROES.
       77  WSS-MOV-PENDENTES           PIC 9(07) VALUE ZEROES.
       77  WSS-DEC-APROVADAS           PIC 9(07) VALUE ZEROES.
       77  WSS-DEC-REPROVADAS          PIC 9(07) VALUE ZEROES.
       77  WSS-DEC-REJEITADAS          PIC 9(07) VALUE ZEROES.
       77  WSS-PND-EXPIRADAS           PIC 9(07) VALUE ZEROES.
       77  WSS-PND-EXPURGADAS          PIC 9(07) VALUE ZEROES.
       77  WSS-PND-EM-ABERTO           PIC 9(07) VALUE ZEROES.
       77  WSS-ACEITAS-ANTES           PIC 9(07) VALUE ZEROES.

       77  WSS-MENSAGEM                PIC X(30).
       01  WSS-HOJE                    PIC 9(08).

      *-----------------------------------------------------------------
      * DUPLA APROVACAO : PENDENCIA SEM DECISAO HA MAIS DE
      * WSS-DIAS-VALIDADE DIAS EXPIRA NA CARGA; PENDENCIA ENCERRADA HA
      * MAIS DE WSS-DIAS-RETENCAO DIAS SAI DO ARQUIVO (O HISTORICO FICA
      * NO LOGMT120). MESMOS PRAZOS DO MANTC117 E DO MANT119.
      *-----------------------------------------------------------------
       77  WSS-DIAS-VALIDADE           PIC 9(03) VALUE 5.
       77  WSS-DIAS-RETENCAO           PIC 9(03) VALUE 30.
       77  WSS-LIMITE-VALIDADE         PIC 9(08).
       77  WSS-LIMITE-RETENCAO         PIC 9(08).

      *-----------------------------------------------------------------
      * PENDENCIAS EM MEMORIA, EM ORDEM DE NUMERO (AS NOVAS ENTRAM NO
      * FIM COM O PROXIMO NUMERO).
      *-----------------------------------------------------------------
       77  WSS-QTD-PND                 PIC 9(4) COMP VALUE ZEROES.
       77  WSS-QTD-MAX-PND             PIC 9(4) COMP VALUE 500.
       01  WSS-TAB-PND-GRP.
           05  WSS-PND-ENT OCCURS 1 TO 500 TIMES
                           DEPENDING ON WSS-QTD-PND.
               10  WSS-PND-NUMERO      PIC 9(07).
               10  FILLER              PIC X(01).
               10  WSS-PND-SITUACAO    PIC X(01).
               10  WSS-PND-RESTO       PIC X(121).

       77  WSS-PND-IDX                 PIC 9(4) COMP.
       77  WSS-PND-ULTIMO              PIC 9(07) VALUE ZEROES.
       77  WSS-PND-PROCURADO           PIC 9(07).
       77  WSS-PND-ACHOU               PIC X(01) VALUE 'N'.
           88  WSS-PND-ENCONTROU                 VALUE 'S'.

       01  WSS-MSG-PENDENCIA.
           05  FILLER                  PIC X(14)
                                       VALUE ' PENDENCIA NR '.
           05  WSS-MSG-PND-NUMERO      PIC 9(07).
           05  FILLER                  PIC X(09) VALUE SPACES.

       COPY PNDRG117.

      *-----------------------------------------------------------------
      * CAMPOS DO MASTER JA VALIDADOS E COM OS DEFAULTS APLICADOS A
      * PARTIR DA TRANSACAO CORRENTE (ROOT-VALIDA-CAMPOS).
           05  WSS-CAT-FOUND           PIC X(01).
               88  WSS-CAT-ACHOU               VALUE 'S'.

      *-----------------------------------------------------------------
      * PEDIDO DE TRAVA DO MASTER (TRAVA117) - TRAVA TABREF01, A MESMA
      * TOMADA PELA MANUTENCAO ON-LINE (TELTB120) A CADA ATUALIZACAO.
      *-----------------------------------------------------------------
       01  WSS-TRV-REQUEST.
           05  WSS-TRV-FUNCAO          PIC X(01).
           05  WSS-TRV-ARQUIVO         PIC X(08).
           05  WSS-TRV-PROGRAMA        PIC X(09).
           05  WSS-TRV-RESULT          PIC X(01).
               88  WSS-TRV-OCUPADA             VALUE 'O'.

      *-----------------------------------------------------------------
      * PEDIDO DE GRAVACAO DO HISTORICO DE EXECUCOES (GRVHST01).
      *-----------------------------------------------------------------
           DISPLAY ' '.

           ACCEPT WSS-HOJE FROM DATE YYYYMMDD.
           COMPUTE WSS-LIMITE-VALIDADE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WSS-HOJE)
                    - WSS-DIAS-VALIDADE).
           COMPUTE WSS-LIMITE-RETENCAO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WSS-HOJE)
                    - WSS-DIAS-RETENCAO).
           MOVE 'INI'      TO WSS-HIS-TIPO
           MOVE 'MANT120 ' TO WSS-HIS-PROGRAMA
           MOVE ZEROES     TO WSS-HIS-REGISTROS

           PERFORM ROOT-CARREGA-USO THRU ROOT-CARREGA-USO-EXIT.

           PERFORM ROOT-CARREGA-PENDENCIAS
              THRU ROOT-CARREGA-PENDENCIAS-EXIT.

       002-PROCESSA-MOVIMENTO      SECTION.

           PERFORM ROOT-PROCESSA-UMA-TRANS
              THRU ROOT-PROCESSA-UMA-TRANS-EXIT
                   UNTIL WSS-FIM-MOVTB.

           PERFORM ROOT-APLICA-APROVADAS
              THRU ROOT-APLICA-APROVADAS-EXIT.

       003-PROCEDIMENTOS-FINAIS    SECTION.

           PERFORM ROOT-REGRAVA-PENDENCIAS
              THRU ROOT-REGRAVA-PENDENCIAS-EXIT.

           PERFORM ROOT-CLOSE-FILES THRU ROOT-CLOSE-FILES-EXIT.

           PERFORM ROOT-ESTATISTICA THRU ROOT-ESTATISTICA-EXIT.
       SECTION-CODES        SECTION.

      *-----------------------------------------------------------------
      * ABRE O ARQUIVO DE TRANSACOES, O MASTER (I-O) E O LOG. O MASTER
      * SO E ABERTO DEPOIS DE TOMADA A TRAVA TABREF01.
      *-----------------------------------------------------------------
       ROOT-OPEN-FILES.

           PERFORM ROT-TOMA-TRAVA THRU ROT-TOMA-TRAVA-EXIT.

           OPEN INPUT MOVTB120.
           IF FS-MOVTB120 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DO ARQUIVO MOVTB120'
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA AS PENDENCIAS. PENDENCIA SEM DECISAO REGISTRADA ANTES
      * DO LIMITE DE VALIDADE EXPIRA (E VAI PARA O LOG); PENDENCIA
      * ENCERRADA ANTES DO LIMITE DE RETENCAO E EXPURGADA. O MAIOR
      * NUMERO LIDO E A BASE DA NUMERACAO DAS NOVAS.
      *-----------------------------------------------------------------
       ROOT-CARREGA-PENDENCIAS.

           OPEN INPUT PNDTB120.

           IF FS-PNDTB120 EQUAL '35'
              DISPLAY ' PNDTB120 NAO CATALOGADO - SEM PENDENCIAS'
              GO TO ROOT-CARREGA-PENDENCIAS-EXIT
           END-IF.

           IF FS-PNDTB120 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE PNDTB120'
                     TO WSS-MENSAGEM
              MOVE RC120-ERRO-ARQ-PENDENCIA     TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROOT-LE-PENDENCIA THRU ROOT-LE-PENDENCIA-EXIT
                   UNTIL WSS-FIM-PNDTB.

           CLOSE PNDTB120.

           DISPLAY ' PENDENCIAS CARREGADAS DO ARQUIVO : ' WSS-QTD-PND.

       ROOT-CARREGA-PENDENCIAS-EXIT.
           EXIT.

       ROOT-LE-PENDENCIA.

           READ PNDTB120 INTO REG-PENDENCIA
               AT END
                   MOVE 'S' TO WSS-EOF-PNDTB
               NOT AT END
                   PERFORM ROOT-DEPURA-UMA-PENDENCIA
                      THRU ROOT-DEPURA-UMA-PENDENCIA-EXIT
           END-READ.

       ROOT-LE-PENDENCIA-EXIT.
           EXIT.

       ROOT-DEPURA-UMA-PENDENCIA.

           IF PND-NUMERO IS NOT NUMERIC
              OR PND-DATA-INCL IS NOT NUMERIC
              OR PND-DATA-SIT IS NOT NUMERIC
              ADD 1 TO WSS-CARGA-DESCARTADAS
              DISPLAY ' CARGA - PENDENCIA DESCARTADA (NAO NUMERICA)'
              GO TO ROOT-DEPURA-UMA-PENDENCIA-EXIT
           END-IF.

           IF PND-NUMERO > WSS-PND-ULTIMO
              MOVE PND-NUMERO TO WSS-PND-ULTIMO
           END-IF.

           IF PND-ENCERRADA
              AND PND-DATA-SIT < WSS-LIMITE-RETENCAO
              ADD 1 TO WSS-PND-EXPURGADAS
              GO TO ROOT-DEPURA-UMA-PENDENCIA-EXIT
           END-IF.

           IF PND-PENDENTE
              AND PND-DATA-INCL < WSS-LIMITE-VALIDADE
              MOVE 'X'      TO PND-SITUACAO
              MOVE WSS-HOJE TO PND-DATA-SIT
              ADD 1 TO WSS-PND-EXPIRADAS
              PERFORM ROOT-MONTA-LOG-PENDENCIA
                 THRU ROOT-MONTA-LOG-PENDENCIA-EXIT
              MOVE 'EXPIRADA' TO LOG-SITUACAO
              PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT
           END-IF.

           IF WSS-QTD-PND EQUAL WSS-QTD-MAX-PND
              MOVE ' TABELA DE PENDENCIAS CHEIA'
                     TO WSS-MENSAGEM
              MOVE RC120-PENDENCIAS-CHEIA       TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-QTD-PND.
           MOVE REG-PENDENCIA TO WSS-PND-ENT (WSS-QTD-PND).

       ROOT-DEPURA-UMA-PENDENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LE UM CARTAO DE MOVTB120 : DECISAO SOBRE PENDENCIA OU NOVA
      * TRANSACAO DE MANUTENCAO, QUE SO E REGISTRADA COMO PENDENTE.
      *-----------------------------------------------------------------
       ROOT-PROCESSA-UMA-TRANS.

                   MOVE 'S' TO WSS-EOF-MOVTB
               NOT AT END
                   ADD 1 TO WSS-MOV-LIDAS
                   IF MOV-DECISAO
                      PERFORM ROOT-DECIDE-PENDENCIA
                         THRU ROOT-DECIDE-PENDENCIA-EXIT
                   ELSE
                      PERFORM ROOT-REGISTRA-PENDENCIA
                         THRU ROOT-REGISTRA-PENDENCIA-EXIT
                   END-IF
           END-READ.

       ROOT-PROCESSA-UMA-TRANS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REGISTRA A TRANSACAO DE MANUTENCAO COMO PENDENTE, COM O
      * OPERADOR SOLICITANTE. FUNCAO INVALIDA OU SEM OPERADOR E
      * REJEITADA NA HORA; O RESTO DA VALIDACAO E FEITO NA APLICACAO,
      * CONTRA O MASTER COMO ESTIVER NO DIA.
      *-----------------------------------------------------------------
       ROOT-REGISTRA-PENDENCIA.

           MOVE SPACES          TO REG-LOGMT120
           MOVE MOV-FUNCAO      TO LOG-FUNCAO
           MOVE MOV-CODIGO      TO LOG-CODIGO
           MOVE MOV-CODIGO-NOVO TO LOG-CODIGO-NOVO
           MOVE WSS-HOJE        TO LOG-DATA
           MOVE MOV-OPERADOR    TO LOG-SOLICITANTE.

           IF NOT MOV-INCLUI AND NOT MOV-ALTERA AND NOT MOV-EXCLUI
              ADD 1 TO WSS-MOV-REJEITADAS
              MOVE 'REJEITADA' TO LOG-SITUACAO
              MOVE ' FUNCAO DE TRANSACAO INVALIDA'
                     TO LOG-MENSAGEM
              PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT
              GO TO ROOT-REGISTRA-PENDENCIA-EXIT
           END-IF.

           IF MOV-OPERADOR EQUAL SPACES
              ADD 1 TO WSS-MOV-REJEITADAS
              MOVE 'REJEITADA' TO LOG-SITUACAO
              MOVE ' OPERADOR NAO INFORMADO'
                     TO LOG-MENSAGEM
              PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT
              GO TO ROOT-REGISTRA-PENDENCIA-EXIT
           END-IF.

           IF WSS-QTD-PND EQUAL WSS-QTD-MAX-PND
              MOVE ' TABELA DE PENDENCIAS CHEIA'
                     TO WSS-MENSAGEM
              MOVE RC120-PENDENCIAS-CHEIA       TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-PND-ULTIMO.

           MOVE SPACES         TO REG-PENDENCIA
           MOVE WSS-PND-ULTIMO TO PND-NUMERO
           MOVE 'P'            TO PND-SITUACAO
           MOVE 'L'            TO PND-ORIGEM
           MOVE MOV-OPERADOR   TO PND-SOLICITANTE
           MOVE WSS-HOJE       TO PND-DATA-INCL
           MOVE WSS-HOJE       TO PND-DATA-SIT
           MOVE REG-MOVTB120   TO PND-TRANSACAO.

           ADD 1 TO WSS-QTD-PND.
           MOVE REG-PENDENCIA TO WSS-PND-ENT (WSS-QTD-PND).

           ADD 1 TO WSS-MOV-PENDENTES.
           MOVE 'PENDENTE'     TO LOG-SITUACAO
           MOVE PND-NUMERO     TO WSS-MSG-PND-NUMERO
           MOVE WSS-MSG-PENDENCIA TO LOG-MENSAGEM.
           PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT.

       ROOT-REGISTRA-PENDENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARTAO DE DECISAO : APROVA OU REPROVA UMA PENDENCIA EM ABERTO.
      * O APROVADOR TEM DE SER OUTRO OPERADOR QUE NAO O SOLICITANTE. A
      * APROVADA SO E APLICADA NO FIM DA LEITURA DOS CARTOES, EM ORDEM
      * DE NUMERO (ROOT-APLICA-APROVADAS).
      *-----------------------------------------------------------------
       ROOT-DECIDE-PENDENCIA.

           MOVE SPACES       TO REG-LOGMT120
           MOVE MOV-FUNCAO   TO LOG-FUNCAO
           MOVE WSS-HOJE     TO LOG-DATA
           MOVE MOV-OPERADOR TO LOG-APROVADOR.

           IF MOV-DEC-NUMERO-X IS NOT NUMERIC
              MOVE ' NUMERO DA PENDENCIA INVALIDO'
                     TO LOG-MENSAGEM
              PERFORM ROOT-REJEITA-DECISAO
                 THRU ROOT-REJEITA-DECISAO-EXIT
              GO TO ROOT-DECIDE-PENDENCIA-EXIT
           END-IF.

           IF NOT MOV-DEC-APROVA AND NOT MOV-DEC-REPROVA
              MOVE ' ACAO DA DECISAO INVALIDA'
                     TO LOG-MENSAGEM
              PERFORM ROOT-REJEITA-DECISAO
                 THRU ROOT-REJEITA-DECISAO-EXIT
              GO TO ROOT-DECIDE-PENDENCIA-EXIT
           END-IF.

           IF MOV-OPERADOR EQUAL SPACES
              MOVE ' OPERADOR NAO INFORMADO'
                     TO LOG-MENSAGEM
              PERFORM ROOT-REJEITA-DECISAO
                 THRU ROOT-REJEITA-DECISAO-EXIT
              GO TO ROOT-DECIDE-PENDENCIA-EXIT
           END-IF.

           MOVE MOV-DEC-NUMERO-NUM TO WSS-PND-PROCURADO.

           PERFORM ROT-PROCURA-PENDENCIA
              THRU ROT-PROCURA-PENDENCIA-EXIT.

           IF NOT WSS-PND-ENCONTROU
              MOVE ' PENDENCIA NAO CADASTRADA'
                     TO LOG-MENSAGEM
              PERFORM ROOT-REJEITA-DECISAO
                 THRU ROOT-REJEITA-DECISAO-EXIT
              GO TO ROOT-DECIDE-PENDENCIA-EXIT
           END-IF.

           MOVE WSS-PND-ENT (WSS-PND-IDX) TO REG-PENDENCIA.

           MOVE PND-TRANSACAO (1:1)  TO LOG-FUNCAO
           MOVE PND-TRANSACAO (2:4)  TO LOG-CODIGO
           MOVE PND-TRANSACAO (6:4)  TO LOG-CODIGO-NOVO
           MOVE PND-SOLICITANTE      TO LOG-SOLICITANTE.

           IF NOT PND-PENDENTE
              MOVE ' PENDENCIA NAO ESTA EM ABERTO'
                     TO LOG-MENSAGEM
              PERFORM ROOT-REJEITA-DECISAO
                 THRU ROOT-REJEITA-DECISAO-EXIT
              GO TO ROOT-DECIDE-PENDENCIA-EXIT
           END-IF.

           IF MOV-OPERADOR EQUAL PND-SOLICITANTE
              MOVE ' APROVADOR IGUAL SOLICITANTE'
                     TO LOG-MENSAGEM
              PERFORM ROOT-REJEITA-DECISAO
                 THRU ROOT-REJEITA-DECISAO-EXIT
              GO TO ROOT-DECIDE-PENDENCIA-EXIT
           END-IF.

           MOVE MOV-OPERADOR TO PND-APROVADOR
           MOVE WSS-HOJE     TO PND-DATA-SIT.

           IF MOV-DEC-APROVA
              MOVE 'A'         TO PND-SITUACAO
              ADD 1 TO WSS-DEC-APROVADAS
              MOVE 'APROVADA'  TO LOG-SITUACAO
           ELSE
              MOVE 'R'         TO PND-SITUACAO
              ADD 1 TO WSS-DEC-REPROVADAS
              MOVE 'REPROVADA' TO LOG-SITUACAO
           END-IF.

           MOVE REG-PENDENCIA TO WSS-PND-ENT (WSS-PND-IDX).

           MOVE PND-NUMERO        TO WSS-MSG-PND-NUMERO
           MOVE WSS-MSG-PENDENCIA TO LOG-MENSAGEM.
           PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT.

       ROOT-DECIDE-PENDENCIA-EXIT.
           EXIT.

       ROOT-REJEITA-DECISAO.

           ADD 1 TO WSS-DEC-REJEITADAS.
           MOVE 'REJEITADA' TO LOG-SITUACAO.
           PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT.

       ROOT-REJEITA-DECISAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA A LINHA DE LOG DA PENDENCIA EM REG-PENDENCIA : CHAVE DA
      * TRANSACAO GUARDADA, SOLICITANTE, APROVADOR E O NUMERO.
      *-----------------------------------------------------------------
       ROOT-MONTA-LOG-PENDENCIA.

           MOVE SPACES               TO REG-LOGMT120
           MOVE PND-TRANSACAO (1:1)  TO LOG-FUNCAO
           MOVE PND-TRANSACAO (2:4)  TO LOG-CODIGO
           MOVE PND-TRANSACAO (6:4)  TO LOG-CODIGO-NOVO
           MOVE WSS-HOJE             TO LOG-DATA
           MOVE PND-SOLICITANTE      TO LOG-SOLICITANTE
           MOVE PND-APROVADOR        TO LOG-APROVADOR
           MOVE PND-NUMERO           TO WSS-MSG-PND-NUMERO
           MOVE WSS-MSG-PENDENCIA    TO LOG-MENSAGEM.

       ROOT-MONTA-LOG-PENDENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PROCURA A PENDENCIA WSS-PND-PROCURADO. DEVOLVE O SWITCH DE
      * ENCONTRADA E A POSICAO EM WSS-PND-IDX.
      *-----------------------------------------------------------------
       ROT-PROCURA-PENDENCIA.

           MOVE 'N' TO WSS-PND-ACHOU.
           MOVE 1   TO WSS-PND-IDX.

           PERFORM ROT-COMPARA-PENDENCIA
              THRU ROT-COMPARA-PENDENCIA-EXIT
                   UNTIL WSS-PND-IDX > WSS-QTD-PND
                      OR WSS-PND-ENCONTROU.

       ROT-PROCURA-PENDENCIA-EXIT.
           EXIT.

       ROT-COMPARA-PENDENCIA.

           IF WSS-PND-NUMERO (WSS-PND-IDX) EQUAL WSS-PND-PROCURADO
              MOVE 'S' TO WSS-PND-ACHOU
           ELSE
              ADD 1 TO WSS-PND-IDX
           END-IF.

       ROT-COMPARA-PENDENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * APLICA NO MASTER AS PENDENCIAS APROVADAS, EM ORDEM DE NUMERO.
      * A TRANSACAO GUARDADA PASSA PELA VALIDACAO NORMAL : ACEITA VIRA
      * 'E' (EFETIVADA), REJEITADA VIRA 'N' (NAO APLICADA).
      *-----------------------------------------------------------------
       ROOT-APLICA-APROVADAS.

           MOVE 1 TO WSS-PND-IDX.

           PERFORM ROOT-APLICA-UMA-APROVADA
              THRU ROOT-APLICA-UMA-APROVADA-EXIT
                   UNTIL WSS-PND-IDX > WSS-QTD-PND.

       ROOT-APLICA-APROVADAS-EXIT.
           EXIT.

       ROOT-APLICA-UMA-APROVADA.

           IF WSS-PND-SITUACAO (WSS-PND-IDX) NOT EQUAL 'A'
              GO TO ROOT-APLICA-UMA-APROVADA-PROXIMA
           END-IF.

           MOVE WSS-PND-ENT (WSS-PND-IDX) TO REG-PENDENCIA.
           MOVE PND-TRANSACAO             TO REG-MOVTB120.
           MOVE WSS-MOV-ACEITAS           TO WSS-ACEITAS-ANTES.

           PERFORM ROOT-APLICA-TRANS THRU ROOT-APLICA-TRANS-EXIT.

           IF WSS-MOV-ACEITAS > WSS-ACEITAS-ANTES
              MOVE 'E' TO PND-SITUACAO
           ELSE
              MOVE 'N' TO PND-SITUACAO
           END-IF.

           MOVE WSS-HOJE      TO PND-DATA-SIT.
           MOVE REG-PENDENCIA TO WSS-PND-ENT (WSS-PND-IDX).

       ROOT-APLICA-UMA-APROVADA-PROXIMA.

           ADD 1 TO WSS-PND-IDX.

       ROOT-APLICA-UMA-APROVADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * APLICA CONTRA O MASTER A TRANSACAO APROVADA QUE ESTA EM
      * REG-MOVTB120, DE ACORDO COM MOV-FUNCAO (A PENDENCIA CORRENTE
      * ESTA EM REG-PENDENCIA).
      *-----------------------------------------------------------------
       ROOT-APLICA-TRANS.

           MOVE MOV-FUNCAO      TO LOG-FUNCAO
           MOVE MOV-CODIGO      TO LOG-CODIGO
           MOVE MOV-CODIGO-NOVO TO LOG-CODIGO-NOVO
           MOVE WSS-HOJE        TO LOG-DATA
           MOVE PND-SOLICITANTE TO LOG-SOLICITANTE
           MOVE PND-APROVADOR   TO LOG-APROVADOR.

           EVALUATE TRUE
               WHEN MOV-INCLUI
       ROOT-COMPARA-USO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REGRAVA O ARQUIVO DE PENDENCIAS A PARTIR DA MEMORIA, EM ORDEM
      * DE NUMERO, JA COM AS DECISOES, APLICACOES E EXPIRACOES DO DIA.
      *-----------------------------------------------------------------
       ROOT-REGRAVA-PENDENCIAS.

           OPEN OUTPUT PNDTB120.
           IF FS-PNDTB120 NOT EQUAL '00'
              MOVE ' ERRO NA REGRAVACAO DE PNDTB120'
                     TO WSS-MENSAGEM
              MOVE RC120-ERRO-ARQ-PENDENCIA     TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE 1 TO WSS-PND-IDX.

           PERFORM ROOT-GRAVA-UMA-PENDENCIA
              THRU ROOT-GRAVA-UMA-PENDENCIA-EXIT
                   UNTIL WSS-PND-IDX > WSS-QTD-PND.

           CLOSE PNDTB120.

       ROOT-REGRAVA-PENDENCIAS-EXIT.
           EXIT.

       ROOT-GRAVA-UMA-PENDENCIA.

           IF WSS-PND-SITUACAO (WSS-PND-IDX) EQUAL 'P'
              ADD 1 TO WSS-PND-EM-ABERTO
           END-IF.

           WRITE REG-PNDTB120 FROM WSS-PND-ENT (WSS-PND-IDX).
           IF FS-PNDTB120 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE PNDTB120'
                     TO WSS-MENSAGEM
              MOVE RC120-ERRO-ARQ-PENDENCIA     TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-PND-IDX.

       ROOT-GRAVA-UMA-PENDENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA UMA LINHA NO LOG DE MANUTENCAO PARA A TRANSACAO CORRENTE.
      *-----------------------------------------------------------------
           CLOSE TABREF001.
           CLOSE LOGMT120.

           PERFORM ROT-LIBERA-TRAVA THRU ROT-LIBERA-TRAVA-EXIT.

       ROOT-CLOSE-FILES-EXIT.
           EXIT.


           DISPLAY ' '
           DISPLAY ' *** ESTATISTICAS DA MANUTENCAO ***'
           DISPLAY ' CARTOES LIDOS         : ' WSS-MOV-LIDAS
           DISPLAY ' PENDENCIAS REGISTRADAS: ' WSS-MOV-PENDENTES
           DISPLAY ' PENDENCIAS APROVADAS  : ' WSS-DEC-APROVADAS
           DISPLAY ' PENDENCIAS REPROVADAS : ' WSS-DEC-REPROVADAS
           DISPLAY ' DECISOES REJEITADAS   : ' WSS-DEC-REJEITADAS
           DISPLAY ' PENDENCIAS EXPIRADAS  : ' WSS-PND-EXPIRADAS
           DISPLAY ' PENDENCIAS EXPURGADAS : ' WSS-PND-EXPURGADAS
           DISPLAY ' PENDENCIAS EM ABERTO  : ' WSS-PND-EM-ABERTO
           DISPLAY ' PENDENCIAS DESCARTADAS: ' WSS-CARGA-DESCARTADAS
           DISPLAY ' TRANSACOES ACEITAS    : ' WSS-MOV-ACEITAS
           DISPLAY ' TRANSACOES REJEITADAS : ' WSS-MOV-REJEITADAS
           DISPLAY ' '.
       ROOT-ESTATISTICA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TOMA/LIBERA A TRAVA TABREF01 (TRAVA117). TRAVA OCUPADA POR
      * OUTRO JOB OU PELA TELA TERMINA COM O CODIGO PADRAO DA SUITE -
      * FALHA RAPIDA, SEM ESPERA.
      *-----------------------------------------------------------------
       ROT-TOMA-TRAVA.

           MOVE 'T'         TO WSS-TRV-FUNCAO.
           MOVE 'TABREF01'  TO WSS-TRV-ARQUIVO.
           MOVE 'MANT120'   TO WSS-TRV-PROGRAMA.
           MOVE ' '         TO WSS-TRV-RESULT.

           CALL 'TRAVA117' USING WSS-TRV-REQUEST.

           IF WSS-TRV-OCUPADA
              MOVE ' TRAVA OCUPADA POR OUTRO JOB'
                     TO WSS-MENSAGEM
              MOVE RCTRV117-TRAVA-OCUPADA               TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

       ROT-TOMA-TRAVA-EXIT.
           EXIT.

       ROT-LIBERA-TRAVA.

           MOVE 'L' TO WSS-TRV-FUNCAO.

           CALL 'TRAVA117' USING WSS-TRV-REQUEST.

       ROT-LIBERA-TRAVA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA UM REGISTRO NO HISTORICO DE EXECUCOES DA SUITE.
      *-----------------------------------------------------------------
