      *          ORDEM CRESCENTE COM CAPACIDADE PARA DOIS ANOS DE
      *          DATAS E GRAVA UM LOG DE MANUTENCAO (LOGFE119) NO
      *          MESMO ESTILO DO LOGMT120 DO MANT120.
      *          DUPLA APROVACAO : A TRANSACAO DE MANUTENCAO FICA
      *          PENDENTE EM PNDFE119 COM O OPERADOR SOLICITANTE E SO
      *          E APLICADA DEPOIS DE APROVADA (CARTAO 'D') POR OUTRO
      *          OPERADOR; PENDENCIA SEM DECISAO NO PRAZO EXPIRA.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification history
      *                                processamento (LOG-DATA), para
      *                                o corte por retencao feito pelo
      *                                arquivamento ARQIV117.
      * 15/10/2026 DANIEL CARNEIRO     Dupla aprovacao : transacao
      *                                'I'/'E' vira pendencia em
      *                                PNDFE119 com o operador, cartao
      *                                'D' aprova/reprova (aprovador
      *                                diferente do solicitante),
      *                                aprovada e aplicada no fim da
      *                                leitura, pendencia expira em 5
      *                                dias; LOGFE119 com solicitante
      *                                e aprovador.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LOGFE119.

      *-----------------------------------------------------------------
      * ALTERACOES PENDENTES DE APROVACAO - LIDO PARA A TABELA NO
      * INICIO DO JOB E REGRAVADO POR COMPLETO, EM ORDEM DE NUMERO, NO
      * FIM (COMO O CALENDARIO).
      *-----------------------------------------------------------------
           SELECT PNDFE119  ASSIGN TO PNDFE119
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PNDFE119.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * REGISTRO DE TRANSACAO : FUNCAO + DATA (AAAAMMDD).
      * MOV-FUNCAO = 'I' INCLUI MOV-DATA NO CALENDARIO
      *              'E' EXCLUI MOV-DATA DO CALENDARIO
      *              'D' DECISAO SOBRE UMA PENDENCIA (LAYOUT ABAIXO)
      * MOV-OPERADOR = QUEM DIGITOU O CARTAO - O SOLICITANTE NA 'I'/'E'
      * E O APROVADOR NA 'D'. 'I'/'E' NAO MEXEM NO CALENDARIO : VIRAM
      * UMA PENDENCIA EM PNDFE119, APLICADA QUANDO APROVADA.
      *-----------------------------------------------------------------
       FD  MOVFE119
           RECORD CONTAINS 80 CHARACTERS
           05  MOV-FUNCAO              PIC X(01).
               88  MOV-INCLUI                  VALUE 'I'.
               88  MOV-EXCLUI                  VALUE 'E'.
               88  MOV-DECISAO                 VALUE 'D'.
           05  MOV-DATA-X              PIC X(08).
           05  MOV-DATA-NUM REDEFINES MOV-DATA-X
                                       PIC 9(08).
           05  MOV-OPERADOR            PIC X(08).
           05  FILLER                  PIC X(63).

      *-----------------------------------------------------------------
      * CARTAO DE DECISAO ('D') : NUMERO DA PENDENCIA E A ACAO - 'A'
      * APROVA OU 'R' REPROVA. O APROVADOR VEM EM MOV-OPERADOR, NA
      * MESMA POSICAO DO CARTAO DE MANUTENCAO.
      *-----------------------------------------------------------------
       01  REG-MOVFE119-DECISAO.
           05  FILLER                  PIC X(01).
           05  MOV-DEC-NUMERO-X        PIC X(07).
           05  MOV-DEC-NUMERO-NUM REDEFINES MOV-DEC-NUMERO-X
                                       PIC 9(07).
           05  MOV-DEC-ACAO            PIC X(01).
               88  MOV-DEC-APROVA              VALUE 'A'.
               88  MOV-DEC-REPROVA             VALUE 'R'.
           05  FILLER                  PIC X(71).

      *-----------------------------------------------------------------
           05  LOG-MENSAGEM            PIC X(30).
           05  FILLER                  PIC X(01).
           05  LOG-DATA-PROC           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  LOG-SOLICITANTE         PIC X(08).
           05  FILLER                  PIC X(01).
           05  LOG-APROVADOR           PIC X(08).
           05  FILLER                  PIC X(02).

      *-----------------------------------------------------------------
      * LINHA DO ARQUIVO DE PENDENCIAS - LIDA E GRAVADA PELA AREA DE
      * TRABALHO REG-PENDENCIA (COPYBOOK PNDRG117).
      *-----------------------------------------------------------------
       FD  PNDFE119
           RECORD CONTAINS 130 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-PNDFE119.

       01  REG-PNDFE119                PIC X(130).

      *-----------------------
       WORKING-STORAGE SECTION.
       77  FS-MOVFE119                 PIC 99.
       77  FS-FERIADOS                 PIC 99.
       77  FS-LOGFE119                 PIC 99.
       77  FS-PNDFE119                 PIC 99.

       77  WSS-EOF-MOVFE               PIC X(01) VALUE 'N'.
           88  WSS-FIM-MOVFE                     VALUE 'S'.
       77  WSS-EOF-FERIADO             PIC X(01) VALUE 'N'.
           88  WSS-FIM-FERIADO                   VALUE 'S'.
       77  WSS-EOF-PNDFE               PIC X(01) VALUE 'N'.
           88  WSS-FIM-PNDFE                     VALUE 'S'.

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

           05  WSS-HOJE-ANO            PIC 9(04).
           05  WSS-HOJE-MES            PIC 9(02).
           05  WSS-HOJE-DIA            PIC 9(02).
       01  WSS-HOJE-NUM REDEFINES WSS-HOJE
                                       PIC 9(08).

      *-----------------------------------------------------------------
      * DUPLA APROVACAO : PENDENCIA SEM DECISAO HA MAIS DE
      * WSS-DIAS-VALIDADE DIAS EXPIRA NA CARGA; PENDENCIA ENCERRADA HA
      * MAIS DE WSS-DIAS-RETENCAO DIAS SAI DO ARQUIVO (O HISTORICO FICA
      * NO LOGFE119). MESMOS PRAZOS DO MANTC117 E DO MANT120.
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
      * PEDIDO DE GRAVACAO DO HISTORICO DE EXECUCOES (GRVHST01).
           DISPLAY ' '.

           ACCEPT WSS-HOJE FROM DATE YYYYMMDD.
           COMPUTE WSS-LIMITE-VALIDADE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WSS-HOJE-NUM)
                    - WSS-DIAS-VALIDADE).
           COMPUTE WSS-LIMITE-RETENCAO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WSS-HOJE-NUM)
                    - WSS-DIAS-RETENCAO).
           MOVE 'INI'      TO WSS-HIS-TIPO
           MOVE 'MANT119 ' TO WSS-HIS-PROGRAMA
           MOVE ZEROES     TO WSS-HIS-REGISTROS
           PERFORM ROOT-CARREGA-FERIADOS
              THRU ROOT-CARREGA-FERIADOS-EXIT.

           PERFORM ROOT-CARREGA-PENDENCIAS
              THRU ROOT-CARREGA-PENDENCIAS-EXIT.

       002-PROCESSA-MOVIMENTO      SECTION.

           PERFORM ROOT-PROCESSA-UMA-TRANS
              THRU ROOT-PROCESSA-UMA-TRANS-EXIT
                   UNTIL WSS-FIM-MOVFE.

           PERFORM ROOT-APLICA-APROVADAS
              THRU ROOT-APLICA-APROVADAS-EXIT.

       003-PROCEDIMENTOS-FINAIS    SECTION.

           PERFORM ROOT-REGRAVA-PENDENCIAS
              THRU ROOT-REGRAVA-PENDENCIAS-EXIT.

           PERFORM ROOT-REGRAVA-FERIADOS
              THRU ROOT-REGRAVA-FERIADOS-EXIT.

           EXIT.

      *-----------------------------------------------------------------
      * CARREGA AS PENDENCIAS. PENDENCIA SEM DECISAO REGISTRADA ANTES
      * DO LIMITE DE VALIDADE EXPIRA (E VAI PARA O LOG); PENDENCIA
      * ENCERRADA ANTES DO LIMITE DE RETENCAO E EXPURGADA. O MAIOR
      * NUMERO LIDO E A BASE DA NUMERACAO DAS NOVAS.
      *-----------------------------------------------------------------
       ROOT-CARREGA-PENDENCIAS.

           OPEN INPUT PNDFE119.

           IF FS-PNDFE119 EQUAL '35'
              DISPLAY ' PNDFE119 NAO CATALOGADO - SEM PENDENCIAS'
              GO TO ROOT-CARREGA-PENDENCIAS-EXIT
           END-IF.

           IF FS-PNDFE119 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE PNDFE119'
                     TO WSS-MENSAGEM
              MOVE RCFE119-ERRO-ARQ-PENDENCIA   TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROOT-LE-PENDENCIA THRU ROOT-LE-PENDENCIA-EXIT
                   UNTIL WSS-FIM-PNDFE.

           CLOSE PNDFE119.

           DISPLAY ' PENDENCIAS CARREGADAS DO ARQUIVO : ' WSS-QTD-PND.

       ROOT-CARREGA-PENDENCIAS-EXIT.
           EXIT.

       ROOT-LE-PENDENCIA.

           READ PNDFE119 INTO REG-PENDENCIA
               AT END
                   MOVE 'S' TO WSS-EOF-PNDFE
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
              MOVE 'X'          TO PND-SITUACAO
              MOVE WSS-HOJE-NUM TO PND-DATA-SIT
              ADD 1 TO WSS-PND-EXPIRADAS
              PERFORM ROOT-MONTA-LOG-PENDENCIA
                 THRU ROOT-MONTA-LOG-PENDENCIA-EXIT
              MOVE 'EXPIRADA' TO LOG-SITUACAO
              PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT
           END-IF.

           IF WSS-QTD-PND EQUAL WSS-QTD-MAX-PND
              MOVE ' TABELA DE PENDENCIAS CHEIA'
                     TO WSS-MENSAGEM
              MOVE RCFE119-PENDENCIAS-CHEIA     TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-QTD-PND.
           MOVE REG-PENDENCIA TO WSS-PND-ENT (WSS-QTD-PND).

       ROOT-DEPURA-UMA-PENDENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LE UM CARTAO DE MOVFE119 : DECISAO SOBRE PENDENCIA OU NOVA
      * TRANSACAO DE MANUTENCAO, QUE SO E REGISTRADA COMO PENDENTE.
      *-----------------------------------------------------------------
       ROOT-PROCESSA-UMA-TRANS.

                   MOVE 'S' TO WSS-EOF-MOVFE
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
      * CONTRA A TABELA COMO ESTIVER NO DIA.
      *-----------------------------------------------------------------
       ROOT-REGISTRA-PENDENCIA.

           MOVE SPACES       TO REG-LOGFE119
           MOVE MOV-FUNCAO   TO LOG-FUNCAO
           MOVE MOV-DATA-X   TO LOG-DATA
           MOVE WSS-HOJE     TO LOG-DATA-PROC
           MOVE MOV-OPERADOR TO LOG-SOLICITANTE.

           IF NOT MOV-INCLUI AND NOT MOV-EXCLUI
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
              MOVE RCFE119-PENDENCIAS-CHEIA     TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-PND-ULTIMO.

           MOVE SPACES         TO REG-PENDENCIA
           MOVE WSS-PND-ULTIMO TO PND-NUMERO
           MOVE 'P'            TO PND-SITUACAO
           MOVE 'L'            TO PND-ORIGEM
           MOVE MOV-OPERADOR   TO PND-SOLICITANTE
           MOVE WSS-HOJE-NUM  TO PND-DATA-INCL
           MOVE WSS-HOJE-NUM  TO PND-DATA-SIT
           MOVE REG-MOVFE119   TO PND-TRANSACAO.

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

           MOVE SPACES       TO REG-LOGFE119
           MOVE MOV-FUNCAO   TO LOG-FUNCAO
           MOVE WSS-HOJE     TO LOG-DATA-PROC
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
           MOVE PND-TRANSACAO (2:8)  TO LOG-DATA
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
           MOVE WSS-HOJE-NUM TO PND-DATA-SIT.

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

           MOVE SPACES               TO REG-LOGFE119
           MOVE PND-TRANSACAO (1:1)  TO LOG-FUNCAO
           MOVE PND-TRANSACAO (2:8)  TO LOG-DATA
           MOVE WSS-HOJE             TO LOG-DATA-PROC
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
      * APLICA NA TABELA AS PENDENCIAS APROVADAS, EM ORDEM DE NUMERO.
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
           MOVE PND-TRANSACAO             TO REG-MOVFE119.
           MOVE WSS-MOV-ACEITAS           TO WSS-ACEITAS-ANTES.

           PERFORM ROOT-APLICA-TRANS THRU ROOT-APLICA-TRANS-EXIT.

           IF WSS-MOV-ACEITAS > WSS-ACEITAS-ANTES
              MOVE 'E' TO PND-SITUACAO
           ELSE
              MOVE 'N' TO PND-SITUACAO
           END-IF.

           MOVE WSS-HOJE-NUM  TO PND-DATA-SIT.
           MOVE REG-PENDENCIA TO WSS-PND-ENT (WSS-PND-IDX).

       ROOT-APLICA-UMA-APROVADA-PROXIMA.

           ADD 1 TO WSS-PND-IDX.

       ROOT-APLICA-UMA-APROVADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * APLICA AO CALENDARIO A TRANSACAO APROVADA QUE ESTA EM
      * REG-MOVFE119, DE ACORDO COM MOV-FUNCAO (A PENDENCIA CORRENTE
      * ESTA EM REG-PENDENCIA).
      *-----------------------------------------------------------------
       ROOT-APLICA-TRANS.

           MOVE SPACES          TO REG-LOGFE119
           MOVE MOV-FUNCAO      TO LOG-FUNCAO
           MOVE MOV-DATA-X      TO LOG-DATA
           MOVE WSS-HOJE        TO LOG-DATA-PROC
           MOVE PND-SOLICITANTE TO LOG-SOLICITANTE
           MOVE PND-APROVADOR   TO LOG-APROVADOR.

           EVALUATE TRUE
               WHEN MOV-INCLUI
       ROOT-GRAVA-UM-FERIADO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REGRAVA O ARQUIVO DE PENDENCIAS A PARTIR DA MEMORIA, EM ORDEM
      * DE NUMERO, JA COM AS DECISOES, APLICACOES E EXPIRACOES DO DIA.
      *-----------------------------------------------------------------
       ROOT-REGRAVA-PENDENCIAS.

           OPEN OUTPUT PNDFE119.
           IF FS-PNDFE119 NOT EQUAL '00'
              MOVE ' ERRO NA REGRAVACAO DE PNDFE119'
                     TO WSS-MENSAGEM
              MOVE RCFE119-ERRO-ARQ-PENDENCIA   TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE 1 TO WSS-PND-IDX.

           PERFORM ROOT-GRAVA-UMA-PENDENCIA
              THRU ROOT-GRAVA-UMA-PENDENCIA-EXIT
                   UNTIL WSS-PND-IDX > WSS-QTD-PND.

           CLOSE PNDFE119.

       ROOT-REGRAVA-PENDENCIAS-EXIT.
           EXIT.

       ROOT-GRAVA-UMA-PENDENCIA.

           IF WSS-PND-SITUACAO (WSS-PND-IDX) EQUAL 'P'
              ADD 1 TO WSS-PND-EM-ABERTO
           END-IF.

           WRITE REG-PNDFE119 FROM WSS-PND-ENT (WSS-PND-IDX).
           IF FS-PNDFE119 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE PNDFE119'
                     TO WSS-MENSAGEM
              MOVE RCFE119-ERRO-ARQ-PENDENCIA   TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-PND-IDX.

       ROOT-GRAVA-UMA-PENDENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA UMA LINHA NO LOG DE MANUTENCAO PARA A TRANSACAO CORRENTE.
      *-----------------------------------------------------------------

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
           DISPLAY ' TRANSACOES ACEITAS    : ' WSS-MOV-ACEITAS
           DISPLAY ' TRANSACOES REJEITADAS : ' WSS-MOV-REJEITADAS
           DISPLAY ' DATAS DEPURADAS CARGA : ' WSS-CARGA-DESCARTADAS
