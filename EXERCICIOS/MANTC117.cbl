      *          VIGENCIA, MANTEM O ARQUIVO EM ORDEM DE VIGENCIA +
      *          FAIXA E GRAVA UM LOG DE MANUTENCAO (LOGEN117) NO
      *          MESMO ESTILO DO LOGFE119 DO MANT119.
      *          DUPLA APROVACAO : A TRANSACAO DE MANUTENCAO FICA
      *          PENDENTE EM PNDEN117 COM O OPERADOR SOLICITANTE E SO
      *          E APLICADA DEPOIS DE APROVADA (CARTAO 'D') POR OUTRO
      *          OPERADOR; PENDENCIA SEM DECISAO NO PRAZO EXPIRA.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification history
      *                                de mudanca de taxa e a ultima
      *                                que pode ser sobrescrita a cada
      *                                rodada de manutencao.
      * 15/10/2026 DANIEL CARNEIRO     Dupla aprovacao : transacao
      *                                'I'/'E' vira pendencia em
      *                                PNDEN117 com o operador, cartao
      *                                'D' aprova/reprova (aprovador
      *                                diferente do solicitante),
      *                                aprovada e aplicada no fim da
      *                                leitura, pendencia expira em 5
      *                                dias; LOGEN117 com solicitante
      *                                e aprovador.
      * 15/10/2026 DANIEL CARNEIRO     Carga da TABEN117 posiciona a
      *                                linha (ROT-PROCURA-LINHA) antes
      *                                de inserir e descarta a
      *                                duplicada, como o MANT119.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LOGEN117.

      *-----------------------------------------------------------------
      * ALTERACOES PENDENTES DE APROVACAO - LIDO PARA A TABELA NO
      * INICIO DO JOB E REGRAVADO POR COMPLETO, EM ORDEM DE NUMERO, NO
      * FIM (COMO A TABEN117).
      *-----------------------------------------------------------------
           SELECT PNDEN117  ASSIGN TO PNDEN117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PNDEN117.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * REGISTRO DE TRANSACAO : FUNCAO + VIGENCIA + FAIXA + VALORES.
      * MOV-FUNCAO = 'I' INCLUI A FAIXA DA VIGENCIA
      *              'E' EXCLUI A FAIXA DA VIGENCIA
      *              'D' DECISAO SOBRE UMA PENDENCIA (LAYOUT ABAIXO)
      * MOV-OPERADOR = QUEM DIGITOU O CARTAO - O SOLICITANTE NA 'I'/'E'
      * E O APROVADOR NA 'D'. 'I'/'E' NAO MEXEM NA TABELA : VIRAM UMA
      * PENDENCIA EM PNDEN117, APLICADA QUANDO APROVADA.
      * TAXA COM 3 DECIMAIS IMPLICITOS (0033 = 0,033%) E MULTA COM 2
      * (0200 = 2,00%), COMO NOS CAMPOS DO COBRA117.
      *-----------------------------------------------------------------
           05  MOV-FUNCAO              PIC X(01).
               88  MOV-INCLUI                  VALUE 'I'.
               88  MOV-EXCLUI                  VALUE 'E'.
               88  MOV-DECISAO                 VALUE 'D'.
           05  MOV-VIG-DE-X            PIC X(08).
           05  MOV-VIG-DE-NUM REDEFINES MOV-VIG-DE-X
                                       PIC 9(08).
           05  MOV-MULTA-X             PIC X(04).
           05  MOV-MULTA-NUM REDEFINES MOV-MULTA-X
                                       PIC 99V99.
           05  MOV-OPERADOR            PIC X(08).
           05  FILLER                  PIC X(49).

      *-----------------------------------------------------------------
      * CARTAO DE DECISAO ('D') : NUMERO DA PENDENCIA E A ACAO - 'A'
      * APROVA OU 'R' REPROVA. O APROVADOR VEM EM MOV-OPERADOR, NA
      * MESMA POSICAO DO CARTAO DE MANUTENCAO.
      *-----------------------------------------------------------------
       01  REG-MOVEN117-DECISAO.
           05  FILLER                  PIC X(01).
           05  MOV-DEC-NUMERO-X        PIC X(07).
           05  MOV-DEC-NUMERO-NUM REDEFINES MOV-DEC-NUMERO-X
                                       PIC 9(07).
           05  MOV-DEC-ACAO            PIC X(01).
               88  MOV-DEC-APROVA              VALUE 'A'.
               88  MOV-DEC-REPROVA             VALUE 'R'.
           05  FILLER                  PIC X(71).

      *-----------------------------------------------------------------
      * LINHA DA TABELA DE ENCARGOS - MESMO LAYOUT LIDO PELO COBRA117.
           05  LOG-MENSAGEM            PIC X(30).
           05  FILLER                  PIC X(01).
           05  LOG-DATA                PIC 9(08).
           05  FILLER                  PIC X(01).
           05  LOG-SOLICITANTE         PIC X(08).
           05  FILLER                  PIC X(01).
           05  LOG-APROVADOR           PIC X(08).

      *-----------------------------------------------------------------
      * LINHA DO ARQUIVO DE PENDENCIAS - LIDA E GRAVADA PELA AREA DE
      * TRABALHO REG-PENDENCIA (COPYBOOK PNDRG117).
      *-----------------------------------------------------------------
       FD  PNDEN117
           RECORD CONTAINS 130 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-PNDEN117.

       01  REG-PNDEN117                PIC X(130).

      *-----------------------
       WORKING-STORAGE SECTION.
       77  FS-MOVEN117                 PIC 99.
       77  FS-TABEN117                 PIC 99.
       77  FS-LOGEN117                 PIC 99.
       77  FS-PNDEN117                 PIC 99.

       77  WSS-EOF-MOVEN               PIC X(01) VALUE 'N'.
           88  WSS-FIM-MOVEN                     VALUE 'S'.
       77  WSS-EOF-TABEN               PIC X(01) VALUE 'N'.
           88  WSS-FIM-TABEN                     VALUE 'S'.
       77  WSS-EOF-PNDEN               PIC X(01) VALUE 'N'.
           88  WSS-FIM-PNDEN                     VALUE 'S'.

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
      * NO LOGEN117). MESMOS PRAZOS DO MANT119 E DO MANT120.
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
      * TABELA DE ENCARGOS EM MEMORIA, SEMPRE EM ORDEM DE VIGENCIA +
      * FAIXA (INSERCAO ORDENADA, COMO O MANT119 FAZ COM O
           DISPLAY ' '.

           ACCEPT WSS-HOJE FROM DATE YYYYMMDD.
           COMPUTE WSS-LIMITE-VALIDADE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WSS-HOJE)
                    - WSS-DIAS-VALIDADE).
           COMPUTE WSS-LIMITE-RETENCAO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WSS-HOJE)
                    - WSS-DIAS-RETENCAO).
           MOVE 'INI'      TO WSS-HIS-TIPO
           MOVE 'MANTC117' TO WSS-HIS-PROGRAMA
           MOVE ZEROES     TO WSS-HIS-REGISTROS
           PERFORM ROOT-CARREGA-ENCARGOS
              THRU ROOT-CARREGA-ENCARGOS-EXIT.

           PERFORM ROOT-CARREGA-PENDENCIAS
              THRU ROOT-CARREGA-PENDENCIAS-EXIT.

       002-PROCESSA-MOVIMENTO      SECTION.

           PERFORM ROOT-PROCESSA-UMA-TRANS
              THRU ROOT-PROCESSA-UMA-TRANS-EXIT
                   UNTIL WSS-FIM-MOVEN.

           PERFORM ROOT-APLICA-APROVADAS
              THRU ROOT-APLICA-APROVADAS-EXIT.

       003-PROCEDIMENTOS-FINAIS    SECTION.

           PERFORM ROOT-REGRAVA-PENDENCIAS
              THRU ROOT-REGRAVA-PENDENCIAS-EXIT.

           PERFORM ROOT-REGRAVA-ENCARGOS
              THRU ROOT-REGRAVA-ENCARGOS-EXIT.

              GO TO ROOT-DEPURA-UMA-LINHA-EXIT
           END-IF.

           PERFORM ROT-PROCURA-LINHA THRU ROT-PROCURA-LINHA-EXIT.

           IF WSS-TEN-ENCONTROU
              ADD 1 TO WSS-CARGA-DESCARTADAS
              DISPLAY ' CARGA - LINHA DESCARTADA : '
                        WSS-LT-VIG-DE ' F' WSS-LT-FAIXA
                      ' - DUPLICADA'
              GO TO ROOT-DEPURA-UMA-LINHA-EXIT
           END-IF.

           IF WSS-QTD-TEN EQUAL WSS-QTD-MAX-TEN
              MOVE ' TABELA DE ENCARGOS CHEIA'
                     TO WSS-MENSAGEM
              MOVE RCMTC117-TABELA-CHEIA       TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROT-INSERE-LINHA THRU ROT-INSERE-LINHA-EXIT.

       ROOT-DEPURA-UMA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA AS PENDENCIAS. PENDENCIA SEM DECISAO REGISTRADA ANTES
      * DO LIMITE DE VALIDADE EXPIRA (E VAI PARA O LOG); PENDENCIA
      * ENCERRADA ANTES DO LIMITE DE RETENCAO E EXPURGADA. O MAIOR
      * NUMERO LIDO E A BASE DA NUMERACAO DAS NOVAS.
      *-----------------------------------------------------------------
       ROOT-CARREGA-PENDENCIAS.

           OPEN INPUT PNDEN117.

           IF FS-PNDEN117 EQUAL '35'
              DISPLAY ' PNDEN117 NAO CATALOGADO - SEM PENDENCIAS'
              GO TO ROOT-CARREGA-PENDENCIAS-EXIT
           END-IF.

           IF FS-PNDEN117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE PNDEN117'
                     TO WSS-MENSAGEM
              MOVE RCMTC117-ERRO-PENDENCIA     TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROOT-LE-PENDENCIA THRU ROOT-LE-PENDENCIA-EXIT
                   UNTIL WSS-FIM-PNDEN.

           CLOSE PNDEN117.

           DISPLAY ' PENDENCIAS CARREGADAS DO ARQUIVO : ' WSS-QTD-PND.

       ROOT-CARREGA-PENDENCIAS-EXIT.
           EXIT.

       ROOT-LE-PENDENCIA.

           READ PNDEN117 INTO REG-PENDENCIA
               AT END
                   MOVE 'S' TO WSS-EOF-PNDEN
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
              MOVE RCMTC117-ERRO-PENDENCIA     TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-QTD-PND.
           MOVE REG-PENDENCIA TO WSS-PND-ENT (WSS-QTD-PND).

       ROOT-DEPURA-UMA-PENDENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LE UM CARTAO DE MOVEN117 : DECISAO SOBRE PENDENCIA OU NOVA
      * TRANSACAO DE MANUTENCAO, QUE SO E REGISTRADA COMO PENDENTE.
      *-----------------------------------------------------------------
       ROOT-PROCESSA-UMA-TRANS.

                   MOVE 'S' TO WSS-EOF-MOVEN
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

           MOVE SPACES       TO REG-LOGEN117
           MOVE MOV-FUNCAO   TO LOG-FUNCAO
           MOVE MOV-VIG-DE-X TO LOG-VIG-DE
           MOVE MOV-FAIXA-X  TO LOG-FAIXA
           MOVE WSS-HOJE     TO LOG-DATA
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
              MOVE RCMTC117-ERRO-PENDENCIA     TO RETURN-CODE
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
           MOVE REG-MOVEN117   TO PND-TRANSACAO.

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

           MOVE SPACES       TO REG-LOGEN117
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
           MOVE PND-TRANSACAO (2:8)  TO LOG-VIG-DE
           MOVE PND-TRANSACAO (10:1) TO LOG-FAIXA
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

           MOVE SPACES               TO REG-LOGEN117
           MOVE PND-TRANSACAO (1:1)  TO LOG-FUNCAO
           MOVE PND-TRANSACAO (2:8)  TO LOG-VIG-DE
           MOVE PND-TRANSACAO (10:1) TO LOG-FAIXA
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
           MOVE PND-TRANSACAO             TO REG-MOVEN117.
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
      * APLICA A TRANSACAO APROVADA QUE ESTA EM REG-MOVEN117 (A
      * PENDENCIA CORRENTE ESTA EM REG-PENDENCIA).
      *-----------------------------------------------------------------
       ROOT-APLICA-TRANS.

           MOVE SPACES          TO REG-LOGEN117
           MOVE MOV-FUNCAO      TO LOG-FUNCAO
           MOVE MOV-VIG-DE-X    TO LOG-VIG-DE
           MOVE MOV-FAIXA-X     TO LOG-FAIXA
           MOVE WSS-HOJE        TO LOG-DATA
           MOVE PND-SOLICITANTE TO LOG-SOLICITANTE
           MOVE PND-APROVADOR   TO LOG-APROVADOR.

           EVALUATE TRUE
               WHEN MOV-INCLUI
       ROOT-GRAVA-UMA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REGRAVA O ARQUIVO DE PENDENCIAS A PARTIR DA MEMORIA, EM ORDEM
      * DE NUMERO, JA COM AS DECISOES, APLICACOES E EXPIRACOES DO DIA.
      *-----------------------------------------------------------------
       ROOT-REGRAVA-PENDENCIAS.

           OPEN OUTPUT PNDEN117.
           IF FS-PNDEN117 NOT EQUAL '00'
              MOVE ' ERRO NA REGRAVACAO DE PNDEN117'
                     TO WSS-MENSAGEM
              MOVE RCMTC117-ERRO-PENDENCIA     TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE 1 TO WSS-PND-IDX.

           PERFORM ROOT-GRAVA-UMA-PENDENCIA
              THRU ROOT-GRAVA-UMA-PENDENCIA-EXIT
                   UNTIL WSS-PND-IDX > WSS-QTD-PND.

           CLOSE PNDEN117.

       ROOT-REGRAVA-PENDENCIAS-EXIT.
           EXIT.

       ROOT-GRAVA-UMA-PENDENCIA.

           IF WSS-PND-SITUACAO (WSS-PND-IDX) EQUAL 'P'
              ADD 1 TO WSS-PND-EM-ABERTO
           END-IF.

           WRITE REG-PNDEN117 FROM WSS-PND-ENT (WSS-PND-IDX).
           IF FS-PNDEN117 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE PNDEN117'
                     TO WSS-MENSAGEM
              MOVE RCMTC117-ERRO-PENDENCIA     TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-PND-IDX.

       ROOT-GRAVA-UMA-PENDENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA UMA LINHA NO LOG DE MANUTENCAO PARA A TRANSACAO
      * CORRENTE.

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
           DISPLAY ' LINHAS DEPURADAS CARGA: ' WSS-CARGA-DESCARTADAS
