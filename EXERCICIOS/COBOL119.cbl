      *                               PROPRIA FILIAL (REJEI119.F+NN),
      *                               ACABANDO COM A SEPARACAO MANUAL
      *                               ANTES DA DEVOLUCAO.
      * 15/10/2026 DANIEL CARNEIRO    CONTRATO CANCELADO NO CADASTRO
      *                               PERSISTENTE (MANCT119) E
      *                               REJEITADO COM O NOVO MOTIVO '08'
      *                               E DEIXA DE RECEBER VENCIMENTO.
      * 15/10/2026 DANIEL CARNEIRO    NOVO MODO 'F' (LKS-PARAM-MODE) -
      *                               RERODADA DE UMA FILIAL QUE
      *                               CHEGOU DEPOIS DA JANELA, CHAMADA
      *                               PELO EXECMD117 : MODO LOTE SOBRE
      *                               LOTFL119 COM SAIDA EM SAIFL119 E
      *                               REJEITOS EM REJFL119, OS
      *                               CONTRATOS JA ACEITOS NA SAIDA119
      *                               DA NOITE ENTRAM ANTES NA TABELA
      *                               DE DUPLICADOS E O HISTORICO SAI
      *                               COMO 'COBOL119F'.
      * 15/10/2026 DANIEL CARNEIRO    NOVO MODO 'P' (LKS-PARAM-MODE) -
      *                               LOTE COM PLANOS DE PARCELAMENTO :
      *                               REGISTRO DO LOTE COM FREQUENCIA
      *                               'M' (MENSAL) OU 'D' (A CADA N
      *                               DIAS) NO LUGAR DO SINAL E A
      *                               QUANTIDADE DE PARCELAS NAS
      *                               POSICOES 29-30 GERA UMA LINHA
      *                               'S' EM SAIDA119 POR PARCELA
      *                               (VENCIMENTO EM DIA UTIL, VALOR
      *                               COM A DIFERENCA DE ARREDONDAMENTO
      *                               NA ULTIMA) E O CRONOGRAMA EM
      *                               PARCL119. PLANO INVALIDO E
      *                               REJEITADO COM O NOVO MOTIVO '09'.
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       FILE-CONTROL.
      *-----------------------------------------------------------------
      * ARQUIVO DE ENTRADA DO MODO LOTE - UM REGISTRO POR CONTRATO
      * A TER A DATA DE VENCIMENTO CALCULADA. NO MODO 'F' (RERODADA DE
      * FILIAL) O NOME LOGICO PASSA A LOTFL119.
      *-----------------------------------------------------------------
           SELECT LOTE119   ASSIGN TO DYNAMIC WSS-LOTE-DD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FS-LOTE119.
      *-----------------------------------------------------------------
      * ARQUIVO DE SAIDA DO MODO LOTE - UMA LINHA POR CONTRATO COM A
      * DATA DE VENCIMENTO JA CALCULADA. NO MODO 'F' A SAIDA DA NOITE
      * (SAIDA119) E SO LIDA PARA O BLOQUEIO DE DUPLICADOS E A SAIDA
      * DA FILIAL VAI PARA SAIFL119.
      *-----------------------------------------------------------------
           SELECT SAIDA119  ASSIGN TO DYNAMIC WSS-SAIDA-DD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FS-SAIDA119.
      *-----------------------------------------------------------------
      * ARQUIVO DE REJEITADOS DO MODO LOTE - IMAGEM ORIGINAL DO
      * REGISTRO REJEITADO MAIS O CODIGO DO MOTIVO DA REJEICAO, PARA
      * CORRECAO E REPROCESSAMENTO POSTERIOR (MODO 'R'). NO MODO 'F'
      * O NOME LOGICO PASSA A REJFL119.
      *-----------------------------------------------------------------
           SELECT REJEI119  ASSIGN TO DYNAMIC WSS-REJEI-DD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FS-REJEI119.
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FS-REPRO119.
      *-----------------------------------------------------------------
      * CRONOGRAMA DOS PLANOS DE PARCELAMENTO - UMA LINHA POR PARCELA
      * GERADA (CONTRATO, NUMERO DA PARCELA, VENCIMENTO E VALOR).
      * RECRIADO EM TODA EXECUCAO DE LOTE, MESMO SEM NENHUM PLANO; NO
      * MODO 'F' O NOME LOGICO PASSA A PARFL119.
      *-----------------------------------------------------------------
           SELECT PARCL119  ASSIGN TO DYNAMIC WSS-PARCL-DD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FS-PARCL119.
      *-----------------------------------------------------------------
      * TABELA DE FERIADOS (OPCIONAL) USADA PELO CALCULO POR DIA UTIL.
      * QUANDO O ARQUIVO NAO EXISTE O CALCULO CONSIDERA APENAS OS
      * FINAIS DE SEMANA.
      *
      *-----------------------------------------------------------------
      * REGISTRO DE ENTRADA DO LOTE : CONTRATO + SINAL + QTDE DE DIAS
      * NOS MODOS COM PARCELAMENTO ('P', 'R' E 'F') O SINAL 'M' OU 'D'
      * MARCA UM PLANO DE PARCELAMENTO - VER WSS-LOTE-PLANO.
      *-----------------------------------------------------------------
       FD  LOTE119
           RECORD CONTAINS 30 CHARACTERS

      *-----------------------------------------------------------------
      * REGISTRO DE SAIDA DO LOTE : CONTRATO + DATA CALCULADA
      * NO PLANO DE PARCELAMENTO SAI UMA LINHA POR PARCELA, COM O
      * VALOR DA PARCELA NO PRINCIPAL E O NUMERO DA PARCELA / TOTAL DE
      * PARCELAS; NAS DEMAIS LINHAS ESSES DOIS CAMPOS VAO ZERADOS.
      *-----------------------------------------------------------------
       FD  SAIDA119
           RECORD CONTAINS 40 CHARACTERS
           05  REG-SAI-STATUS          PIC X(01).
           05  REG-SAI-FILIAL          PIC X(02).
           05  REG-SAI-PRINCIPAL       PIC 9(09)V99.
           05  REG-SAI-PARCELA         PIC 9(03).
           05  REG-SAI-QTD-PARCELAS    PIC 9(03).
           05  FILLER                  PIC X(02).

      *-----------------------------------------------------------------
      * REGISTRO DE REJEITADO : IMAGEM ORIGINAL DO LOTE + MOTIVO
           05  RPR-MOTIVO              PIC X(02).
           05  FILLER                  PIC X(08).

      *-----------------------------------------------------------------
      * REGISTRO DO CRONOGRAMA : UMA PARCELA DE UM PLANO POR LINHA
      *-----------------------------------------------------------------
       FD  PARCL119
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-PARCL119.

       01  REG-PARCL119.
           05  PCL-CONTRATO            PIC X(10).
           05  PCL-FILIAL              PIC X(02).
           05  PCL-PARCELA             PIC 9(03).
           05  PCL-QTD-PARCELAS        PIC 9(03).
           05  PCL-DATA-VENC           PIC 9(08).
           05  PCL-VALOR               PIC 9(09)V99.
           05  PCL-FREQUENCIA          PIC X(01).
           05  FILLER                  PIC X(02).

      *-----------------------------------------------------------------
      * REGISTRO DA TABELA DE FERIADOS : UMA DATA (AAAAMMDD) POR LINHA
      *-----------------------------------------------------------------
      *
       01 WSS-TODAY.
          05 WSS-YYYYMMDD   PIC 9(8).
       01 WSS-TODAY-R REDEFINES WSS-TODAY.
          05 WSS-TODAY-AAAA PIC 9(4).
          05 WSS-TODAY-MM   PIC 9(2).
          05 WSS-TODAY-DD   PIC 9(2).
      *
       77 WSS-OTHER-DAY1    PIC S9(9) BINARY.
       77 WSS-OTHER-DAY2    PIC 9(8).
      *
       77 FS-LOTE119        PIC 99.
       77 FS-SAIDA119       PIC 99.
      *-----------------------------------------------------------------
      * NOMES LOGICOS DOS ARQUIVOS DO MODO LOTE. O MODO 'F' (RERODADA
      * DE UMA FILIAL QUE CHEGOU DEPOIS DA JANELA, CHAMADA PELO
      * EXECMD117) TROCA PARA LOTFL119/SAIFL119/REJFL119 - OS ARQUIVOS
      * DA NOITE SO SAO LIDOS, E QUEM OS COMPLETA E O EXECMD117.
      *-----------------------------------------------------------------
       77 WSS-LOTE-DD       PIC X(08) VALUE 'LOTE119'.
       77 WSS-SAIDA-DD      PIC X(08) VALUE 'SAIDA119'.
       77 WSS-REJEI-DD      PIC X(08) VALUE 'REJEI119'.
       77 WSS-PARCL-DD      PIC X(08) VALUE 'PARCL119'.
       77 WSS-EOF-CICLO     PIC X(01) VALUE 'N'.
           88 WSS-FIM-CICLO           VALUE 'S'.
       77 WSS-REG-DO-CICLO  PIC 9(07) VALUE ZEROES.
       77 WSS-EOF-LOTE      PIC X(01) VALUE 'N'.
           88 WSS-FIM-LOTE            VALUE 'S'.
       77 WSS-REG-LIDOS     PIC 9(07) VALUE ZEROES.
          05 WSS-LOTE-FILIAL          PIC X(02).
          05 WSS-LOTE-PRINCIPAL       PIC 9(09)V99.
          05 FILLER                   PIC X(02).
      *-----------------------------------------------------------------
      * VISAO DO REGISTRO DO LOTE COMO PLANO DE PARCELAMENTO (MODOS
      * 'P', 'R' E 'F') : NO LUGAR DO SINAL VEM A FREQUENCIA ('M'
      * MENSAL OU 'D' A CADA N DIAS), NO LUGAR DOS DIAS O INTERVALO
      * (EM MESES OU EM DIAS) E NAS POSICOES 29-30 A QUANTIDADE DE
      * PARCELAS. A PRIMEIRA PARCELA VENCE UM INTERVALO DEPOIS DA DATA
      * DO PROCESSAMENTO.
      *-----------------------------------------------------------------
       01 WSS-LOTE-PLANO REDEFINES WSS-LOTE-CORRENTE.
          05 FILLER                   PIC X(10).
          05 WSS-PLN-FREQUENCIA       PIC X(01).
              88 WSS-PLN-MENSAL               VALUE 'M'.
              88 WSS-PLN-A-CADA-N-DIAS        VALUE 'D'.
          05 WSS-PLN-INTERVALO        PIC 9(04).
          05 FILLER                   PIC X(13).
          05 WSS-PLN-QTD-PARCELAS     PIC 9(02).
       77 WSS-MOTIVO-REJEICAO         PIC X(02) VALUE SPACES.
           88 WSS-MOTIVO-SINAL                VALUE '01'.
           88 WSS-MOTIVO-DIAS                 VALUE '02'.
           88 WSS-MOTIVO-CONTR-NAO-NUM        VALUE '04'.
           88 WSS-MOTIVO-CONTR-DV             VALUE '05'.
           88 WSS-MOTIVO-DUPLICADO            VALUE '06'.
           88 WSS-MOTIVO-CANCELADO            VALUE '08'.
           88 WSS-MOTIVO-PLANO                VALUE '09'.
       77 WSS-REJ-SINAL     PIC 9(07) VALUE ZEROES.
       77 WSS-REJ-DIAS      PIC 9(07) VALUE ZEROES.
       77 WSS-REJ-CONTR-BRANCO        PIC 9(07) VALUE ZEROES.
       77 WSS-REJ-CONTR-NAO-NUM       PIC 9(07) VALUE ZEROES.
       77 WSS-REJ-CONTR-DV            PIC 9(07) VALUE ZEROES.
       77 WSS-REJ-DUPLICADO           PIC 9(07) VALUE ZEROES.
       77 WSS-REJ-CANCELADO           PIC 9(07) VALUE ZEROES.
       77 WSS-REJ-PLANO               PIC 9(07) VALUE ZEROES.
      *-----------------------------------------------------------------
      * CONTRATO QUE O CADASTRO PERSISTENTE MOSTRA JA CALCULADO NA
      * DATA DO CICLO CORRENTE (RERODADA DE UM CICLO QUE MORREU) :
       77 WSS-REJ-SEM-FILIAL          PIC 9(07) VALUE ZEROES.
      *
      *-----------------------------------------------------------------
      * PLANOS DE PARCELAMENTO. O PARCELAMENTO SO E RECONHECIDO NOS
      * MODOS 'P', 'R' E 'F' - NO MODO 'L' O SINAL 'M'/'D' CONTINUA
      * SENDO REJEITADO COMO SINAL INVALIDO ('01'). A PARCELA E O
      * PRINCIPAL DIVIDIDO PELA QUANTIDADE, TRUNCADO NO CENTAVO; A
      * ULTIMA LEVA A DIFERENCA. A DATA DE CADA PARCELA E CALCULADA
      * SEMPRE A PARTIR DA DATA DO PROCESSAMENTO (O AJUSTE PARA DIA
      * UTIL DE UMA NAO DESLOCA AS SEGUINTES); NO MENSAL O DIA E O DO
      * PROCESSAMENTO, LIMITADO AO ULTIMO DIA DO MES DA PARCELA.
      *-----------------------------------------------------------------
       77 FS-PARCL119       PIC 99.
       77 WSS-PARCELAMENTO-SW         PIC X(01) VALUE 'N'.
           88 WSS-PARCELAMENTO-ATIVO          VALUE 'S'.
       77 WSS-PLANO-SW      PIC X(01) VALUE 'N'.
           88 WSS-LOTE-PARCELADO              VALUE 'S'.
       77 WSS-PLN-PARCELA   PIC 9(03) VALUE ZEROES.
       77 WSS-PLN-PRINCIPAL PIC 9(09)V99 VALUE ZEROES.
       77 WSS-PLN-VALOR-PARCELA       PIC 9(09)V99 VALUE ZEROES.
       77 WSS-PLN-VALOR-ULTIMA        PIC 9(09)V99 VALUE ZEROES.
       77 WSS-PLN-MESES     PIC 9(05) COMP VALUE ZEROES.
       77 WSS-PLN-ANOS      PIC 9(05) COMP VALUE ZEROES.
       77 WSS-PLN-RESTO     PIC 9(05) COMP VALUE ZEROES.
       77 WSS-PLN-QUOCIENTE PIC 9(05) COMP VALUE ZEROES.
       77 WSS-PLN-ULTIMO-DIA          PIC 9(02) VALUE ZEROES.
       01 WSS-PLN-DATA.
          05 WSS-PLN-DATA-AAAA        PIC 9(04).
          05 WSS-PLN-DATA-MM          PIC 9(02).
          05 WSS-PLN-DATA-DD          PIC 9(02).
       01 WSS-PLN-DATA-N REDEFINES WSS-PLN-DATA
                                      PIC 9(08).
       01 WSS-TAB-DIAS-MES-DADOS      PIC X(24) VALUE
          '312831303130313130313031'.
       01 WSS-TAB-DIAS-MES REDEFINES WSS-TAB-DIAS-MES-DADOS.
          05 WSS-DIAS-DO-MES OCCURS 12 TIMES
                                      PIC 9(02).
       77 WSS-REG-PLANOS    PIC 9(07) VALUE ZEROES.
       77 WSS-REG-PARCELAS  PIC 9(07) VALUE ZEROES.
      *
      *-----------------------------------------------------------------
      * VALIDACAO DO NUMERO DO CONTRATO : 10 DIGITOS, SENDO O DECIMO O
      * DIGITO VERIFICADOR MODULO 11 DOS NOVE PRIMEIROS (PESOS 10 A 2;
      * RESTO 0 OU 1 RESULTA EM DIGITO 0). OS CONTRATOS JA ACEITOS NA
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
                     WSS-DTM-ORIGEM ")".
           MOVE 'INI'      TO WSS-HIS-TIPO
           MOVE 'COBOL119' TO WSS-HIS-PROGRAMA
           IF LKS-PARAM-TAM > 5 AND LKS-PARAM-MODE EQUAL 'F'
              MOVE 'COBOL119F' TO WSS-HIS-PROGRAMA
           END-IF.
           MOVE ZEROES     TO WSS-HIS-REGISTROS
           MOVE ZEROES     TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
           PERFORM ROT-CARREGA-FERIADOS THRU ROT-CARREGA-FERIADOS-EXIT.

           IF LKS-PARAM-MODE EQUAL 'L' OR LKS-PARAM-MODE EQUAL 'R'
              OR LKS-PARAM-MODE EQUAL 'F' OR LKS-PARAM-MODE EQUAL 'P'
              PERFORM ROT-PROCESSA-LOTE THRU ROT-PROCESSA-LOTE-EXIT
           ELSE
              DISPLAY "OBTAIN THE DATE AFTER HOW MANY WSS-DAYS? >> "
      * QUANDO O MODO LOTE ('L') OU O MODO REPROCESSAMENTO ('R') E
      * SOLICITADO, OS DEMAIS CAMPOS DO PARAMETRO SAO IGNORADOS - CADA
      * CONTRATO TRAZ O SEU PROPRIO SINAL E QUANTIDADE DE DIAS NO
      * ARQUIVO DE ENTRADA (LOTE119 OU REPRO119). O MODO RERODADA DE
      * FILIAL ('F') E UM MODO LOTE SOBRE O LOTFL119. O MODO 'P' E O
      * MODO LOTE COM OS PLANOS DE PARCELAMENTO RECONHECIDOS.
      *-----------------------------------------------------------------
           IF LKS-PARAM-TAM < 6
              MOVE SPACES               TO LKS-PARAM-MODE
           END-IF.

           IF LKS-PARAM-MODE EQUAL 'L' OR LKS-PARAM-MODE EQUAL 'R'
              OR LKS-PARAM-MODE EQUAL 'F' OR LKS-PARAM-MODE EQUAL 'P'
              GO TO ROT-VALIDA-PARAM-EXIT
           END-IF.

      * ARQUIVO DE REJEITADOS CORRIGIDO (REPRO119), DO QUAL SO A
      * IMAGEM ORIGINAL DO REGISTRO E APROVEITADA. AS REJEICOES DESTA
      * EXECUCAO SAO SEMPRE GRAVADAS EM REJEI119 COM O MOTIVO.
      * NO MODO 'F' OS CONTRATOS JA ACEITOS NA NOITE (SAIDA119) ENTRAM
      * ANTES NA TABELA DE DUPLICADOS E A FILIAL E LIDA DE LOTFL119,
      * COM SAIDA E REJEITOS EM SAIFL119/REJFL119.
      * O MODO 'P' LE O LOTE119 COMO O 'L', COM OS PLANOS DE
      * PARCELAMENTO RECONHECIDOS; O REPROCESSAMENTO E A RERODADA DE
      * FILIAL TAMBEM OS RECONHECEM, PARA NAO RECUSAR O QUE A NOITE
      * EM 'P' TERIA ACEITO.
      *-----------------------------------------------------------------
       ROT-PROCESSA-LOTE.

           IF LKS-PARAM-MODE EQUAL 'F'
              PERFORM ROT-CARREGA-CICLO THRU ROT-CARREGA-CICLO-EXIT
              MOVE 'LOTFL119'       TO WSS-LOTE-DD
              MOVE 'SAIFL119'       TO WSS-SAIDA-DD
              MOVE 'REJFL119'       TO WSS-REJEI-DD
              MOVE 'PARFL119'       TO WSS-PARCL-DD
           END-IF.

           IF LKS-PARAM-MODE NOT EQUAL 'L'
              MOVE 'S' TO WSS-PARCELAMENTO-SW
           END-IF.

           IF LKS-PARAM-MODE EQUAL 'R'
              DISPLAY ' '
              DISPLAY ' MODO REPROCESSAMENTO - ARQUIVO REPRO119'
              END-IF
           ELSE
              DISPLAY ' '
              DISPLAY ' MODO LOTE - PROCESSANDO ARQUIVO ' WSS-LOTE-DD
              OPEN INPUT LOTE119
              IF FS-LOTE119 NOT EQUAL '00'
                 MOVE ' ERRO NA ABERTURA DO ARQUIVO LOTE119'
              PERFORM ROT-ABEND
           END-IF.

           OPEN OUTPUT PARCL119.
           IF FS-PARCL119 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DO ARQUIVO PARCL119'
                     TO WSS-MENSAGEM
              MOVE RC119-ERRO-ARQ-PARCELAS              TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           IF LKS-PARAM-MODE EQUAL 'R'
              MOVE 'N' TO WSS-EOF-REPRO
              PERFORM ROT-LE-REPRO THRU ROT-LE-REPRO-EXIT

           CLOSE SAIDA119.
           CLOSE REJEI119.
           CLOSE PARCL119.

           IF WSS-PARCELAMENTO-ATIVO
              DISPLAY ' '
              DISPLAY ' PARCELAMENTO ATIVO - CRONOGRAMA EM '
                        WSS-PARCL-DD
           END-IF.

           DISPLAY ' REGISTROS LIDOS     : ' WSS-REG-LIDOS.
           DISPLAY ' REGISTROS GRAVADOS  : ' WSS-REG-GRAVADOS.
           DISPLAY '   CONTRATO NAO NUMER  : ' WSS-REJ-CONTR-NAO-NUM.
           DISPLAY '   DIGITO VERIF INVAL  : ' WSS-REJ-CONTR-DV.
           DISPLAY '   CONTRATO DUPLICADO  : ' WSS-REJ-DUPLICADO.
           DISPLAY '   CONTRATO CANCELADO  : ' WSS-REJ-CANCELADO.
           DISPLAY '   PLANO INVALIDO      : ' WSS-REJ-PLANO.
           DISPLAY ' PLANOS DE PARCELAMENTO  : ' WSS-REG-PLANOS.
           DISPLAY ' PARCELAS GERADAS        : ' WSS-REG-PARCELAS.
           DISPLAY ' REAPROVEITADOS DO CICLO : '
                     WSS-REG-REAPROVEITADOS.
           DISPLAY ' REJEICOES POR FILIAL :'.
       ROT-PROCESSA-LOTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MODO 'F' - CARREGA NA TABELA DE DUPLICADOS OS CONTRATOS QUE A
      * NOITE JA ACEITOU (STATUS 'S' EM SAIDA119) : CONTRATO DA FILIAL
      * ATRASADA QUE JA SAIU POR OUTRA FILIAL E REJEITADO COMO
      * DUPLICADO ('06') E NAO GERA SEGUNDA LINHA NA SAIDA DO CICLO.
      *-----------------------------------------------------------------
       ROT-CARREGA-CICLO.

           DISPLAY ' '
           DISPLAY ' MODO RERODADA DE FILIAL - CONTRATOS DO CICLO EM '
                     WSS-SAIDA-DD.

           OPEN INPUT SAIDA119.

           IF FS-SAIDA119 EQUAL '35'
              GO TO ROT-CARREGA-CICLO-EXIT
           END-IF.

           IF FS-SAIDA119 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DO ARQUIVO SAIDA119'
                     TO WSS-MENSAGEM
              MOVE RC119-ERRO-ABRE-SAIDA                TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE 'N' TO WSS-EOF-CICLO.

           PERFORM ROT-LE-CICLO THRU ROT-LE-CICLO-EXIT
                   UNTIL WSS-FIM-CICLO.

           CLOSE SAIDA119.

           DISPLAY ' CONTRATOS JA ACEITOS NO CICLO : ' WSS-REG-DO-CICLO.

       ROT-CARREGA-CICLO-EXIT.
           EXIT.

       ROT-LE-CICLO.

           READ SAIDA119
               AT END
                   MOVE 'S' TO WSS-EOF-CICLO
               NOT AT END
                   IF REG-SAI-STATUS EQUAL 'S'
                      MOVE REG-SAI-CONTRATO TO WSS-LOTE-CONTRATO
                      PERFORM ROT-INSERE-CONTRATO
                         THRU ROT-INSERE-CONTRATO-EXIT
                      ADD 1 TO WSS-REG-DO-CICLO
                   END-IF
           END-READ.

       ROT-LE-CICLO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA O PRINCIPAL DO REGISTRO CORRENTE PARA A SAIDA.
      * PRINCIPAL NAO NUMERICO (LOTE ANTIGO OU MAL FORMADO) VIRA ZEROS
           MOVE 0      TO WSS-DAYS.
           MOVE SPACES TO WSS-MOTIVO-REJEICAO.
           MOVE 'N'    TO WSS-CICLO-FLAG.
           MOVE 'N'    TO WSS-PLANO-SW.

           IF WSS-PARCELAMENTO-ATIVO
              AND (WSS-PLN-MENSAL OR WSS-PLN-A-CADA-N-DIAS)
              MOVE 'S' TO WSS-PLANO-SW
           END-IF.

           PERFORM ROT-VALIDA-CONTRATO THRU ROT-VALIDA-CONTRATO-EXIT.

              GO TO ROT-CALCULA-UM-LOTE-REJEITA
           END-IF.

      *-----------------------------------------------------------------
      * PLANO DE PARCELAMENTO : AS LINHAS 'S' DAS PARCELAS SAO GRAVADAS
      * PELO PROPRIO ROT-GERA-PLANO. PLANO INVALIDO SEGUE A REJEICAO
      * NORMAL, COM UMA UNICA LINHA 'R' PARA O CONTRATO.
      *-----------------------------------------------------------------
           IF WSS-LOTE-PARCELADO
              PERFORM ROT-GERA-PLANO THRU ROT-GERA-PLANO-EXIT
              IF WSS-MOTIVO-REJEICAO NOT EQUAL SPACES
                 GO TO ROT-CALCULA-UM-LOTE-REJEITA
              END-IF
              GO TO ROT-CALCULA-UM-LOTE-EXIT
           END-IF.

      *-----------------------------------------------------------------
      * RERODADA : O VENCIMENTO JA CALCULADO NO CICLO VEM DO CADASTRO
      * PERSISTENTE E O REGISTRO SEGUE DIRETO PARA A GRAVACAO 'S' -
           MOVE 'S'                TO REG-SAI-STATUS
           MOVE WSS-LOTE-CONTRATO  TO REG-SAI-CONTRATO
           MOVE WSS-OTHER-DAY2     TO REG-SAI-DATA
           MOVE WSS-LOTE-FILIAL    TO REG-SAI-FILIAL
           MOVE ZEROES             TO REG-SAI-PARCELA
           MOVE ZEROES             TO REG-SAI-QTD-PARCELAS.

           PERFORM ROT-MOVE-PRINCIPAL THRU ROT-MOVE-PRINCIPAL-EXIT.

           MOVE 'R'               TO REG-SAI-STATUS
           MOVE WSS-LOTE-CONTRATO TO REG-SAI-CONTRATO
           MOVE ZEROES            TO REG-SAI-DATA
           MOVE WSS-LOTE-FILIAL   TO REG-SAI-FILIAL
           MOVE ZEROES            TO REG-SAI-PARCELA
           MOVE ZEROES            TO REG-SAI-QTD-PARCELAS.

           PERFORM ROT-MOVE-PRINCIPAL THRU ROT-MOVE-PRINCIPAL-EXIT.

       ROT-CALCULA-UM-LOTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GERA O PLANO DE PARCELAMENTO DO REGISTRO CORRENTE : VALIDA A
      * FREQUENCIA, O INTERVALO E A QUANTIDADE DE PARCELAS, GRAVA UMA
      * LINHA 'S' EM SAIDA119 E UMA LINHA NO CRONOGRAMA (PARCL119) POR
      * PARCELA E REGISTRA O CONTRATO UMA UNICA VEZ, COM O VENCIMENTO
      * DA ULTIMA PARCELA. PLANO INVALIDO VOLTA COM O MOTIVO PREENCHIDO
      * E NADA GRAVADO.
      *-----------------------------------------------------------------
       ROT-GERA-PLANO.

           IF WSS-PLN-INTERVALO IS NOT NUMERIC
              MOVE '02' TO WSS-MOTIVO-REJEICAO
              ADD 1 TO WSS-REJ-DIAS
              GO TO ROT-GERA-PLANO-EXIT
           END-IF.

           IF WSS-PLN-QTD-PARCELAS IS NOT NUMERIC
              OR WSS-PLN-QTD-PARCELAS EQUAL ZEROES
              OR WSS-PLN-INTERVALO EQUAL ZEROES
              OR (WSS-PLN-MENSAL AND WSS-PLN-INTERVALO > 12)
              OR (WSS-PLN-A-CADA-N-DIAS AND WSS-PLN-INTERVALO > 366)
              MOVE '09' TO WSS-MOTIVO-REJEICAO
              ADD 1 TO WSS-REJ-PLANO
              GO TO ROT-GERA-PLANO-EXIT
           END-IF.

      *-----------------------------------------------------------------
      * PRINCIPAL NAO NUMERICO VIRA ZEROS, COMO NO CONTRATO SEM PLANO.
      * A DIVISAO SEM ROUNDED TRUNCA NO CENTAVO; A ULTIMA PARCELA
      * FICA COM O QUE SOBRA PARA FECHAR O PRINCIPAL.
      *-----------------------------------------------------------------
           IF WSS-LOTE-PRINCIPAL IS NUMERIC
              MOVE WSS-LOTE-PRINCIPAL TO WSS-PLN-PRINCIPAL
           ELSE
              MOVE ZEROES             TO WSS-PLN-PRINCIPAL
           END-IF.

           COMPUTE WSS-PLN-VALOR-PARCELA =
                   WSS-PLN-PRINCIPAL / WSS-PLN-QTD-PARCELAS.

           COMPUTE WSS-PLN-VALOR-ULTIMA = WSS-PLN-PRINCIPAL
                 - WSS-PLN-VALOR-PARCELA * (WSS-PLN-QTD-PARCELAS - 1).

           MOVE 1 TO WSS-PLN-PARCELA.

           PERFORM ROT-GERA-PARCELA THRU ROT-GERA-PARCELA-EXIT
                   UNTIL WSS-PLN-PARCELA > WSS-PLN-QTD-PARCELAS.

           PERFORM ROT-REGISTRA-CONTRATO
              THRU ROT-REGISTRA-CONTRATO-EXIT.

           ADD 1 TO WSS-REG-PLANOS.

       ROT-GERA-PLANO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * UMA PARCELA : CALCULA O VENCIMENTO E GRAVA A LINHA 'S' DE
      * SAIDA119 (QUE SEGUE PARA ENTRADA117 COMO UM VENCIMENTO PROPRIO)
      * E A LINHA DO CRONOGRAMA.
      *-----------------------------------------------------------------
       ROT-GERA-PARCELA.

           PERFORM ROT-CALCULA-PARCELA THRU ROT-CALCULA-PARCELA-EXIT.

           MOVE 'S'                  TO REG-SAI-STATUS
           MOVE WSS-LOTE-CONTRATO    TO REG-SAI-CONTRATO
           MOVE WSS-OTHER-DAY2       TO REG-SAI-DATA
           MOVE WSS-LOTE-FILIAL      TO REG-SAI-FILIAL
           MOVE WSS-PLN-PARCELA      TO REG-SAI-PARCELA
           MOVE WSS-PLN-QTD-PARCELAS TO REG-SAI-QTD-PARCELAS.

           IF WSS-PLN-PARCELA EQUAL WSS-PLN-QTD-PARCELAS
              MOVE WSS-PLN-VALOR-ULTIMA  TO REG-SAI-PRINCIPAL
           ELSE
              MOVE WSS-PLN-VALOR-PARCELA TO REG-SAI-PRINCIPAL
           END-IF.

           WRITE REG-SAIDA119.
           IF FS-SAIDA119 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DO ARQUIVO SAIDA119'
                     TO WSS-MENSAGEM
              MOVE RC119-ERRO-GRAVA-SAIDA               TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.
           ADD 1 TO WSS-REG-GRAVADOS.

           MOVE SPACES               TO REG-PARCL119
           MOVE WSS-LOTE-CONTRATO    TO PCL-CONTRATO
           MOVE WSS-LOTE-FILIAL      TO PCL-FILIAL
           MOVE WSS-PLN-PARCELA      TO PCL-PARCELA
           MOVE WSS-PLN-QTD-PARCELAS TO PCL-QTD-PARCELAS
           MOVE WSS-OTHER-DAY2       TO PCL-DATA-VENC
           MOVE REG-SAI-PRINCIPAL    TO PCL-VALOR
           MOVE WSS-PLN-FREQUENCIA   TO PCL-FREQUENCIA.

           WRITE REG-PARCL119.
           IF FS-PARCL119 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DO ARQUIVO PARCL119'
                     TO WSS-MENSAGEM
              MOVE RC119-ERRO-ARQ-PARCELAS              TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.
           ADD 1 TO WSS-REG-PARCELAS.

           ADD 1 TO WSS-PLN-PARCELA.

       ROT-GERA-PARCELA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VENCIMENTO DA PARCELA WSS-PLN-PARCELA, A PARTIR DA DATA DO
      * PROCESSAMENTO : N x INTERVALO DIAS, OU N x INTERVALO MESES NO
      * MESMO DIA (LIMITADO AO FIM DO MES). O RESULTADO E SEMPRE
      * EMPURRADO PARA O PROXIMO DIA UTIL (FERIADOS119), INDEPENDENTE
      * DE LKS-PARAM-UTIL.
      *-----------------------------------------------------------------
       ROT-CALCULA-PARCELA.

           IF WSS-PLN-A-CADA-N-DIAS
              COMPUTE WSS-OTHER-DAY1 = FUNCTION INTEGER-OF-DATE
                      (WSS-YYYYMMDD)
                    + WSS-PLN-PARCELA * WSS-PLN-INTERVALO
              GO TO ROT-CALCULA-PARCELA-UTIL
           END-IF.

           COMPUTE WSS-PLN-MESES = WSS-TODAY-MM - 1
                 + WSS-PLN-PARCELA * WSS-PLN-INTERVALO.

           DIVIDE WSS-PLN-MESES BY 12 GIVING WSS-PLN-ANOS
                  REMAINDER WSS-PLN-RESTO.

           COMPUTE WSS-PLN-DATA-AAAA = WSS-TODAY-AAAA + WSS-PLN-ANOS.
           COMPUTE WSS-PLN-DATA-MM   = WSS-PLN-RESTO + 1.

           MOVE WSS-DIAS-DO-MES (WSS-PLN-DATA-MM) TO WSS-PLN-ULTIMO-DIA.

           IF WSS-PLN-DATA-MM EQUAL 2
              PERFORM ROT-VERIFICA-BISSEXTO
                 THRU ROT-VERIFICA-BISSEXTO-EXIT
           END-IF.

           IF WSS-TODAY-DD > WSS-PLN-ULTIMO-DIA
              MOVE WSS-PLN-ULTIMO-DIA TO WSS-PLN-DATA-DD
           ELSE
              MOVE WSS-TODAY-DD       TO WSS-PLN-DATA-DD
           END-IF.

           COMPUTE WSS-OTHER-DAY1 = FUNCTION INTEGER-OF-DATE
                   (WSS-PLN-DATA-N).

       ROT-CALCULA-PARCELA-UTIL.

           COMPUTE WSS-OTHER-DAY2 =
                       FUNCTION DATE-OF-INTEGER (WSS-OTHER-DAY1).

           PERFORM ROT-AJUSTA-DIA-UTIL THRU ROT-AJUSTA-DIA-UTIL-EXIT.

       ROT-CALCULA-PARCELA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FEVEREIRO TEM 29 DIAS NO ANO DIVISIVEL POR 4, EXCETO NOS
      * SECULOS NAO DIVISIVEIS POR 400.
      *-----------------------------------------------------------------
       ROT-VERIFICA-BISSEXTO.

           DIVIDE WSS-PLN-DATA-AAAA BY 4 GIVING WSS-PLN-QUOCIENTE
                  REMAINDER WSS-PLN-RESTO.

           IF WSS-PLN-RESTO NOT EQUAL ZEROES
              GO TO ROT-VERIFICA-BISSEXTO-EXIT
           END-IF.

           DIVIDE WSS-PLN-DATA-AAAA BY 100 GIVING WSS-PLN-QUOCIENTE
                  REMAINDER WSS-PLN-RESTO.

           IF WSS-PLN-RESTO NOT EQUAL ZEROES
              MOVE 29 TO WSS-PLN-ULTIMO-DIA
              GO TO ROT-VERIFICA-BISSEXTO-EXIT
           END-IF.

           DIVIDE WSS-PLN-DATA-AAAA BY 400 GIVING WSS-PLN-QUOCIENTE
                  REMAINDER WSS-PLN-RESTO.

           IF WSS-PLN-RESTO EQUAL ZEROES
              MOVE 29 TO WSS-PLN-ULTIMO-DIA
           END-IF.

       ROT-VERIFICA-BISSEXTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA O REGISTRO REJEITADO EM REJEI119 : IMAGEM ORIGINAL DO
      * REGISTRO DE ENTRADA MAIS O CODIGO DO MOTIVO DA REJEICAO.
      * VENCIMENTO GUARDADO NO REGISTRO E REAPROVEITADO, PARA QUE A
      * RERODADA REPRODUZA A SAIDA COMPLETA SEM CALCULAR UMA SEGUNDA
      * DATA. REGISTRO SEM VENCIMENTO LEGIVEL RECALCULA NORMALMENTE.
      * O PLANO DE PARCELAMENTO E SEMPRE REGERADO : COM A MESMA DATA DO
      * CICLO E O MESMO CALENDARIO ELE REPRODUZ AS MESMAS PARCELAS.
      *-----------------------------------------------------------------
           MOVE 'C'               TO WSS-CTR-FUNCAO.
           MOVE SPACES            TO WSS-CTR-EVENTO.

           CALL 'CADCT119' USING WSS-CTR-REQUEST.

      *-----------------------------------------------------------------
      * CONTRATO CANCELADO NO CADASTRO (MANCT119) NAO RECEBE MAIS
      * VENCIMENTO : REJEITADO COM O MOTIVO '08'. O SUSPENSO SEGUE
      * NORMAL - A SUSPENSAO SO TIRA OS JUROS NO COBRA117.
      *-----------------------------------------------------------------
           IF WSS-CTR-ACHOU
              AND WSS-CTR-CANCELADO
              MOVE '08' TO WSS-MOTIVO-REJEICAO
              ADD 1 TO WSS-REJ-CANCELADO
              GO TO ROT-VALIDA-CONTRATO-EXIT
           END-IF.

           IF WSS-CTR-ACHOU
              AND NOT WSS-LOTE-PARCELADO
              AND WSS-CTR-DATA-CALC EQUAL WSS-YYYYMMDD
              AND WSS-CTR-DATA-VENC IS NUMERIC
              AND WSS-CTR-DATA-VENC NOT EQUAL ZEROES
      *-----------------------------------------------------------------
       ROT-REGISTRA-CONTRATO.

           PERFORM ROT-INSERE-CONTRATO
              THRU ROT-INSERE-CONTRATO-EXIT.

      *-----------------------------------------------------------------
      * REGISTRA O CALCULO NO CADASTRO PERSISTENTE : ULTIMO VENCIMENTO
      * E A DATA DO CICLO, PARA O BLOQUEIO DE REPROCESSAMENTO NO MESMO
      * CICLO E PARA AS CONSULTAS DE ESTADO (CONSU117).
      *-----------------------------------------------------------------
           MOVE 'A'               TO WSS-CTR-FUNCAO.
           MOVE 'CAL'             TO WSS-CTR-EVENTO.
           MOVE WSS-LOTE-CONTRATO TO WSS-CTR-CONTRATO.
           MOVE WSS-OTHER-DAY2    TO WSS-CTR-DATA-VENC.
           MOVE WSS-YYYYMMDD      TO WSS-CTR-DATA-CALC.

           CALL 'CADCT119' USING WSS-CTR-REQUEST.

       ROT-REGISTRA-CONTRATO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * INSERE WSS-LOTE-CONTRATO NA TABELA ORDENADA DE DUPLICADOS.
      *-----------------------------------------------------------------
       ROT-INSERE-CONTRATO.

           IF WSS-QTD-CONTRATOS EQUAL WSS-QTD-MAX-CONTRATOS
              MOVE ' TABELA DE CONTRATOS CHEIA'
                     TO WSS-MENSAGEM
           PERFORM ROT-PROCURA-CONTRATO
              THRU ROT-PROCURA-CONTRATO-EXIT.

           IF WSS-CON-ENCONTROU
              GO TO ROT-INSERE-CONTRATO-EXIT
           END-IF.

           ADD 1 TO WSS-QTD-CONTRATOS.
           MOVE WSS-QTD-CONTRATOS TO WSS-CON-SHIFT.

           MOVE WSS-LOTE-CONTRATO
             TO WSS-TAB-CONTRATO (WSS-CON-POS).

       ROT-INSERE-CONTRATO-EXIT.
           EXIT.

       ROT-DESLOCA-CONTRATO.
