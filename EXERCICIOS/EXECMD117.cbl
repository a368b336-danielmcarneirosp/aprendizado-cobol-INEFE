      *                                Ciclo que morreu mantem a data,
      *                                e a rerodada reproduz as datas
      *                                da noite que falhou.
      * 15/10/2026 DANIEL CARNEIRO     Incluido o passo 5 (AVISO117) -
      *                                regua de avisos de cobranca
      *                                sobre o faturamento do COBRA117,
      *                                com o mesmo controle de status/
      *                                reexecucao dos demais passos.
      * 15/10/2026 DANIEL CARNEIRO     Rerodada de uma filial atrasada
      *                                (EXECMD117_FILIAL) sobre o
      *                                ultimo ciclo fechado : guarda os
      *                                arquivos da noite, roda CONSO119
      *                                e COBOL119 so da filial,
      *                                incorpora o resultado aos
      *                                arquivos da noite e roda
      *                                EXECCB117 e COBRA117 com a data
      *                                do ciclo fixada (DATMV117 'F').
      *                                Status em JOBRF117, historico
      *                                como 'EXECRF117', sem avanco de
      *                                data.
      * 15/10/2026 DANIEL CARNEIRO     Area de parametros do PARML117
      *                                ampliada com os cartoes do
      *                                acompanhamento de tempo do lote.
      * 15/10/2026 DANIEL CARNEIRO     Rerodada de filial passa a
      *                                guardar e completar tambem o
      *                                cronograma de parcelas do
      *                                COBOL119 (PARCL119 + PARFL119).
      * 15/10/2026 DANIEL CARNEIRO     Area de parametros do PARML117
      *                                ampliada com os cartoes da
      *                                estatistica mensal por filial.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * SAIDA119 (PRODUZIDA POR COBOL119 EM MODO LOTE) E LIDA AQUI E
      * REPASSADA PARA ENTRADA117, O DD DE ENTRADA REAL DO EXECCB117.
      * SO OS CONTRATOS COM STATUS = 'S' (CALCULADOS COM SUCESSO) SAO
      * REPASSADOS ADIANTE. NA RERODADA DE FILIAL O MESMO FD LE TAMBEM
      * A SAIDA SO DA FILIAL (SAIFL119).
      *-----------------------------------------------------------------
           SELECT SAIDA119   ASSIGN TO DYNAMIC WSS-SAIDA-DD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SAIDA119.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-JOBST117.

      *-----------------------------------------------------------------
      * STATUS DOS PASSOS DA RERODADA DE FILIAL - MESMO PAPEL DO
      * JOBST117, MAIS A FILIAL E A DATA DO CICLO RERODADO, PARA QUE UMA
      * REEXECUCAO SO RETOME A MESMA RERODADA.
      *-----------------------------------------------------------------
           SELECT JOBRF117  ASSIGN TO JOBRF117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-JOBRF117.

      *-----------------------------------------------------------------
      * PARES ORIGEM/DESTINO DA COPIA DE ARQUIVOS DA RERODADA, UM PAR
      * POR TAMANHO DE REGISTRO (30 LOTE119, 40 SAIDA119/REJEI119/
      * PARCL119/ENTRADA117, 120 FATUR117). O DD DE CADA COPIA VEM DE
      * WSS-ORIGEM-DD E WSS-DESTINO-DD.
      *-----------------------------------------------------------------
           SELECT ORIG030   ASSIGN TO DYNAMIC WSS-ORIGEM-DD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ORIG030.

           SELECT DEST030   ASSIGN TO DYNAMIC WSS-DESTINO-DD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DEST030.

           SELECT ORIG040   ASSIGN TO DYNAMIC WSS-ORIGEM-DD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ORIG040.

           SELECT DEST040   ASSIGN TO DYNAMIC WSS-DESTINO-DD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DEST040.

           SELECT ORIG120   ASSIGN TO DYNAMIC WSS-ORIGEM-DD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ORIG120.

           SELECT DEST120   ASSIGN TO DYNAMIC WSS-DESTINO-DD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DEST120.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 JST-RC                   PIC 9(03).
           05 FILLER                   PIC X(20).

       FD JOBRF117
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-JOBRF117.

       01 REG-JOBRF117.
           05 JRF-PASSO                PIC 9(02).
           05 FILLER                   PIC X(01).
           05 JRF-NOME                 PIC X(10).
           05 FILLER                   PIC X(01).
           05 JRF-STATUS               PIC X(02).
           05 FILLER                   PIC X(01).
           05 JRF-RC                   PIC 9(03).
           05 FILLER                   PIC X(01).
           05 JRF-FILIAL               PIC X(02).
           05 FILLER                   PIC X(01).
           05 JRF-DATA                 PIC 9(08).
           05 FILLER                   PIC X(08).

       FD ORIG030
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-ORIG030.

       01 REG-ORIG030                  PIC X(30).

       FD DEST030
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-DEST030.

       01 REG-DEST030                  PIC X(30).

       FD ORIG040
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-ORIG040.

       01 REG-ORIG040                  PIC X(40).

       FD DEST040
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-DEST040.

       01 REG-DEST040                  PIC X(40).

       FD ORIG120
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-ORIG120.

       01 REG-ORIG120                  PIC X(120).

       FD DEST120
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-DEST120.

       01 REG-DEST120                  PIC X(120).

      *-----------------------
       WORKING-STORAGE SECTION.
       77 FS-SAIDA119              PIC 99.
       77 FS-ENTRADA117            PIC 99.
       77 FS-JOBST117              PIC 99.
       77 FS-JOBRF117              PIC 99.
       77 FS-ORIG030               PIC 99.
       77 FS-DEST030               PIC 99.
       77 FS-ORIG040               PIC 99.
       77 FS-DEST040               PIC 99.
       77 FS-ORIG120               PIC 99.
       77 FS-DEST120               PIC 99.
       77 WSS-SAIDA-DD             PIC X(08) VALUE 'SAIDA119'.
       77 WSS-MENSAGEM             PIC X(30).
       77 WSS-EOF-SAIDA            PIC X(01) VALUE 'N'.
           88 WSS-FIM-SAIDA                  VALUE 'S'.
      * VEM DO JOBST117 DA EXECUCAO ANTERIOR E SAO REGRAVADOS A CADA
      * PASSO CONCLUIDO NESTA EXECUCAO.
      *-----------------------------------------------------------------
       77 WSS-QTD-PASSOS           PIC 9(4) COMP VALUE 5.
       01 WSS-TAB-PASSOS-NOMES     PIC X(60) VALUE
           'COBOL119  COPIA     EXECCB117 COBRA117  AVISO117  '.
       01 WSS-TAB-NOMES REDEFINES WSS-TAB-PASSOS-NOMES.
           05 WSS-PAS-NOME OCCURS 6 TIMES
                                   PIC X(10).
       01 WSS-TAB-PASSOS.
           05 WSS-PAS-ENT OCCURS 6 TIMES.
               10 WSS-PAS-STATUS   PIC X(02) VALUE SPACES.
               10 WSS-PAS-RC       PIC 9(03) VALUE ZEROES.
       77 WSS-PAS-IDX              PIC 9(4) COMP.
       77 WSS-RC-PASSO             PIC 9(03) VALUE ZEROES.
       77 WSS-PIOR-RC              PIC 9(03) VALUE ZEROES.

      *-----------------------------------------------------------------
      * RERODADA DE UMA FILIAL ATRASADA (EXECMD117_FILIAL PREENCHIDO) :
      * OS SEIS PASSOS DA RERODADA SUBSTITUEM OS DO CICLO NA TABELA DE
      * PASSOS, E O STATUS VAI PARA JOBRF117 EM VEZ DE JOBST117.
      *-----------------------------------------------------------------
       77 WSS-RRD-FILIAL           PIC X(02) VALUE SPACES.
       77 WSS-RRD-DATA             PIC 9(08) VALUE ZEROES.
       77 WSS-RRD-SW               PIC X(01) VALUE 'N'.
           88 WSS-MODO-RERODADA              VALUE 'S'.
       77 WSS-QTD-PASSOS-RRD       PIC 9(4) COMP VALUE 6.
       01 WSS-TAB-RERODADA-NOMES.
           05 FILLER               PIC X(30) VALUE
              'SALVA     CONSO119  COBOL119  '.
           05 FILLER               PIC X(30) VALUE
              'INCORPORA EXECCB117 COBRA117  '.
       77 WSS-EOF-JOBRF            PIC X(01) VALUE 'N'.
           88 WSS-FIM-JOBRF                  VALUE 'S'.
       77 WSS-RRD-OUTRA-SW         PIC X(01) VALUE 'N'.
           88 WSS-RRD-OUTRA-PENDENTE         VALUE 'S'.
       77 WSS-RRD-OUTRA-FILIAL     PIC X(02) VALUE SPACES.
       77 WSS-RRD-OUTRA-DATA       PIC 9(08) VALUE ZEROES.
       77 WSS-RRD-ACHOU-SW         PIC X(01) VALUE 'N'.
           88 WSS-RRD-FILIAL-NO-CICLO        VALUE 'S'.

      *-----------------------------------------------------------------
      * PARAMETRO DA CHAMADA DO CONSO119 SO DA FILIAL.
      *-----------------------------------------------------------------
       01 WSS-PARM-CONSO.
           05 WSS-PARM-CONSO-TAM       PIC S9(4) COMP VALUE 2.
           05 WSS-PARM-CONSO-FILIAL    PIC X(02).

      *-----------------------------------------------------------------
      * PEDIDO DE COPIA DE ARQUIVO (ROT-COPIA-ARQUIVO).
      *-----------------------------------------------------------------
       77 WSS-ORIGEM-DD            PIC X(10).
       77 WSS-DESTINO-DD           PIC X(10).
       77 WSS-COPIA-TAM            PIC 9(03).
       77 WSS-COPIA-MODO           PIC X(01) VALUE 'O'.
           88 WSS-COPIA-EXTEND               VALUE 'E'.
       77 WSS-COPIA-QTD            PIC 9(07) VALUE ZEROES.
       77 WSS-EOF-COPIA            PIC X(01) VALUE 'N'.
           88 WSS-FIM-COPIA                  VALUE 'S'.
       77 WSS-COPIA-FS             PIC 99.

      *-----------------------------------------------------------------
      * PEDIDO DE DATA DE MOVIMENTO DO CICLO (DATMV117).
      *-----------------------------------------------------------------
           05 WSS-PRM-UTIL             PIC X(01).
           05 WSS-PRM-MODO             PIC X(01).
           05 WSS-PRM-ARQ-LIDO         PIC X(01).
           05 WSS-PRM-JANELA           PIC 9(02).
           05 WSS-PRM-TOLTEMPO         PIC 9(03).
           05 WSS-PRM-TOLREGS          PIC 9(03).
           05 WSS-PRM-FECHAJAN         PIC 9(04).
           05 WSS-PRM-TOLREJEI         PIC 9(03).
           05 WSS-PRM-TOLATRAS         PIC 9(03).

      *-----------------------
       PROCEDURE DIVISION.
           DISPLAY ' EXECMD117 - JOB DRIVER COBOL119 + EXECCB117'
           DISPLAY ' '.

      *-----------------------------------------------------------------
      * FILIAL INFORMADA = RERODADA DE UMA FILIAL ATRASADA SOBRE O
      * ULTIMO CICLO FECHADO, REGISTRADA NO HISTORICO COMO 'EXECRF117'.
      *-----------------------------------------------------------------
           ACCEPT WSS-RRD-FILIAL FROM ENVIRONMENT 'EXECMD117_FILIAL'.

           MOVE 'EXECMD117' TO WSS-HIS-PROGRAMA.

           IF WSS-RRD-FILIAL NOT EQUAL SPACES
              MOVE 'S'         TO WSS-RRD-SW
              MOVE 'EXECRF117' TO WSS-HIS-PROGRAMA
           END-IF.

           MOVE 'INI'      TO WSS-HIS-TIPO
           MOVE ZEROES     TO WSS-HIS-REGISTROS
           MOVE ZEROES     TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
           MOVE WSS-PRM-UTIL  TO LKS-PARAM-UTIL.
           MOVE WSS-PRM-MODO  TO LKS-PARAM-MODE.

           IF WSS-MODO-RERODADA
              PERFORM ROOT-RERODA-FILIAL THRU ROOT-RERODA-FILIAL-EXIT
           END-IF.

           PERFORM ROOT-CARREGA-STATUS THRU ROOT-CARREGA-STATUS-EXIT.

       002-CALCULA-VENCIMENTOS     SECTION.
              PERFORM ROOT-FECHA-PASSO THRU ROOT-FECHA-PASSO-EXIT
           END-IF.

       006-EMITE-AVISOS            SECTION.

           MOVE 5 TO WSS-PASSO-CORRENTE.

           IF WSS-PAS-STATUS (5) EQUAL 'OK'
              DISPLAY ' PASSO 5 (AVISO117) JA CONCLUIDO - PULADO'
           ELSE
              DISPLAY ' '
              DISPLAY ' PASSO 5 - CALL AVISO117 (AVISOS DE COBRANCA)'
              DISPLAY ' '
              MOVE 0 TO RETURN-CODE
              CALL 'AVISO117'
              PERFORM ROOT-FECHA-PASSO THRU ROOT-FECHA-PASSO-EXIT
           END-IF.

       007-PROCEDIMENTOS-FINAIS    SECTION.

      *-----------------------------------------------------------------
      * PIPELINE CONCLUIDO - ZERA O STATUS DOS PASSOS PARA QUE A
                     WSS-PAS-STATUS (1) ' '
                     WSS-PAS-STATUS (2) ' '
                     WSS-PAS-STATUS (3) ' '
                     WSS-PAS-STATUS (4) ' '
                     WSS-PAS-STATUS (5)
           DISPLAY ' '.

       ROOT-CARREGA-STATUS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PERSISTE O STATUS CORRENTE DOS PASSOS EM JOBST117 (OU EM
      * JOBRF117, NA RERODADA DE FILIAL).
      *-----------------------------------------------------------------
       ROOT-GRAVA-STATUS.

           IF WSS-MODO-RERODADA
              PERFORM ROOT-GRAVA-JOBRF THRU ROOT-GRAVA-JOBRF-EXIT
              GO TO ROOT-GRAVA-STATUS-EXIT
           END-IF.

           MOVE 'JOBST117' TO WSS-TRV-ARQUIVO.
           PERFORM ROT-TOMA-TRAVA THRU ROT-TOMA-TRAVA-EXIT.

       ROOT-COPIA-UM-REGISTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RERODADA DE UMA FILIAL ATRASADA - PREPARA E EXECUTA OS SEIS
      * PASSOS DA RERODADA (COM O MESMO CONTROLE DE STATUS/REEXECUCAO
      * DO CICLO PRINCIPAL, EM JOBRF117) E ENCERRA O DRIVER. A DATA DE
      * MOVIMENTO NUNCA E AVANCADA AQUI.
      *-----------------------------------------------------------------
       ROOT-RERODA-FILIAL.

           PERFORM ROOT-PREPARA-RERODADA
              THRU ROOT-PREPARA-RERODADA-EXIT.

           PERFORM ROOT-RRD-SALVA     THRU ROOT-RRD-SALVA-EXIT.
           PERFORM ROOT-RRD-CONSOLIDA THRU ROOT-RRD-CONSOLIDA-EXIT.
           PERFORM ROOT-RRD-CALCULA   THRU ROOT-RRD-CALCULA-EXIT.
           PERFORM ROOT-RRD-INCORPORA THRU ROOT-RRD-INCORPORA-EXIT.
           PERFORM ROOT-RRD-EXTRATO   THRU ROOT-RRD-EXTRATO-EXIT.
           PERFORM ROOT-RRD-ENCARGOS  THRU ROOT-RRD-ENCARGOS-EXIT.

      *-----------------------------------------------------------------
      * RERODADA CONCLUIDA - ZERA O STATUS DOS PASSOS EM JOBRF117 PARA
      * LIBERAR A PROXIMA RERODADA E REGISTRA O 'FIM' COM OS CONTRATOS
      * DA FILIAL REPASSADOS (CONTADOS EM ENTFL117, QUE SOBREVIVE A UMA
      * REEXECUCAO QUE PULOU A INCORPORACAO).
      *-----------------------------------------------------------------
           MOVE 1 TO WSS-PAS-IDX.

           PERFORM ROOT-LIMPA-UM-PASSO THRU ROOT-LIMPA-UM-PASSO-EXIT
                   UNTIL WSS-PAS-IDX > WSS-QTD-PASSOS.

           PERFORM ROOT-GRAVA-STATUS THRU ROOT-GRAVA-STATUS-EXIT.

           PERFORM ROOT-CONTA-REPASSE-FILIAL
              THRU ROOT-CONTA-REPASSE-FILIAL-EXIT.

           DISPLAY ' '
           DISPLAY ' RERODADA DA FILIAL ' WSS-RRD-FILIAL
                   ' NO CICLO DE ' WSS-RRD-DATA ' CONCLUIDA'
           DISPLAY ' CONTRATOS DA FILIAL REPASSADOS : '
                     WSS-REG-REPASSADOS
           DISPLAY ' EXECMD117 CONCLUIDO - PIOR RC : ' WSS-PIOR-RC
           DISPLAY ' '.

           MOVE WSS-PIOR-RC TO RETURN-CODE.

           MOVE 'FIM'       TO WSS-HIS-TIPO
           MOVE WSS-REG-REPASSADOS TO WSS-HIS-REGISTROS
           MOVE RETURN-CODE TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

           GOBACK.

       ROOT-RERODA-FILIAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRE-CONDICOES DA RERODADA : FILIAL NUMERICA, CICLO PRINCIPAL
      * FECHADO (NENHUM PASSO PENDENTE EM JOBST117), DATA DO CICLO
      * FECHADO FIXADA NO DATMV117 E NENHUMA OUTRA RERODADA (OUTRA
      * FILIAL OU OUTRO CICLO) PENDENTE EM JOBRF117. RERODADA DA MESMA
      * FILIAL E DATA PENDENTE E RETOMADA DO PASSO QUE FALHOU.
      *-----------------------------------------------------------------
       ROOT-PREPARA-RERODADA.

           IF WSS-RRD-FILIAL NOT NUMERIC
              OR WSS-RRD-FILIAL EQUAL '00'
              MOVE ' FILIAL INVALIDA P/ RERODADA'
                     TO WSS-MENSAGEM
              MOVE RCMD117-FILIAL-INVALIDA              TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROOT-CARREGA-STATUS THRU ROOT-CARREGA-STATUS-EXIT.

           MOVE 1 TO WSS-PAS-IDX.

           PERFORM ROOT-CONFERE-CICLO THRU ROOT-CONFERE-CICLO-EXIT
                   UNTIL WSS-PAS-IDX > WSS-QTD-PASSOS.

           MOVE 'F' TO WSS-DTM-FUNCAO.
           CALL 'DATMV117' USING WSS-DTM-REQUEST.

           IF WSS-DTM-RESULT NOT EQUAL SPACES
              MOVE ' SEM CICLO FECHADO P/RERODADA'
                     TO WSS-MENSAGEM
              MOVE RCMD117-SEM-CICLO-FECHADO            TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE WSS-DTM-DATA   TO WSS-RRD-DATA.
           MOVE WSS-RRD-FILIAL TO WSS-PARM-CONSO-FILIAL.

      *-----------------------------------------------------------------
      * A PARTIR DAQUI A TABELA DE PASSOS E A DA RERODADA.
      *-----------------------------------------------------------------
           MOVE WSS-TAB-RERODADA-NOMES TO WSS-TAB-PASSOS-NOMES.
           MOVE WSS-QTD-PASSOS-RRD     TO WSS-QTD-PASSOS.

           MOVE 1 TO WSS-PAS-IDX.

           PERFORM ROOT-LIMPA-UM-PASSO THRU ROOT-LIMPA-UM-PASSO-EXIT
                   UNTIL WSS-PAS-IDX > WSS-QTD-PASSOS.

           PERFORM ROOT-CARREGA-JOBRF THRU ROOT-CARREGA-JOBRF-EXIT.

           DISPLAY ' RERODADA DA FILIAL ' WSS-RRD-FILIAL
                   ' NO CICLO DE ' WSS-RRD-DATA
           DISPLAY ' STATUS ANTERIOR DOS PASSOS : '
                     WSS-PAS-STATUS (1) ' '
                     WSS-PAS-STATUS (2) ' '
                     WSS-PAS-STATUS (3) ' '
                     WSS-PAS-STATUS (4) ' '
                     WSS-PAS-STATUS (5) ' '
                     WSS-PAS-STATUS (6)
           DISPLAY ' '.

       ROOT-PREPARA-RERODADA-EXIT.
           EXIT.

       ROOT-CONFERE-CICLO.

           IF WSS-PAS-STATUS (WSS-PAS-IDX) NOT EQUAL SPACES
              MOVE ' CICLO PRINCIPAL NAO FECHADO'
                     TO WSS-MENSAGEM
              MOVE RCMD117-CICLO-ABERTO                 TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-PAS-IDX.

       ROOT-CONFERE-CICLO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA O STATUS DA RERODADA ANTERIOR. PASSO PENDENTE DE OUTRA
      * FILIAL OU DE OUTRO CICLO BLOQUEIA ESTA RERODADA ATE A OPERACAO
      * CONCLUIR (OU LIMPAR) A OUTRA.
      *-----------------------------------------------------------------
       ROOT-CARREGA-JOBRF.

           OPEN INPUT JOBRF117.

           IF FS-JOBRF117 EQUAL '35'
              GO TO ROOT-CARREGA-JOBRF-EXIT
           END-IF.

           IF FS-JOBRF117 NOT EQUAL '00'
              MOVE ' ERRO EM ARQUIVO JOBRF117'
                     TO WSS-MENSAGEM
              MOVE RCMD117-ERRO-ARQ-JOBRF               TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROOT-LE-JOBRF THRU ROOT-LE-JOBRF-EXIT
                   UNTIL WSS-FIM-JOBRF.

           CLOSE JOBRF117.

           IF WSS-RRD-OUTRA-PENDENTE
              DISPLAY ' *** RERODADA PENDENTE DA FILIAL '
                        WSS-RRD-OUTRA-FILIAL ' NO CICLO DE '
                        WSS-RRD-OUTRA-DATA
              MOVE ' OUTRA RERODADA PENDENTE'
                     TO WSS-MENSAGEM
              MOVE RCMD117-RERODADA-PENDENTE            TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

       ROOT-CARREGA-JOBRF-EXIT.
           EXIT.

       ROOT-LE-JOBRF.

           READ JOBRF117
               AT END
                   MOVE 'S' TO WSS-EOF-JOBRF
                   GO TO ROOT-LE-JOBRF-EXIT
           END-READ.

           IF JRF-STATUS EQUAL SPACES
              GO TO ROOT-LE-JOBRF-EXIT
           END-IF.

           IF JRF-FILIAL NOT EQUAL WSS-RRD-FILIAL
              OR JRF-DATA NOT EQUAL WSS-RRD-DATA
              MOVE 'S'        TO WSS-RRD-OUTRA-SW
              MOVE JRF-FILIAL TO WSS-RRD-OUTRA-FILIAL
              MOVE JRF-DATA   TO WSS-RRD-OUTRA-DATA
              GO TO ROOT-LE-JOBRF-EXIT
           END-IF.

           IF JRF-PASSO >= 1 AND JRF-PASSO <= WSS-QTD-PASSOS
              MOVE JRF-STATUS TO WSS-PAS-STATUS (JRF-PASSO)
              IF JRF-RC IS NUMERIC
                 MOVE JRF-RC TO WSS-PAS-RC (JRF-PASSO)
              END-IF
           END-IF.

       ROOT-LE-JOBRF-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PERSISTE O STATUS DOS PASSOS DA RERODADA EM JOBRF117, COM A
      * FILIAL E A DATA DO CICLO, SOB A TRAVA DA SUITE.
      *-----------------------------------------------------------------
       ROOT-GRAVA-JOBRF.

           MOVE 'JOBRF117' TO WSS-TRV-ARQUIVO.
           PERFORM ROT-TOMA-TRAVA THRU ROT-TOMA-TRAVA-EXIT.

           OPEN OUTPUT JOBRF117.

           IF FS-JOBRF117 NOT EQUAL '00'
              MOVE ' ERRO EM ARQUIVO JOBRF117'
                     TO WSS-MENSAGEM
              MOVE RCMD117-ERRO-ARQ-JOBRF               TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE 1 TO WSS-PAS-IDX.

           PERFORM ROOT-GRAVA-UM-PASSO-RRD
              THRU ROOT-GRAVA-UM-PASSO-RRD-EXIT
                   UNTIL WSS-PAS-IDX > WSS-QTD-PASSOS.

           CLOSE JOBRF117.

           PERFORM ROT-LIBERA-TRAVA THRU ROT-LIBERA-TRAVA-EXIT.

       ROOT-GRAVA-JOBRF-EXIT.
           EXIT.

       ROOT-GRAVA-UM-PASSO-RRD.

           MOVE SPACES                       TO REG-JOBRF117
           MOVE WSS-PAS-IDX                  TO JRF-PASSO
           MOVE WSS-PAS-NOME (WSS-PAS-IDX)   TO JRF-NOME
           MOVE WSS-PAS-STATUS (WSS-PAS-IDX) TO JRF-STATUS
           MOVE WSS-PAS-RC (WSS-PAS-IDX)     TO JRF-RC
           MOVE WSS-RRD-FILIAL               TO JRF-FILIAL
           MOVE WSS-RRD-DATA                 TO JRF-DATA.

           WRITE REG-JOBRF117.

           IF FS-JOBRF117 NOT EQUAL '00'
              MOVE ' ERRO EM ARQUIVO JOBRF117'
                     TO WSS-MENSAGEM
              MOVE RCMD117-ERRO-ARQ-JOBRF               TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-PAS-IDX.

       ROOT-GRAVA-UM-PASSO-RRD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PASSO 1 DA RERODADA - CONFERE QUE A FILIAL NAO ESTA NA SAIDA
      * DA NOITE (NADA DELA FOI CALCULADO NO CICLO) E GUARDA OS
      * ARQUIVOS DA NOITE QUE A RERODADA VAI COMPLETAR. A REEXECUCAO
      * DOS PASSOS SEGUINTES PARTE SEMPRE DESTA GUARDA, ENTAO NENHUMA
      * FILIAL DA NOITE E CONTADA DUAS VEZES.
      *-----------------------------------------------------------------
       ROOT-RRD-SALVA.

           MOVE 1 TO WSS-PASSO-CORRENTE.

           IF WSS-PAS-STATUS (1) EQUAL 'OK'
              DISPLAY ' PASSO 1 (SALVA) JA CONCLUIDO - PULADO'
              GO TO ROOT-RRD-SALVA-EXIT
           END-IF.

           DISPLAY ' PASSO 1 - GUARDA DOS ARQUIVOS DA NOITE'.
           MOVE 0 TO RETURN-CODE.

           PERFORM ROOT-PROCURA-FILIAL-CICLO
              THRU ROOT-PROCURA-FILIAL-CICLO-EXIT.

           IF WSS-RRD-FILIAL-NO-CICLO
              MOVE ' FILIAL JA PROCESSADA NO CICLO'
                     TO WSS-MENSAGEM
              MOVE RCMD117-FILIAL-JA-PROCESSADA         TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE 'O'          TO WSS-COPIA-MODO.

           MOVE 030          TO WSS-COPIA-TAM.
           MOVE 'LOTE119'    TO WSS-ORIGEM-DD.
           MOVE 'LOTAN119'   TO WSS-DESTINO-DD.
           PERFORM ROT-COPIA-ARQUIVO THRU ROT-COPIA-ARQUIVO-EXIT.

           MOVE 040          TO WSS-COPIA-TAM.
           MOVE 'SAIDA119'   TO WSS-ORIGEM-DD.
           MOVE 'SAIAN119'   TO WSS-DESTINO-DD.
           PERFORM ROT-COPIA-ARQUIVO THRU ROT-COPIA-ARQUIVO-EXIT.

           MOVE 'REJEI119'   TO WSS-ORIGEM-DD.
           MOVE 'REJAN119'   TO WSS-DESTINO-DD.
           PERFORM ROT-COPIA-ARQUIVO THRU ROT-COPIA-ARQUIVO-EXIT.

           MOVE 'PARCL119'   TO WSS-ORIGEM-DD.
           MOVE 'PARAN119'   TO WSS-DESTINO-DD.
           PERFORM ROT-COPIA-ARQUIVO THRU ROT-COPIA-ARQUIVO-EXIT.

           MOVE 'ENTRADA117' TO WSS-ORIGEM-DD.
           MOVE 'ENTAN117'   TO WSS-DESTINO-DD.
           PERFORM ROT-COPIA-ARQUIVO THRU ROT-COPIA-ARQUIVO-EXIT.

           MOVE 120          TO WSS-COPIA-TAM.
           MOVE 'FATUR117'   TO WSS-ORIGEM-DD.
           MOVE 'FATAN117'   TO WSS-DESTINO-DD.
           PERFORM ROT-COPIA-ARQUIVO THRU ROT-COPIA-ARQUIVO-EXIT.

           PERFORM ROOT-FECHA-PASSO THRU ROOT-FECHA-PASSO-EXIT.

       ROOT-RRD-SALVA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PROCURA NA SAIDA119 DA NOITE QUALQUER LINHA ('S' OU 'R') DA
      * FILIAL PEDIDA.
      *-----------------------------------------------------------------
       ROOT-PROCURA-FILIAL-CICLO.

           MOVE 'N'        TO WSS-RRD-ACHOU-SW.
           MOVE 'N'        TO WSS-EOF-SAIDA.
           MOVE 'SAIDA119' TO WSS-SAIDA-DD.

           OPEN INPUT SAIDA119.

           IF FS-SAIDA119 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DO ARQUIVO SAIDA119'
                     TO WSS-MENSAGEM
              MOVE RCMD117-ERRO-ABRE-SAIDA119  TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROOT-LE-FILIAL-CICLO THRU ROOT-LE-FILIAL-CICLO-EXIT
                   UNTIL WSS-FIM-SAIDA
                      OR WSS-RRD-FILIAL-NO-CICLO.

           CLOSE SAIDA119.

       ROOT-PROCURA-FILIAL-CICLO-EXIT.
           EXIT.

       ROOT-LE-FILIAL-CICLO.

           READ SAIDA119
               AT END
                   MOVE 'S' TO WSS-EOF-SAIDA
               NOT AT END
                   IF SAI-FILIAL EQUAL WSS-RRD-FILIAL
                      MOVE 'S' TO WSS-RRD-ACHOU-SW
                   END-IF
           END-READ.

       ROOT-LE-FILIAL-CICLO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PASSO 2 DA RERODADA - CONSO119 SO DA FILIAL, EM LOTFL119.
      *-----------------------------------------------------------------
       ROOT-RRD-CONSOLIDA.

           MOVE 2 TO WSS-PASSO-CORRENTE.

           IF WSS-PAS-STATUS (2) EQUAL 'OK'
              DISPLAY ' PASSO 2 (CONSO119) JA CONCLUIDO - PULADO'
              GO TO ROOT-RRD-CONSOLIDA-EXIT
           END-IF.

           DISPLAY ' '
           DISPLAY ' PASSO 2 - CALL CONSO119 (FILIAL ' WSS-RRD-FILIAL
                   ')'
           DISPLAY ' '
           MOVE 0 TO RETURN-CODE
           CALL 'CONSO119' USING WSS-PARM-CONSO
           PERFORM ROOT-FECHA-PASSO THRU ROOT-FECHA-PASSO-EXIT.

       ROOT-RRD-CONSOLIDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PASSO 3 DA RERODADA - COBOL119 EM MODO 'F' SOBRE LOTFL119.
      *-----------------------------------------------------------------
       ROOT-RRD-CALCULA.

           MOVE 3 TO WSS-PASSO-CORRENTE.

           IF WSS-PAS-STATUS (3) EQUAL 'OK'
              DISPLAY ' PASSO 3 (COBOL119) JA CONCLUIDO - PULADO'
              GO TO ROOT-RRD-CALCULA-EXIT
           END-IF.

           DISPLAY ' '
           DISPLAY ' PASSO 3 - CALL COBOL119 (MODO RERODADA DE FILIAL)'
           DISPLAY ' '
           MOVE 'F' TO LKS-PARAM-MODE
           MOVE 0 TO RETURN-CODE
           CALL 'COBOL119' USING LKS-PARAM-IBM
           PERFORM ROOT-FECHA-PASSO THRU ROOT-FECHA-PASSO-EXIT.

       ROOT-RRD-CALCULA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PASSO 4 DA RERODADA - INCORPORA A FILIAL AOS ARQUIVOS DA NOITE:
      * CADA ARQUIVO E RECRIADO A PARTIR DA GUARDA DO PASSO 1 E
      * ACRESCIDO DA PARTE DA FILIAL (REEXECUTAR O PASSO NAO DUPLICA
      * NADA). OS CONTRATOS 'S' DA FILIAL VAO PARA ENTRADA117 E TAMBEM
      * PARA ENTFL117, A ENTRADA DO COBRA117 NA RERODADA.
      *-----------------------------------------------------------------
       ROOT-RRD-INCORPORA.

           MOVE 4 TO WSS-PASSO-CORRENTE.

           IF WSS-PAS-STATUS (4) EQUAL 'OK'
              DISPLAY ' PASSO 4 (INCORPORA) JA CONCLUIDO - PULADO'
              GO TO ROOT-RRD-INCORPORA-EXIT
           END-IF.

           DISPLAY ' '
           DISPLAY ' PASSO 4 - INCORPORA A FILIAL AOS ARQUIVOS'.
           MOVE 0 TO RETURN-CODE.

           MOVE 030          TO WSS-COPIA-TAM.
           MOVE 'O'          TO WSS-COPIA-MODO.
           MOVE 'LOTAN119'   TO WSS-ORIGEM-DD.
           MOVE 'LOTE119'    TO WSS-DESTINO-DD.
           PERFORM ROT-COPIA-ARQUIVO THRU ROT-COPIA-ARQUIVO-EXIT.
           MOVE 'E'          TO WSS-COPIA-MODO.
           MOVE 'LOTFL119'   TO WSS-ORIGEM-DD.
           PERFORM ROT-COPIA-ARQUIVO THRU ROT-COPIA-ARQUIVO-EXIT.

           MOVE 040          TO WSS-COPIA-TAM.
           MOVE 'O'          TO WSS-COPIA-MODO.
           MOVE 'SAIAN119'   TO WSS-ORIGEM-DD.
           MOVE 'SAIDA119'   TO WSS-DESTINO-DD.
           PERFORM ROT-COPIA-ARQUIVO THRU ROT-COPIA-ARQUIVO-EXIT.
           MOVE 'E'          TO WSS-COPIA-MODO.
           MOVE 'SAIFL119'   TO WSS-ORIGEM-DD.
           PERFORM ROT-COPIA-ARQUIVO THRU ROT-COPIA-ARQUIVO-EXIT.

           MOVE 'O'          TO WSS-COPIA-MODO.
           MOVE 'REJAN119'   TO WSS-ORIGEM-DD.
           MOVE 'REJEI119'   TO WSS-DESTINO-DD.
           PERFORM ROT-COPIA-ARQUIVO THRU ROT-COPIA-ARQUIVO-EXIT.
           MOVE 'E'          TO WSS-COPIA-MODO.
           MOVE 'REJFL119'   TO WSS-ORIGEM-DD.
           PERFORM ROT-COPIA-ARQUIVO THRU ROT-COPIA-ARQUIVO-EXIT.

           MOVE 'O'          TO WSS-COPIA-MODO.
           MOVE 'PARAN119'   TO WSS-ORIGEM-DD.
           MOVE 'PARCL119'   TO WSS-DESTINO-DD.
           PERFORM ROT-COPIA-ARQUIVO THRU ROT-COPIA-ARQUIVO-EXIT.
           MOVE 'E'          TO WSS-COPIA-MODO.
           MOVE 'PARFL119'   TO WSS-ORIGEM-DD.
           PERFORM ROT-COPIA-ARQUIVO THRU ROT-COPIA-ARQUIVO-EXIT.

           MOVE 'O'          TO WSS-COPIA-MODO.
           MOVE 'ENTAN117'   TO WSS-ORIGEM-DD.
           MOVE 'ENTRADA117' TO WSS-DESTINO-DD.
           PERFORM ROT-COPIA-ARQUIVO THRU ROT-COPIA-ARQUIVO-EXIT.

           PERFORM ROOT-REPASSA-FILIAL THRU ROOT-REPASSA-FILIAL-EXIT.

           PERFORM ROOT-FECHA-PASSO THRU ROOT-FECHA-PASSO-EXIT.

       ROOT-RRD-INCORPORA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REPASSA OS CONTRATOS 'S' DA FILIAL (SAIFL119) AO FIM DE
      * ENTRADA117 E, SO ELES, PARA ENTFL117.
      *-----------------------------------------------------------------
       ROOT-REPASSA-FILIAL.

           MOVE ZEROES     TO WSS-REG-REPASSADOS.
           MOVE 'N'        TO WSS-EOF-SAIDA.
           MOVE 'SAIFL119' TO WSS-SAIDA-DD.
           MOVE 'ENTFL117' TO WSS-DESTINO-DD.

           OPEN INPUT SAIDA119.

           IF FS-SAIDA119 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DO ARQUIVO SAIFL119'
                     TO WSS-MENSAGEM
              MOVE RCMD117-ERRO-ABRE-SAIDA119  TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           OPEN EXTEND ENTRADA117.

           IF FS-ENTRADA117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DO ARQUIVO ENTRADA117'
                     TO WSS-MENSAGEM
              MOVE RCMD117-ERRO-ABRE-ENTRADA   TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           OPEN OUTPUT DEST040.

           IF FS-DEST040 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DO ARQUIVO ENTFL117'
                     TO WSS-MENSAGEM
              MOVE RCMD117-ERRO-ABRE-ENTRADA   TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROOT-REPASSA-UM-FILIAL
              THRU ROOT-REPASSA-UM-FILIAL-EXIT
                   UNTIL WSS-FIM-SAIDA.

           CLOSE SAIDA119.
           CLOSE ENTRADA117.
           CLOSE DEST040.

           MOVE 'SAIDA119' TO WSS-SAIDA-DD.

           DISPLAY ' CONTRATOS DA FILIAL REPASSADOS PARA ENTRADA117 : '
                     WSS-REG-REPASSADOS.

       ROOT-REPASSA-FILIAL-EXIT.
           EXIT.

       ROOT-REPASSA-UM-FILIAL.

           READ SAIDA119
               AT END
                   MOVE 'S' TO WSS-EOF-SAIDA
                   GO TO ROOT-REPASSA-UM-FILIAL-EXIT
           END-READ.

           IF SAI-STATUS NOT EQUAL 'S'
              GO TO ROOT-REPASSA-UM-FILIAL-EXIT
           END-IF.

           WRITE REG-ENTRADA117 FROM REG-SAIDA119.
           IF FS-ENTRADA117 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DO ARQUIVO ENTRADA117'
                     TO WSS-MENSAGEM
              MOVE RCMD117-ERRO-GRAVA-ENTRADA TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           WRITE REG-DEST040 FROM REG-SAIDA119.
           IF FS-DEST040 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DO ARQUIVO ENTFL117'
                     TO WSS-MENSAGEM
              MOVE RCMD117-ERRO-GRAVA-ENTRADA TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-REG-REPASSADOS.

       ROOT-REPASSA-UM-FILIAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PASSO 5 DA RERODADA - EXECCB117 SOBRE A ENTRADA117 COMPLETA. A
      * DATA FIXADA FAZ O EXTRATO SAIR NA GERACAO OUTPTFL.R DO CICLO.
      *-----------------------------------------------------------------
       ROOT-RRD-EXTRATO.

           MOVE 5 TO WSS-PASSO-CORRENTE.

           IF WSS-PAS-STATUS (5) EQUAL 'OK'
              DISPLAY ' PASSO 5 (EXECCB117) JA CONCLUIDO - PULADO'
              GO TO ROOT-RRD-EXTRATO-EXIT
           END-IF.

           DISPLAY ' '
           DISPLAY ' PASSO 5 - CALL EXECCB117 (EXTRATO COM A FILIAL)'
           DISPLAY ' '
           MOVE 0 TO RETURN-CODE
           CALL 'EXECCB117'
           PERFORM ROOT-FECHA-PASSO THRU ROOT-FECHA-PASSO-EXIT.

       ROOT-RRD-EXTRATO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PASSO 6 DA RERODADA - COBRA117 FATURA SO A FILIAL (ENTFL117)
      * SOBRE O FATURAMENTO DA NOITE GUARDADO EM FATAN117.
      *-----------------------------------------------------------------
       ROOT-RRD-ENCARGOS.

           MOVE 6 TO WSS-PASSO-CORRENTE.

           IF WSS-PAS-STATUS (6) EQUAL 'OK'
              DISPLAY ' PASSO 6 (COBRA117) JA CONCLUIDO - PULADO'
              GO TO ROOT-RRD-ENCARGOS-EXIT
           END-IF.

           DISPLAY ' '
           DISPLAY ' PASSO 6 - CALL COBRA117 (ENCARGOS DA FILIAL)'
           DISPLAY ' '
           MOVE 0 TO RETURN-CODE
           CALL 'COBRA117'
           PERFORM ROOT-FECHA-PASSO THRU ROOT-FECHA-PASSO-EXIT.

       ROOT-RRD-ENCARGOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CONTA OS CONTRATOS DA FILIAL REPASSADOS (ENTFL117).
      *-----------------------------------------------------------------
       ROOT-CONTA-REPASSE-FILIAL.

           MOVE ZEROES     TO WSS-REG-REPASSADOS.
           MOVE 'N'        TO WSS-EOF-COPIA.
           MOVE 'ENTFL117' TO WSS-ORIGEM-DD.

           OPEN INPUT ORIG040.

           IF FS-ORIG040 NOT EQUAL '00'
              MOVE FS-ORIG040 TO WSS-COPIA-FS
              PERFORM ROT-ERRO-COPIA THRU ROT-ERRO-COPIA-EXIT
           END-IF.

           PERFORM ROOT-CONTA-UM-REPASSE THRU ROOT-CONTA-UM-REPASSE-EXIT
                   UNTIL WSS-FIM-COPIA.

           CLOSE ORIG040.

       ROOT-CONTA-REPASSE-FILIAL-EXIT.
           EXIT.

       ROOT-CONTA-UM-REPASSE.

           READ ORIG040
               AT END
                   MOVE 'S' TO WSS-EOF-COPIA
               NOT AT END
                   ADD 1 TO WSS-REG-REPASSADOS
           END-READ.

       ROOT-CONTA-UM-REPASSE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COPIA WSS-ORIGEM-DD PARA WSS-DESTINO-DD, REGISTRO A REGISTRO,
      * PELO PAR DE ARQUIVOS DO TAMANHO EM WSS-COPIA-TAM. DESTINO EM
      * MODO 'E' E ACRESCENTADO; EM MODO 'O' E RECRIADO. ORIGEM QUE
      * NAO ABRE E ERRO - NA RERODADA TODOS OS ARQUIVOS TEM DE EXISTIR.
      *-----------------------------------------------------------------
       ROT-COPIA-ARQUIVO.

           MOVE ZEROES TO WSS-COPIA-QTD.
           MOVE 'N'    TO WSS-EOF-COPIA.

           EVALUATE WSS-COPIA-TAM
               WHEN 030
                   PERFORM ROT-COPIA-030 THRU ROT-COPIA-030-EXIT
               WHEN 040
                   PERFORM ROT-COPIA-040 THRU ROT-COPIA-040-EXIT
               WHEN OTHER
                   PERFORM ROT-COPIA-120 THRU ROT-COPIA-120-EXIT
           END-EVALUATE.

           DISPLAY '   ' WSS-ORIGEM-DD ' -> ' WSS-DESTINO-DD
                   ' (' WSS-COPIA-MODO ') : ' WSS-COPIA-QTD
                   ' REGISTROS'.

       ROT-COPIA-ARQUIVO-EXIT.
           EXIT.

       ROT-COPIA-030.

           OPEN INPUT ORIG030.
           IF FS-ORIG030 NOT EQUAL '00'
              MOVE FS-ORIG030 TO WSS-COPIA-FS
              PERFORM ROT-ERRO-COPIA THRU ROT-ERRO-COPIA-EXIT
           END-IF.

           IF WSS-COPIA-EXTEND
              OPEN EXTEND DEST030
           ELSE
              OPEN OUTPUT DEST030
           END-IF.
           IF FS-DEST030 NOT EQUAL '00'
              MOVE FS-DEST030 TO WSS-COPIA-FS
              PERFORM ROT-ERRO-COPIA THRU ROT-ERRO-COPIA-EXIT
           END-IF.

           PERFORM ROT-COPIA-UM-030 THRU ROT-COPIA-UM-030-EXIT
                   UNTIL WSS-FIM-COPIA.

           CLOSE ORIG030.
           CLOSE DEST030.

       ROT-COPIA-030-EXIT.
           EXIT.

       ROT-COPIA-UM-030.

           READ ORIG030
               AT END
                   MOVE 'S' TO WSS-EOF-COPIA
                   GO TO ROT-COPIA-UM-030-EXIT
           END-READ.

           WRITE REG-DEST030 FROM REG-ORIG030.
           IF FS-DEST030 NOT EQUAL '00'
              MOVE FS-DEST030 TO WSS-COPIA-FS
              PERFORM ROT-ERRO-COPIA THRU ROT-ERRO-COPIA-EXIT
           END-IF.

           ADD 1 TO WSS-COPIA-QTD.

       ROT-COPIA-UM-030-EXIT.
           EXIT.

       ROT-COPIA-040.

           OPEN INPUT ORIG040.
           IF FS-ORIG040 NOT EQUAL '00'
              MOVE FS-ORIG040 TO WSS-COPIA-FS
              PERFORM ROT-ERRO-COPIA THRU ROT-ERRO-COPIA-EXIT
           END-IF.

           IF WSS-COPIA-EXTEND
              OPEN EXTEND DEST040
           ELSE
              OPEN OUTPUT DEST040
           END-IF.
           IF FS-DEST040 NOT EQUAL '00'
              MOVE FS-DEST040 TO WSS-COPIA-FS
              PERFORM ROT-ERRO-COPIA THRU ROT-ERRO-COPIA-EXIT
           END-IF.

           PERFORM ROT-COPIA-UM-040 THRU ROT-COPIA-UM-040-EXIT
                   UNTIL WSS-FIM-COPIA.

           CLOSE ORIG040.
           CLOSE DEST040.

       ROT-COPIA-040-EXIT.
           EXIT.

       ROT-COPIA-UM-040.

           READ ORIG040
               AT END
                   MOVE 'S' TO WSS-EOF-COPIA
                   GO TO ROT-COPIA-UM-040-EXIT
           END-READ.

           WRITE REG-DEST040 FROM REG-ORIG040.
           IF FS-DEST040 NOT EQUAL '00'
              MOVE FS-DEST040 TO WSS-COPIA-FS
              PERFORM ROT-ERRO-COPIA THRU ROT-ERRO-COPIA-EXIT
           END-IF.

           ADD 1 TO WSS-COPIA-QTD.

       ROT-COPIA-UM-040-EXIT.
           EXIT.

       ROT-COPIA-120.

           OPEN INPUT ORIG120.
           IF FS-ORIG120 NOT EQUAL '00'
              MOVE FS-ORIG120 TO WSS-COPIA-FS
              PERFORM ROT-ERRO-COPIA THRU ROT-ERRO-COPIA-EXIT
           END-IF.

           IF WSS-COPIA-EXTEND
              OPEN EXTEND DEST120
           ELSE
              OPEN OUTPUT DEST120
           END-IF.
           IF FS-DEST120 NOT EQUAL '00'
              MOVE FS-DEST120 TO WSS-COPIA-FS
              PERFORM ROT-ERRO-COPIA THRU ROT-ERRO-COPIA-EXIT
           END-IF.

           PERFORM ROT-COPIA-UM-120 THRU ROT-COPIA-UM-120-EXIT
                   UNTIL WSS-FIM-COPIA.

           CLOSE ORIG120.
           CLOSE DEST120.

       ROT-COPIA-120-EXIT.
           EXIT.

       ROT-COPIA-UM-120.

           READ ORIG120
               AT END
                   MOVE 'S' TO WSS-EOF-COPIA
                   GO TO ROT-COPIA-UM-120-EXIT
           END-READ.

           WRITE REG-DEST120 FROM REG-ORIG120.
           IF FS-DEST120 NOT EQUAL '00'
              MOVE FS-DEST120 TO WSS-COPIA-FS
              PERFORM ROT-ERRO-COPIA THRU ROT-ERRO-COPIA-EXIT
           END-IF.

           ADD 1 TO WSS-COPIA-QTD.

       ROT-COPIA-UM-120-EXIT.
           EXIT.

       ROT-ERRO-COPIA.

           DISPLAY ' *** COPIA ' WSS-ORIGEM-DD ' -> ' WSS-DESTINO-DD
                   ' - FILE STATUS ' WSS-COPIA-FS.
           MOVE ' ERRO NA COPIA DE ARQUIVO'
                  TO WSS-MENSAGEM.
           MOVE RCMD117-ERRO-COPIA-ARQUIVO              TO RETURN-CODE.
           PERFORM ROT-ABEND.

       ROT-ERRO-COPIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA UM REGISTRO NO HISTORICO DE EXECUCOES DA SUITE.
      *-----------------------------------------------------------------
