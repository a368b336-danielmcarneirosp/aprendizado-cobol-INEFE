      ******************************************************************
      * Author:DANIEL CARNEIRO
      * Date: 15/10/2026
      * Purpose: ACOMPANHAMENTO DO TEMPO DOS PASSOS DO LOTE. LE OS
      *          PARES 'INI'/'FIM' DO HISTORICO DE EXECUCOES
      *          (HISTEXEC) AINDA NAO AVALIADOS E COMPARA CADA
      *          EXECUCAO COM A MEDIA DAS ULTIMAS N EXECUCOES DO MESMO
      *          PROGRAMA (ARQUIVO DE MEDIAS BASDS117) : TEMPO
      *          DECORRIDO ACIMA DA TOLERANCIA SOBRE O TEMPO MEDIO, OU
      *          REGISTROS PROCESSADOS MUITO ABAIXO OU MUITO ACIMA DA
      *          MEDIA, GERAM UM ALERTA EM ALRDS117. O CICLO NOTURNO
      *          (EXECMD117) QUE TERMINA DEPOIS DO FECHAMENTO DA
      *          JANELA DO LOTE TAMBEM. TODA EXECUCAO AVALIADA SAI NO
      *          RELATORIO RELDS117. HAVENDO ALERTA O PASSO TERMINA
      *          COM O RETURN-CODE DE ALERTA 925, PARA O SCHEDULER
      *          ACIONAR O PLANTAO. JANELA DA MEDIA, TOLERANCIAS E
      *          HORARIO DE FECHAMENTO VEM DO CARTAO PARM117 (VIA
      *          PARML117). RODA COMO PASSO PROPRIO DEPOIS DO EXECMD117.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification history
      * Date       Author              Description
      * 15/10/2026 DANIEL CARNEIRO     Programa inicial.
      * 15/10/2026 DANIEL CARNEIRO     Area de parametros do PARML117
      *                                ampliada com os cartoes da
      *                                estatistica mensal por filial.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DESEM117.
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
           SELECT HISTEXEC  ASSIGN TO HISTEXEC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-HISTEXEC.

      *-----------------------------------------------------------------
      * MEDIAS POR PROGRAMA - UM REGISTRO POR PROGRAMA COM AS ULTIMAS
      * EXECUCOES NORMAIS. LIDO NO INICIO E REGRAVADO NO FIM. NAO
      * EXISTE NA PRIMEIRA EXECUCAO.
      *-----------------------------------------------------------------
           SELECT BASDS117  ASSIGN TO BASDS117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-BASDS117.

      *-----------------------------------------------------------------
      * ALERTAS DA EXECUCAO - LIDO PELO PLANTAO.
      *-----------------------------------------------------------------
           SELECT ALRDS117  ASSIGN TO ALRDS117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ALRDS117.

      *-----------------------------------------------------------------
      * RELATORIO DAS EXECUCOES AVALIADAS.
      *-----------------------------------------------------------------
           SELECT RELDS117  ASSIGN TO RELDS117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RELDS117.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD HISTEXEC
           RECORD CONTAINS 90 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-HISTEXEC.

       COPY HISTRG01.

      *-----------------------------------------------------------------
      * REGISTRO DE MEDIAS : PROGRAMA, MARCA (DATA/HORA DO 'INI') DA
      * ULTIMA EXECUCAO JA AVALIADA - NADA ATE ELA E AVALIADO DE NOVO -
      * E AS ULTIMAS 30 EXECUCOES NORMAIS (RC ZERO), DA MAIS RECENTE
      * PARA A MAIS ANTIGA, COM O TEMPO DECORRIDO EM SEGUNDOS E OS
      * REGISTROS PROCESSADOS.
      *-----------------------------------------------------------------
       FD BASDS117
           RECORD CONTAINS 420 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-BASDS117.

       01 REG-BASDS117.
           05 BAS-PROGRAMA             PIC X(09).
           05 FILLER                   PIC X(01).
           05 BAS-ULT-DATA             PIC 9(08).
           05 BAS-ULT-HORA             PIC 9(06).
           05 FILLER                   PIC X(01).
           05 BAS-QTD-AMOSTRAS         PIC 9(02).
           05 FILLER                   PIC X(01).
           05 BAS-AMOSTRA OCCURS 30 TIMES.
               10 BAS-AMO-SEGUNDOS     PIC 9(06).
               10 BAS-AMO-REGISTROS    PIC 9(07).
           05 FILLER                   PIC X(02).

      *-----------------------------------------------------------------
      * ALERTA : 'T' TEMPO ACIMA DA TOLERANCIA (VALORES EM SEGUNDOS),
      * 'B'/'A' REGISTROS ABAIXO/ACIMA DA FAIXA (VALORES EM REGISTROS),
      * 'J' CICLO FORA DA JANELA (OBSERVADO = HORA DO FIM, LIMITE =
      * HORA DO FECHAMENTO, AMBOS HHMMSS).
      *-----------------------------------------------------------------
       FD ALRDS117
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-ALRDS117.

       01 REG-ALRDS117.
           05 ALR-TIPO                 PIC X(01).
               88 ALR-TEMPO                    VALUE 'T'.
               88 ALR-REGS-BAIXO               VALUE 'B'.
               88 ALR-REGS-ALTO                VALUE 'A'.
               88 ALR-JANELA                   VALUE 'J'.
           05 FILLER                   PIC X(01).
           05 ALR-PROGRAMA             PIC X(09).
           05 FILLER                   PIC X(01).
           05 ALR-JOB                  PIC X(08).
           05 FILLER                   PIC X(01).
           05 ALR-DATA                 PIC 9(08).
           05 FILLER                   PIC X(01).
           05 ALR-HORA                 PIC 9(06).
           05 FILLER                   PIC X(01).
           05 ALR-OBSERVADO            PIC 9(07).
           05 FILLER                   PIC X(01).
           05 ALR-MEDIA                PIC 9(07).
           05 FILLER                   PIC X(01).
           05 ALR-LIMITE               PIC 9(07).
           05 FILLER                   PIC X(01).
           05 ALR-MENSAGEM             PIC X(30).
           05 FILLER                   PIC X(09).

       FD RELDS117
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-RELDS117.

       01 REG-RELDS117                 PIC X(100).

      *-----------------------
       WORKING-STORAGE SECTION.
       77 FS-HISTEXEC              PIC 99.
       77 FS-BASDS117              PIC 99.
       77 FS-ALRDS117              PIC 99.
       77 FS-RELDS117              PIC 99.
       77 WSS-MENSAGEM             PIC X(30).

       77 WSS-EOF-HIST             PIC X(01) VALUE 'N'.
           88 WSS-FIM-HIST                   VALUE 'S'.
       77 WSS-EOF-BASE             PIC X(01) VALUE 'N'.
           88 WSS-FIM-BASE                   VALUE 'S'.

       77 WSS-REG-LIDOS            PIC 9(07) VALUE ZEROES.
       77 WSS-QTD-AVALIADAS        PIC 9(05) VALUE ZEROES.
       77 WSS-QTD-ALERTAS          PIC 9(05) VALUE ZEROES.
       77 WSS-QTD-FORA-MEDIA       PIC 9(05) VALUE ZEROES.
       77 WSS-QTD-EM-FORMACAO      PIC 9(05) VALUE ZEROES.
       77 WSS-QTD-CICLOS-FORA      PIC 9(05) VALUE ZEROES.
       77 WSS-BASE-DESCARTADAS     PIC 9(05) VALUE ZEROES.

       01 WSS-HOJE                 PIC 9(08).

      *-----------------------------------------------------------------
      * REGRAS FIXAS : A MEDIA SO VALE A PARTIR DE 3 EXECUCOES, E UM
      * PASSO CURTO SO E ALERTADO POR TEMPO SE PASSAR DA MEDIA EM PELO
      * MENOS 60 SEGUNDOS (EVITA ALARME POR SEGUNDOS DE VARIACAO).
      *-----------------------------------------------------------------
       77 WSS-MIN-AMOSTRAS         PIC 9(02) VALUE 3.
       77 WSS-MIN-SEG-DESVIO       PIC 9(05) VALUE 60.
       77 WSS-MAX-AMOSTRAS         PIC 9(02) VALUE 30.

      *-----------------------------------------------------------------
      * PARAMETROS DA SUITE LIDOS DO CARTAO PARM117 VIA PARML117.
      *-----------------------------------------------------------------
       01 WSS-PRM-REQUEST.
           05 WSS-PRM-CICLOS           PIC 9(02).
           05 WSS-PRM-MODOENT          PIC X(01).
           05 WSS-PRM-SINAL            PIC X(01).
           05 WSS-PRM-DIAS             PIC 9(04).
           05 WSS-PRM-UTIL             PIC X(01).
           05 WSS-PRM-MODO             PIC X(01).
           05 WSS-PRM-ARQ-LIDO         PIC X(01).
           05 WSS-PRM-JANELA           PIC 9(02).
           05 WSS-PRM-TOLTEMPO         PIC 9(03).
           05 WSS-PRM-TOLREGS          PIC 9(03).
           05 WSS-PRM-FECHAJAN         PIC 9(04).
           05 WSS-PRM-FECHAJAN-R REDEFINES WSS-PRM-FECHAJAN.
               10 WSS-PRM-FECHA-HH     PIC 9(02).
               10 WSS-PRM-FECHA-MM     PIC 9(02).
           05 WSS-PRM-TOLREJEI         PIC 9(03).
           05 WSS-PRM-TOLATRAS         PIC 9(03).

      *-----------------------------------------------------------------
      * MEDIAS POR PROGRAMA EM MEMORIA (MESMO LAYOUT DE BASDS117).
      *-----------------------------------------------------------------
       77 WSS-QTD-BAS              PIC 9(4) COMP VALUE ZEROES.
       77 WSS-QTD-MAX-BAS          PIC 9(4) COMP VALUE 200.
       01 WSS-TAB-BAS-GRP.
           05 WSS-BAS-ENT OCCURS 1 TO 200 TIMES
                          DEPENDING ON WSS-QTD-BAS.
               10 WSS-BAS-PROGRAMA PIC X(09).
               10 FILLER           PIC X(01).
               10 WSS-BAS-ULT-MARCA.
                   15 WSS-BAS-ULT-DATA PIC 9(08).
                   15 WSS-BAS-ULT-HORA PIC 9(06).
               10 FILLER           PIC X(01).
               10 WSS-BAS-QTD      PIC 9(02).
               10 FILLER           PIC X(01).
               10 WSS-BAS-AMOSTRA OCCURS 30 TIMES.
                   15 WSS-BAS-SEG  PIC 9(06).
                   15 WSS-BAS-REG  PIC 9(07).
               10 FILLER           PIC X(02).

       77 WSS-BAS-IDX              PIC 9(4) COMP.
       77 WSS-BAS-PROC             PIC 9(4) COMP.
       77 WSS-BAS-ACHOU            PIC X(01) VALUE 'N'.
           88 WSS-BAS-ENCONTROU              VALUE 'S'.
       77 WSS-AMO-IDX              PIC 9(4) COMP.
       77 WSS-AMO-QTD              PIC 9(4) COMP.
       77 WSS-PROGRAMA-PROC        PIC X(09).

       01 WSS-MARCA-HIS.
           05 WSS-MARCA-DATA       PIC 9(08).
           05 WSS-MARCA-HORA       PIC 9(06).

      *-----------------------------------------------------------------
      * EXECUCOES A AVALIAR : UMA ENTRADA POR 'INI' POSTERIOR A MARCA
      * DO PROGRAMA, FECHADA PELO 'FIM' SEGUINTE DO MESMO PROGRAMA
      * (COMO NO RELHIS01). EXECUCAO SEM 'FIM' NAO E AVALIADA.
      *-----------------------------------------------------------------
       77 WSS-QTD-EXEC             PIC 9(4) COMP VALUE ZEROES.
       77 WSS-QTD-MAX-EXEC         PIC 9(4) COMP VALUE 3000.
       01 WSS-TAB-EXEC-GRP.
           05 WSS-EXE-ENT OCCURS 1 TO 3000 TIMES
                          DEPENDING ON WSS-QTD-EXEC.
               10 WSS-EXE-PROGRAMA PIC X(09).
               10 WSS-EXE-JOB      PIC X(08).
               10 WSS-EXE-DATA-INI PIC 9(08).
               10 WSS-EXE-HORA-INI PIC 9(06).
               10 WSS-EXE-DATA-FIM PIC 9(08).
               10 WSS-EXE-HORA-FIM PIC 9(06).
               10 WSS-EXE-REGISTROS PIC 9(07).
               10 WSS-EXE-RC       PIC 9(03).
               10 WSS-EXE-SITUACAO PIC X(01).
                   88 WSS-EXE-ABERTA       VALUE 'A'.
                   88 WSS-EXE-FECHADA      VALUE 'F'.

       77 WSS-EXE-IDX              PIC 9(4) COMP.
       77 WSS-EXE-PROC             PIC 9(4) COMP.
       77 WSS-EXE-ACHOU            PIC X(01) VALUE 'N'.
           88 WSS-EXE-ENCONTROU              VALUE 'S'.

      *-----------------------------------------------------------------
      * CALCULO DO TEMPO DECORRIDO, DAS MEDIAS E DOS LIMITES.
      *-----------------------------------------------------------------
       01 WSS-HORA-DECOMP          PIC 9(06).
       01 WSS-HORA-DECOMP-R REDEFINES WSS-HORA-DECOMP.
           05 WSS-HD-HOR           PIC 9(02).
           05 WSS-HD-MIN           PIC 9(02).
           05 WSS-HD-SEG           PIC 9(02).
       77 WSS-DIA-INI-INT          PIC S9(9) BINARY.
       77 WSS-DIA-FIM-INT          PIC S9(9) BINARY.
       77 WSS-SEG-INI              PIC S9(9) BINARY.
       77 WSS-SEG-FIM              PIC S9(9) BINARY.
       77 WSS-SEG-DECORRIDOS       PIC S9(9) BINARY.
       77 WSS-SEG-EDITAR           PIC S9(9) BINARY.
       77 WSS-RESTO-SEG            PIC S9(9) BINARY.
       77 WSS-SEG-FECHA            PIC S9(9) BINARY.
       77 WSS-SEG-PRAZO            PIC S9(9) BINARY.

       77 WSS-SOMA-SEG             PIC 9(09) VALUE ZEROES.
       77 WSS-SOMA-REG             PIC 9(10) VALUE ZEROES.
       77 WSS-MEDIA-SEG            PIC 9(06) VALUE ZEROES.
       77 WSS-MEDIA-REG            PIC 9(07) VALUE ZEROES.
       77 WSS-LIMITE-SEG           PIC 9(07) VALUE ZEROES.
       77 WSS-LIMITE-REG-BAIXO     PIC 9(07) VALUE ZEROES.
       77 WSS-LIMITE-REG-ALTO      PIC 9(07) VALUE ZEROES.

      *-----------------------------------------------------------------
      * LINHA DE DETALHE DO RELATORIO.
      *-----------------------------------------------------------------
       01 WSS-LINHA-DETALHE.
           05 WSS-DET-FLAG         PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WSS-DET-PROGRAMA     PIC X(09).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WSS-DET-DATA         PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WSS-DET-INI          PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WSS-DET-DECORRIDO    PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WSS-DET-MEDIA        PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WSS-DET-REGISTROS    PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WSS-DET-MEDIA-REG    PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WSS-DET-AMOSTRAS     PIC 9(02).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WSS-DET-OBS          PIC X(30).

       01 WSS-HORA-EDITADA.
           05 WSS-EH-HOR           PIC X(02).
           05 FILLER               PIC X(01) VALUE ':'.
           05 WSS-EH-MIN           PIC X(02).
           05 FILLER               PIC X(01) VALUE ':'.
           05 WSS-EH-SEG           PIC X(02).

       77 WSS-LINHA-TRACO          PIC X(100) VALUE ALL '-'.
       77 WSS-ALR-TIPO             PIC X(01).
       77 WSS-ALR-OBSERVADO        PIC 9(07).
       77 WSS-ALR-MEDIA            PIC 9(07).
       77 WSS-ALR-LIMITE           PIC 9(07).
       77 WSS-ALR-MENSAGEM         PIC X(30).

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
           DISPLAY ' DESEM117'
           DISPLAY ' ACOMPANHAMENTO DO TEMPO DOS PASSOS DO LOTE'
           DISPLAY ' '.
           MOVE 'INI'      TO WSS-HIS-TIPO
           MOVE 'DESEM117' TO WSS-HIS-PROGRAMA
           MOVE ZEROES     TO WSS-HIS-REGISTROS
           MOVE ZEROES     TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

           CALL 'PARML117' USING WSS-PRM-REQUEST.

           ACCEPT WSS-HOJE FROM DATE YYYYMMDD.

           PERFORM ROOT-CARREGA-BASE THRU ROOT-CARREGA-BASE-EXIT.

           OPEN INPUT HISTEXEC.
           IF FS-HISTEXEC NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE HISTEXEC'
                     TO WSS-MENSAGEM
              MOVE RCDES117-ERRO-ARQ-HISTORICO          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

       002-CARREGA-EXECUCOES       SECTION.

           PERFORM ROOT-LE-HISTORICO THRU ROOT-LE-HISTORICO-EXIT
                   UNTIL WSS-FIM-HIST.

           CLOSE HISTEXEC.

       003-AVALIA-EXECUCOES        SECTION.

           PERFORM ROOT-ABRE-SAIDAS THRU ROOT-ABRE-SAIDAS-EXIT.

           MOVE 1 TO WSS-EXE-IDX.

           PERFORM ROOT-PERCORRE-EXECUCAO
              THRU ROOT-PERCORRE-EXECUCAO-EXIT
                   UNTIL WSS-EXE-IDX > WSS-QTD-EXEC.

           PERFORM ROOT-EMITE-RODAPE THRU ROOT-EMITE-RODAPE-EXIT.

           CLOSE ALRDS117.
           CLOSE RELDS117.

           PERFORM ROOT-REGRAVA-BASE THRU ROOT-REGRAVA-BASE-EXIT.

       004-PROCEDIMENTOS-FINAIS    SECTION.

           DISPLAY ' REGISTROS DO HISTORICO : ' WSS-REG-LIDOS
           DISPLAY ' EXECUCOES AVALIADAS    : ' WSS-QTD-AVALIADAS
           DISPLAY ' ALERTAS GERADOS        : ' WSS-QTD-ALERTAS
           DISPLAY ' CICLOS FORA DA JANELA  : ' WSS-QTD-CICLOS-FORA
           DISPLAY ' FORA DA MEDIA (RC)     : ' WSS-QTD-FORA-MEDIA
           DISPLAY ' MEDIA EM FORMACAO      : ' WSS-QTD-EM-FORMACAO
           DISPLAY ' PROGRAMAS NA BASE      : ' WSS-QTD-BAS
           DISPLAY ' '.

      *-----------------------------------------------------------------
      * ALERTA NAO E ABEND : O PASSO TERMINA COM O RC DE ALERTA PARA O
      * SCHEDULER ACIONAR O PLANTAO, COMO O CONSO119 FAZ COM A FILIAL
      * AUSENTE.
      *-----------------------------------------------------------------
           IF WSS-QTD-ALERTAS > ZEROES
              DISPLAY ' *** ATENCAO - HA PASSO FORA DA MEDIA HISTORICA'
              DISPLAY ' *** CONFERIR ALRDS117 / RELDS117'
              MOVE RCDES117-ALERTA-DESEMPENHO TO RETURN-CODE
           END-IF.

           MOVE 'FIM'       TO WSS-HIS-TIPO
           MOVE WSS-QTD-AVALIADAS TO WSS-HIS-REGISTROS
           MOVE RETURN-CODE TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

           GOBACK.

      *-----------------------------------------------------------------
      * ROTINAS AUXILIARES
      *-----------------------------------------------------------------
       SECTION-CODES        SECTION.

      *-----------------------------------------------------------------
      * CARREGA AS MEDIAS. SEM O ARQUIVO (PRIMEIRA EXECUCAO) TODO O
      * HISTEXEC E AVALIADO E AS MEDIAS COMECAM A SE FORMAR. REGISTRO
      * COM MARCA OU QUANTIDADE INVALIDA E DESCARTADO COM AVISO.
      *-----------------------------------------------------------------
       ROOT-CARREGA-BASE.

           OPEN INPUT BASDS117.

           IF FS-BASDS117 EQUAL '35'
              DISPLAY ' BASDS117 NAO CATALOGADO - MEDIAS VAZIAS'
              GO TO ROOT-CARREGA-BASE-EXIT
           END-IF.

           IF FS-BASDS117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE BASDS117'
                     TO WSS-MENSAGEM
              MOVE RCDES117-ERRO-ARQ-BASE               TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROOT-LE-BASE THRU ROOT-LE-BASE-EXIT
                   UNTIL WSS-FIM-BASE.

           CLOSE BASDS117.

       ROOT-CARREGA-BASE-EXIT.
           EXIT.

       ROOT-LE-BASE.

           READ BASDS117
               AT END
                   MOVE 'S' TO WSS-EOF-BASE
                   GO TO ROOT-LE-BASE-EXIT
           END-READ.

           IF BAS-ULT-DATA IS NOT NUMERIC
              OR BAS-ULT-HORA IS NOT NUMERIC
              OR BAS-QTD-AMOSTRAS IS NOT NUMERIC
              OR BAS-QTD-AMOSTRAS > WSS-MAX-AMOSTRAS
              ADD 1 TO WSS-BASE-DESCARTADAS
              DISPLAY ' BASDS117 - REGISTRO DESCARTADO : ' BAS-PROGRAMA
              GO TO ROOT-LE-BASE-EXIT
           END-IF.

           IF WSS-QTD-BAS EQUAL WSS-QTD-MAX-BAS
              MOVE ' TABELA DE PROGRAMAS CHEIA'
                     TO WSS-MENSAGEM
              MOVE RCDES117-TABELA-CHEIA                TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-QTD-BAS.
           MOVE REG-BASDS117 TO WSS-BAS-ENT (WSS-QTD-BAS).

       ROOT-LE-BASE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LE O HISTORICO EM ORDEM : 'INI' POSTERIOR A MARCA DO PROGRAMA
      * ABRE UMA EXECUCAO NA TABELA; 'FIM' FECHA A EXECUCAO ABERTA
      * MAIS RECENTE DO MESMO PROGRAMA.
      *-----------------------------------------------------------------
       ROOT-LE-HISTORICO.

           READ HISTEXEC
               AT END
                   MOVE 'S' TO WSS-EOF-HIST
               NOT AT END
                   ADD 1 TO WSS-REG-LIDOS
                   PERFORM ROOT-CLASSIFICA-REGISTRO
                      THRU ROOT-CLASSIFICA-REGISTRO-EXIT
           END-READ.

       ROOT-LE-HISTORICO-EXIT.
           EXIT.

       ROOT-CLASSIFICA-REGISTRO.

           EVALUATE TRUE
               WHEN HIS-INICIO
                   PERFORM ROOT-ABRE-EXECUCAO
                      THRU ROOT-ABRE-EXECUCAO-EXIT
               WHEN HIS-FIM
                   PERFORM ROOT-FECHA-EXECUCAO
                      THRU ROOT-FECHA-EXECUCAO-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ROOT-CLASSIFICA-REGISTRO-EXIT.
           EXIT.

       ROOT-ABRE-EXECUCAO.

           IF HIS-DATA IS NOT NUMERIC
              OR HIS-HORA IS NOT NUMERIC
              GO TO ROOT-ABRE-EXECUCAO-EXIT
           END-IF.

           MOVE HIS-PROGRAMA TO WSS-PROGRAMA-PROC.
           PERFORM ROT-PROCURA-BASE THRU ROT-PROCURA-BASE-EXIT.

           MOVE HIS-DATA TO WSS-MARCA-DATA.
           MOVE HIS-HORA TO WSS-MARCA-HORA.

           IF WSS-BAS-ENCONTROU
              AND WSS-MARCA-HIS NOT > WSS-BAS-ULT-MARCA (WSS-BAS-PROC)
              GO TO ROOT-ABRE-EXECUCAO-EXIT
           END-IF.

           IF WSS-QTD-EXEC EQUAL WSS-QTD-MAX-EXEC
              MOVE ' TABELA DE EXECUCOES CHEIA'
                     TO WSS-MENSAGEM
              MOVE RCDES117-TABELA-CHEIA                TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-QTD-EXEC.
           MOVE HIS-PROGRAMA  TO WSS-EXE-PROGRAMA (WSS-QTD-EXEC)
           MOVE HIS-JOB       TO WSS-EXE-JOB (WSS-QTD-EXEC)
           MOVE HIS-DATA      TO WSS-EXE-DATA-INI (WSS-QTD-EXEC)
           MOVE HIS-HORA      TO WSS-EXE-HORA-INI (WSS-QTD-EXEC)
           MOVE ZEROES        TO WSS-EXE-DATA-FIM (WSS-QTD-EXEC)
           MOVE ZEROES        TO WSS-EXE-HORA-FIM (WSS-QTD-EXEC)
           MOVE ZEROES        TO WSS-EXE-REGISTROS (WSS-QTD-EXEC)
           MOVE ZEROES        TO WSS-EXE-RC (WSS-QTD-EXEC)
           MOVE 'A'           TO WSS-EXE-SITUACAO (WSS-QTD-EXEC).

       ROOT-ABRE-EXECUCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PROCURA, DO FIM PARA O COMECO, A EXECUCAO ABERTA MAIS RECENTE
      * DO PROGRAMA DO REGISTRO 'FIM' CORRENTE.
      *-----------------------------------------------------------------
       ROOT-FECHA-EXECUCAO.

           IF WSS-QTD-EXEC EQUAL ZEROES
              OR HIS-DATA IS NOT NUMERIC
              OR HIS-HORA IS NOT NUMERIC
              GO TO ROOT-FECHA-EXECUCAO-EXIT
           END-IF.

           MOVE 'N'          TO WSS-EXE-ACHOU.
           MOVE WSS-QTD-EXEC TO WSS-EXE-PROC.

           PERFORM ROOT-PROCURA-ABERTA
              THRU ROOT-PROCURA-ABERTA-EXIT
                   UNTIL WSS-EXE-ENCONTROU
                      OR WSS-EXE-PROC EQUAL ZEROES.

           IF NOT WSS-EXE-ENCONTROU
              GO TO ROOT-FECHA-EXECUCAO-EXIT
           END-IF.

           MOVE HIS-DATA         TO WSS-EXE-DATA-FIM (WSS-EXE-PROC)
           MOVE HIS-HORA         TO WSS-EXE-HORA-FIM (WSS-EXE-PROC)
           MOVE HIS-REGISTROS    TO WSS-EXE-REGISTROS (WSS-EXE-PROC)
           MOVE HIS-RC           TO WSS-EXE-RC (WSS-EXE-PROC)
           MOVE 'F'              TO WSS-EXE-SITUACAO (WSS-EXE-PROC).

       ROOT-FECHA-EXECUCAO-EXIT.
           EXIT.

       ROOT-PROCURA-ABERTA.

           IF WSS-EXE-PROGRAMA (WSS-EXE-PROC) EQUAL HIS-PROGRAMA
              AND WSS-EXE-ABERTA (WSS-EXE-PROC)
              MOVE 'S' TO WSS-EXE-ACHOU
           ELSE
              SUBTRACT 1 FROM WSS-EXE-PROC
           END-IF.

       ROOT-PROCURA-ABERTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ABRE O ARQUIVO DE ALERTAS E O RELATORIO E EMITE O CABECALHO.
      *-----------------------------------------------------------------
       ROOT-ABRE-SAIDAS.

           OPEN OUTPUT ALRDS117.
           IF FS-ALRDS117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE ALRDS117'
                     TO WSS-MENSAGEM
              MOVE RCDES117-ERRO-ARQ-ALERTA             TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           OPEN OUTPUT RELDS117.
           IF FS-RELDS117 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE RELDS117'
                     TO WSS-MENSAGEM
              MOVE RCDES117-ERRO-ARQ-RELATORIO          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE SPACES TO REG-RELDS117.
           STRING ' DESEM117 - TEMPO DOS PASSOS X MEDIA - EMISSAO '
                                       DELIMITED BY SIZE
                  WSS-HOJE             DELIMITED BY SIZE
             INTO REG-RELDS117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE SPACES TO REG-RELDS117.
           STRING ' MEDIA DAS ULTIMAS '   DELIMITED BY SIZE
                  WSS-PRM-JANELA          DELIMITED BY SIZE
                  ' EXECUCOES - TOLERANCIA TEMPO ' DELIMITED BY SIZE
                  WSS-PRM-TOLTEMPO        DELIMITED BY SIZE
                  '% REGISTROS '          DELIMITED BY SIZE
                  WSS-PRM-TOLREGS         DELIMITED BY SIZE
                  '% JANELA ATE '         DELIMITED BY SIZE
                  WSS-PRM-FECHA-HH        DELIMITED BY SIZE
                  ':'                     DELIMITED BY SIZE
                  WSS-PRM-FECHA-MM        DELIMITED BY SIZE
             INTO REG-RELDS117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE WSS-LINHA-TRACO TO REG-RELDS117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE ' FLG PROGRAMA  DATA     INICIO   DECORRID MEDIA   '
             TO REG-RELDS117.
           MOVE '  REGISTR MED.REG QT OBSERVACAO'
             TO REG-RELDS117 (52:31).
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

       ROOT-ABRE-SAIDAS-EXIT.
           EXIT.

       ROOT-PERCORRE-EXECUCAO.

           PERFORM ROOT-AVALIA-EXECUCAO
              THRU ROOT-AVALIA-EXECUCAO-EXIT.

           ADD 1 TO WSS-EXE-IDX.

       ROOT-PERCORRE-EXECUCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * AVALIA UMA EXECUCAO FECHADA CONTRA A MEDIA DO PROGRAMA, NA
      * ORDEM EM QUE ACONTECERAM - CADA UMA E COMPARADA COM AS
      * ANTERIORES E SO DEPOIS ENTRA NA MEDIA. EXECUCAO COM RC
      * DIFERENTE DE ZERO E LISTADA MAS NAO E COMPARADA NEM ENTRA NA
      * MEDIA (UM ABEND DEFORMARIA O TEMPO E A CONTAGEM).
      *-----------------------------------------------------------------
       ROOT-AVALIA-EXECUCAO.

           IF WSS-EXE-ABERTA (WSS-EXE-IDX)
              GO TO ROOT-AVALIA-EXECUCAO-EXIT
           END-IF.

           ADD 1 TO WSS-QTD-AVALIADAS.

           PERFORM ROOT-CALCULA-DECORRIDO
              THRU ROOT-CALCULA-DECORRIDO-EXIT.

           MOVE WSS-EXE-PROGRAMA (WSS-EXE-IDX) TO WSS-PROGRAMA-PROC.
           PERFORM ROT-PROCURA-BASE THRU ROT-PROCURA-BASE-EXIT.

           IF NOT WSS-BAS-ENCONTROU
              PERFORM ROT-INCLUI-BASE THRU ROT-INCLUI-BASE-EXIT
           END-IF.

           PERFORM ROOT-CALCULA-MEDIAS THRU ROOT-CALCULA-MEDIAS-EXIT.

           MOVE SPACES TO WSS-DET-FLAG
           MOVE SPACES TO WSS-DET-OBS
           MOVE WSS-EXE-PROGRAMA (WSS-EXE-IDX)  TO WSS-DET-PROGRAMA
           MOVE WSS-EXE-DATA-INI (WSS-EXE-IDX)  TO WSS-DET-DATA
           MOVE WSS-EXE-REGISTROS (WSS-EXE-IDX) TO WSS-DET-REGISTROS
           MOVE WSS-MEDIA-REG                   TO WSS-DET-MEDIA-REG
           MOVE WSS-AMO-QTD                     TO WSS-DET-AMOSTRAS.

           MOVE WSS-EXE-HORA-INI (WSS-EXE-IDX) TO WSS-HORA-DECOMP.
           PERFORM ROOT-EDITA-HORA THRU ROOT-EDITA-HORA-EXIT.
           MOVE WSS-HORA-EDITADA TO WSS-DET-INI.

           MOVE WSS-SEG-DECORRIDOS TO WSS-SEG-EDITAR.
           PERFORM ROOT-EDITA-SEGUNDOS THRU ROOT-EDITA-SEGUNDOS-EXIT.
           MOVE WSS-HORA-EDITADA TO WSS-DET-DECORRIDO.

           MOVE WSS-MEDIA-SEG TO WSS-SEG-EDITAR.
           PERFORM ROOT-EDITA-SEGUNDOS THRU ROOT-EDITA-SEGUNDOS-EXIT.
           MOVE WSS-HORA-EDITADA TO WSS-DET-MEDIA.

           EVALUATE TRUE
               WHEN WSS-EXE-RC (WSS-EXE-IDX) NOT EQUAL ZEROES
                   ADD 1 TO WSS-QTD-FORA-MEDIA
                   MOVE ' RC DIFERENTE DE ZERO'   TO WSS-DET-OBS
               WHEN WSS-AMO-QTD < WSS-MIN-AMOSTRAS
                   ADD 1 TO WSS-QTD-EM-FORMACAO
                   MOVE ' MEDIA EM FORMACAO'      TO WSS-DET-OBS
               WHEN OTHER
                   PERFORM ROOT-COMPARA-MEDIA
                      THRU ROOT-COMPARA-MEDIA-EXIT
           END-EVALUATE.

           IF WSS-EXE-PROGRAMA (WSS-EXE-IDX) EQUAL 'EXECMD117'
              PERFORM ROOT-VERIFICA-JANELA
                 THRU ROOT-VERIFICA-JANELA-EXIT
           END-IF.

           MOVE WSS-LINHA-DETALHE TO REG-RELDS117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           IF WSS-EXE-RC (WSS-EXE-IDX) EQUAL ZEROES
              PERFORM ROOT-GUARDA-AMOSTRA
                 THRU ROOT-GUARDA-AMOSTRA-EXIT
           END-IF.

           MOVE WSS-EXE-DATA-INI (WSS-EXE-IDX)
             TO WSS-BAS-ULT-DATA (WSS-BAS-PROC).
           MOVE WSS-EXE-HORA-INI (WSS-EXE-IDX)
             TO WSS-BAS-ULT-HORA (WSS-BAS-PROC).

       ROOT-AVALIA-EXECUCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TEMPO DECORRIDO EM SEGUNDOS ENTRE O 'INI' E O 'FIM', PELAS
      * DATAS E HORAS (VIRADA DE MEIA-NOITE E PASSO DE MAIS DE UM DIA).
      *-----------------------------------------------------------------
       ROOT-CALCULA-DECORRIDO.

           COMPUTE WSS-DIA-INI-INT = FUNCTION INTEGER-OF-DATE
                   (WSS-EXE-DATA-INI (WSS-EXE-IDX)).
           COMPUTE WSS-DIA-FIM-INT = FUNCTION INTEGER-OF-DATE
                   (WSS-EXE-DATA-FIM (WSS-EXE-IDX)).

           MOVE WSS-EXE-HORA-INI (WSS-EXE-IDX) TO WSS-HORA-DECOMP.
           COMPUTE WSS-SEG-INI = WSS-HD-HOR * 3600
                               + WSS-HD-MIN * 60
                               + WSS-HD-SEG.

           MOVE WSS-EXE-HORA-FIM (WSS-EXE-IDX) TO WSS-HORA-DECOMP.
           COMPUTE WSS-SEG-FIM = (WSS-DIA-FIM-INT - WSS-DIA-INI-INT)
                                 * 86400
                               + WSS-HD-HOR * 3600
                               + WSS-HD-MIN * 60
                               + WSS-HD-SEG.

           COMPUTE WSS-SEG-DECORRIDOS = WSS-SEG-FIM - WSS-SEG-INI.

           IF WSS-SEG-DECORRIDOS < 0
              MOVE ZEROES TO WSS-SEG-DECORRIDOS
           END-IF.

           IF WSS-SEG-DECORRIDOS > 999999
              MOVE 999999 TO WSS-SEG-DECORRIDOS
           END-IF.

       ROOT-CALCULA-DECORRIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MEDIA DE TEMPO E DE REGISTROS DAS ULTIMAS N EXECUCOES NORMAIS
      * (N = CARTAO JANELA, LIMITADO AO QUE O PROGRAMA JA TEM).
      *-----------------------------------------------------------------
       ROOT-CALCULA-MEDIAS.

           MOVE WSS-BAS-QTD (WSS-BAS-PROC) TO WSS-AMO-QTD.

           IF WSS-AMO-QTD > WSS-PRM-JANELA
              MOVE WSS-PRM-JANELA TO WSS-AMO-QTD
           END-IF.

           MOVE ZEROES TO WSS-SOMA-SEG.
           MOVE ZEROES TO WSS-SOMA-REG.
           MOVE ZEROES TO WSS-MEDIA-SEG.
           MOVE ZEROES TO WSS-MEDIA-REG.

           IF WSS-AMO-QTD EQUAL ZEROES
              GO TO ROOT-CALCULA-MEDIAS-EXIT
           END-IF.

           MOVE 1 TO WSS-AMO-IDX.

           PERFORM ROOT-SOMA-AMOSTRA THRU ROOT-SOMA-AMOSTRA-EXIT
                   UNTIL WSS-AMO-IDX > WSS-AMO-QTD.

           COMPUTE WSS-MEDIA-SEG ROUNDED = WSS-SOMA-SEG / WSS-AMO-QTD.
           COMPUTE WSS-MEDIA-REG ROUNDED = WSS-SOMA-REG / WSS-AMO-QTD.

       ROOT-CALCULA-MEDIAS-EXIT.
           EXIT.

       ROOT-SOMA-AMOSTRA.

           ADD WSS-BAS-SEG (WSS-BAS-PROC, WSS-AMO-IDX) TO WSS-SOMA-SEG.
           ADD WSS-BAS-REG (WSS-BAS-PROC, WSS-AMO-IDX) TO WSS-SOMA-REG.
           ADD 1 TO WSS-AMO-IDX.

       ROOT-SOMA-AMOSTRA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COMPARA A EXECUCAO COM A MEDIA :
      *  TEMPO     - ACIMA DE MEDIA X (100 + TOLTEMPO) / 100 E PELO
      *              MENOS WSS-MIN-SEG-DESVIO SEGUNDOS ACIMA DA MEDIA
      *  REGISTROS - FORA DA FAIXA MEDIA X (100 -/+ TOLREGS) / 100
      *              (PROGRAMA QUE NORMALMENTE NAO CONTA REGISTROS,
      *              MEDIA ZERO, NAO E COMPARADO)
      *-----------------------------------------------------------------
       ROOT-COMPARA-MEDIA.

           COMPUTE WSS-LIMITE-SEG = WSS-MEDIA-SEG
                                  * (100 + WSS-PRM-TOLTEMPO) / 100.

           IF WSS-SEG-DECORRIDOS > WSS-LIMITE-SEG
              AND WSS-SEG-DECORRIDOS - WSS-MEDIA-SEG
                  NOT < WSS-MIN-SEG-DESVIO
              MOVE 'T'                        TO WSS-ALR-TIPO
              MOVE WSS-SEG-DECORRIDOS         TO WSS-ALR-OBSERVADO
              MOVE WSS-MEDIA-SEG              TO WSS-ALR-MEDIA
              MOVE WSS-LIMITE-SEG             TO WSS-ALR-LIMITE
              MOVE ' TEMPO ACIMA DA MEDIA'    TO WSS-ALR-MENSAGEM
              PERFORM ROOT-GRAVA-ALERTA THRU ROOT-GRAVA-ALERTA-EXIT
           END-IF.

           IF WSS-MEDIA-REG EQUAL ZEROES
              GO TO ROOT-COMPARA-MEDIA-EXIT
           END-IF.

           COMPUTE WSS-LIMITE-REG-BAIXO = WSS-MEDIA-REG
                                  * (100 - WSS-PRM-TOLREGS) / 100.
           COMPUTE WSS-LIMITE-REG-ALTO  = WSS-MEDIA-REG
                                  * (100 + WSS-PRM-TOLREGS) / 100.

           IF WSS-EXE-REGISTROS (WSS-EXE-IDX) < WSS-LIMITE-REG-BAIXO
              MOVE 'B'                        TO WSS-ALR-TIPO
              MOVE WSS-EXE-REGISTROS (WSS-EXE-IDX)
                                              TO WSS-ALR-OBSERVADO
              MOVE WSS-MEDIA-REG              TO WSS-ALR-MEDIA
              MOVE WSS-LIMITE-REG-BAIXO       TO WSS-ALR-LIMITE
              MOVE ' REGISTROS ABAIXO DA MEDIA' TO WSS-ALR-MENSAGEM
              PERFORM ROOT-GRAVA-ALERTA THRU ROOT-GRAVA-ALERTA-EXIT
           END-IF.

           IF WSS-EXE-REGISTROS (WSS-EXE-IDX) > WSS-LIMITE-REG-ALTO
              MOVE 'A'                        TO WSS-ALR-TIPO
              MOVE WSS-EXE-REGISTROS (WSS-EXE-IDX)
                                              TO WSS-ALR-OBSERVADO
              MOVE WSS-MEDIA-REG              TO WSS-ALR-MEDIA
              MOVE WSS-LIMITE-REG-ALTO        TO WSS-ALR-LIMITE
              MOVE ' REGISTROS ACIMA DA MEDIA' TO WSS-ALR-MENSAGEM
              PERFORM ROOT-GRAVA-ALERTA THRU ROOT-GRAVA-ALERTA-EXIT
           END-IF.

       ROOT-COMPARA-MEDIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * JANELA DO LOTE : O CICLO NOTURNO (EXECMD117) TEM DE TERMINAR
      * ATE O HORARIO DE FECHAMENTO (CARTAO FECHAJAN). FECHAMENTO
      * DEPOIS DO HORARIO DE INICIO E NO MESMO DIA; ANTES DELE, NO DIA
      * SEGUINTE (CICLO QUE ATRAVESSA A MEIA-NOITE). VALE TAMBEM PARA
      * O CICLO QUE TERMINOU COM RC DIFERENTE DE ZERO.
      *-----------------------------------------------------------------
       ROOT-VERIFICA-JANELA.

           COMPUTE WSS-SEG-FECHA = WSS-PRM-FECHA-HH * 3600
                                 + WSS-PRM-FECHA-MM * 60.

           IF WSS-SEG-FECHA > WSS-SEG-INI
              MOVE WSS-SEG-FECHA TO WSS-SEG-PRAZO
           ELSE
              COMPUTE WSS-SEG-PRAZO = 86400 + WSS-SEG-FECHA
           END-IF.

           IF WSS-SEG-FIM NOT > WSS-SEG-PRAZO
              GO TO ROOT-VERIFICA-JANELA-EXIT
           END-IF.

           ADD 1 TO WSS-QTD-CICLOS-FORA.

           MOVE 'J'                           TO WSS-ALR-TIPO
           MOVE WSS-EXE-HORA-FIM (WSS-EXE-IDX) TO WSS-ALR-OBSERVADO
           MOVE ZEROES                        TO WSS-ALR-MEDIA
           COMPUTE WSS-ALR-LIMITE = WSS-PRM-FECHAJAN * 100
           MOVE ' CICLO TERMINOU APOS A JANELA' TO WSS-ALR-MENSAGEM
           PERFORM ROOT-GRAVA-ALERTA THRU ROOT-GRAVA-ALERTA-EXIT.

       ROOT-VERIFICA-JANELA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA UM ALERTA PARA A EXECUCAO CORRENTE E MARCA A LINHA DO
      * RELATORIO (A OBSERVACAO MOSTRA O PRIMEIRO ALERTA DA EXECUCAO).
      *-----------------------------------------------------------------
       ROOT-GRAVA-ALERTA.

           MOVE SPACES                         TO REG-ALRDS117
           MOVE WSS-ALR-TIPO                   TO ALR-TIPO
           MOVE WSS-EXE-PROGRAMA (WSS-EXE-IDX) TO ALR-PROGRAMA
           MOVE WSS-EXE-JOB (WSS-EXE-IDX)      TO ALR-JOB
           MOVE WSS-EXE-DATA-INI (WSS-EXE-IDX) TO ALR-DATA
           MOVE WSS-EXE-HORA-INI (WSS-EXE-IDX) TO ALR-HORA
           MOVE WSS-ALR-OBSERVADO              TO ALR-OBSERVADO
           MOVE WSS-ALR-MEDIA                  TO ALR-MEDIA
           MOVE WSS-ALR-LIMITE                 TO ALR-LIMITE
           MOVE WSS-ALR-MENSAGEM               TO ALR-MENSAGEM.

           WRITE REG-ALRDS117.
           IF FS-ALRDS117 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE ALRDS117'
                     TO WSS-MENSAGEM
              MOVE RCDES117-ERRO-ARQ-ALERTA             TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-QTD-ALERTAS.
           MOVE '***' TO WSS-DET-FLAG.

           IF WSS-DET-OBS EQUAL SPACES
              MOVE WSS-ALR-MENSAGEM TO WSS-DET-OBS
           END-IF.

       ROOT-GRAVA-ALERTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GUARDA A EXECUCAO COMO A AMOSTRA MAIS RECENTE DO PROGRAMA,
      * EMPURRANDO AS DEMAIS; A MAIS ANTIGA ALEM DE 30 SAI.
      *-----------------------------------------------------------------
       ROOT-GUARDA-AMOSTRA.

           MOVE WSS-MAX-AMOSTRAS TO WSS-AMO-IDX.

           PERFORM ROOT-DESLOCA-AMOSTRA
              THRU ROOT-DESLOCA-AMOSTRA-EXIT
                   UNTIL WSS-AMO-IDX < 2.

           MOVE WSS-SEG-DECORRIDOS
             TO WSS-BAS-SEG (WSS-BAS-PROC, 1).
           MOVE WSS-EXE-REGISTROS (WSS-EXE-IDX)
             TO WSS-BAS-REG (WSS-BAS-PROC, 1).

           IF WSS-BAS-QTD (WSS-BAS-PROC) < WSS-MAX-AMOSTRAS
              ADD 1 TO WSS-BAS-QTD (WSS-BAS-PROC)
           END-IF.

       ROOT-GUARDA-AMOSTRA-EXIT.
           EXIT.

       ROOT-DESLOCA-AMOSTRA.

           MOVE WSS-BAS-AMOSTRA (WSS-BAS-PROC, WSS-AMO-IDX - 1)
             TO WSS-BAS-AMOSTRA (WSS-BAS-PROC, WSS-AMO-IDX).
           SUBTRACT 1 FROM WSS-AMO-IDX.

       ROOT-DESLOCA-AMOSTRA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PROCURA WSS-PROGRAMA-PROC NA TABELA DE MEDIAS.
      *-----------------------------------------------------------------
       ROT-PROCURA-BASE.

           MOVE 'N' TO WSS-BAS-ACHOU.
           MOVE 1   TO WSS-BAS-IDX.

           PERFORM ROT-COMPARA-BASE THRU ROT-COMPARA-BASE-EXIT
                   UNTIL WSS-BAS-ENCONTROU
                      OR WSS-BAS-IDX > WSS-QTD-BAS.

       ROT-PROCURA-BASE-EXIT.
           EXIT.

       ROT-COMPARA-BASE.

           IF WSS-BAS-PROGRAMA (WSS-BAS-IDX) EQUAL WSS-PROGRAMA-PROC
              MOVE WSS-BAS-IDX TO WSS-BAS-PROC
              MOVE 'S'         TO WSS-BAS-ACHOU
           ELSE
              ADD 1 TO WSS-BAS-IDX
           END-IF.

       ROT-COMPARA-BASE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRIMEIRA EXECUCAO DE UM PROGRAMA : NOVA ENTRADA SEM AMOSTRAS.
      *-----------------------------------------------------------------
       ROT-INCLUI-BASE.

           IF WSS-QTD-BAS EQUAL WSS-QTD-MAX-BAS
              MOVE ' TABELA DE PROGRAMAS CHEIA'
                     TO WSS-MENSAGEM
              MOVE RCDES117-TABELA-CHEIA                TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-QTD-BAS.
           MOVE WSS-QTD-BAS TO WSS-BAS-PROC.

           MOVE SPACES            TO WSS-BAS-ENT (WSS-BAS-PROC)
           MOVE WSS-PROGRAMA-PROC TO WSS-BAS-PROGRAMA (WSS-BAS-PROC)
           MOVE ZEROES            TO WSS-BAS-ULT-MARCA (WSS-BAS-PROC)
           MOVE ZEROES            TO WSS-BAS-QTD (WSS-BAS-PROC).

           MOVE 1 TO WSS-AMO-IDX.

           PERFORM ROT-ZERA-AMOSTRA THRU ROT-ZERA-AMOSTRA-EXIT
                   UNTIL WSS-AMO-IDX > WSS-MAX-AMOSTRAS.

       ROT-INCLUI-BASE-EXIT.
           EXIT.

       ROT-ZERA-AMOSTRA.

           MOVE ZEROES TO WSS-BAS-SEG (WSS-BAS-PROC, WSS-AMO-IDX).
           MOVE ZEROES TO WSS-BAS-REG (WSS-BAS-PROC, WSS-AMO-IDX).
           ADD 1 TO WSS-AMO-IDX.

       ROT-ZERA-AMOSTRA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RODAPE DO RELATORIO COM OS TOTAIS DA AVALIACAO.
      *-----------------------------------------------------------------
       ROOT-EMITE-RODAPE.

           MOVE WSS-LINHA-TRACO TO REG-RELDS117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE SPACES TO REG-RELDS117.
           STRING ' EXECUCOES AVALIADAS : ' DELIMITED BY SIZE
                  WSS-QTD-AVALIADAS        DELIMITED BY SIZE
                  '   ALERTAS : '          DELIMITED BY SIZE
                  WSS-QTD-ALERTAS          DELIMITED BY SIZE
                  '   CICLOS FORA DA JANELA : ' DELIMITED BY SIZE
                  WSS-QTD-CICLOS-FORA      DELIMITED BY SIZE
             INTO REG-RELDS117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE SPACES TO REG-RELDS117.
           STRING ' FORA DA MEDIA (RC) : '  DELIMITED BY SIZE
                  WSS-QTD-FORA-MEDIA       DELIMITED BY SIZE
                  '   MEDIA EM FORMACAO : ' DELIMITED BY SIZE
                  WSS-QTD-EM-FORMACAO      DELIMITED BY SIZE
             INTO REG-RELDS117.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

       ROOT-EMITE-RODAPE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REGRAVA O ARQUIVO DE MEDIAS COM AS AMOSTRAS E MARCAS NOVAS.
      *-----------------------------------------------------------------
       ROOT-REGRAVA-BASE.

           OPEN OUTPUT BASDS117.
           IF FS-BASDS117 NOT EQUAL '00'
              MOVE ' ERRO NA REGRAVACAO DE BASDS117'
                     TO WSS-MENSAGEM
              MOVE RCDES117-ERRO-ARQ-BASE               TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE 1 TO WSS-BAS-IDX.

           PERFORM ROOT-GRAVA-UMA-BASE THRU ROOT-GRAVA-UMA-BASE-EXIT
                   UNTIL WSS-BAS-IDX > WSS-QTD-BAS.

           CLOSE BASDS117.

       ROOT-REGRAVA-BASE-EXIT.
           EXIT.

       ROOT-GRAVA-UMA-BASE.

           WRITE REG-BASDS117 FROM WSS-BAS-ENT (WSS-BAS-IDX).
           IF FS-BASDS117 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE BASDS117'
                     TO WSS-MENSAGEM
              MOVE RCDES117-ERRO-ARQ-BASE               TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-BAS-IDX.

       ROOT-GRAVA-UMA-BASE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EDICAO DE HORARIO (HHMMSS) E DE SEGUNDOS EM HH:MM:SS.
      *-----------------------------------------------------------------
       ROOT-EDITA-HORA.

           MOVE WSS-HD-HOR TO WSS-EH-HOR
           MOVE WSS-HD-MIN TO WSS-EH-MIN
           MOVE WSS-HD-SEG TO WSS-EH-SEG.

       ROOT-EDITA-HORA-EXIT.
           EXIT.

       ROOT-EDITA-SEGUNDOS.

           IF WSS-SEG-EDITAR > 359999
              MOVE 359999 TO WSS-SEG-EDITAR
           END-IF.

           COMPUTE WSS-HD-HOR = WSS-SEG-EDITAR / 3600.
           COMPUTE WSS-RESTO-SEG =
                   FUNCTION MOD (WSS-SEG-EDITAR, 3600).
           COMPUTE WSS-HD-MIN = WSS-RESTO-SEG / 60.
           COMPUTE WSS-HD-SEG = FUNCTION MOD (WSS-RESTO-SEG, 60).

           PERFORM ROOT-EDITA-HORA THRU ROOT-EDITA-HORA-EXIT.

       ROOT-EDITA-SEGUNDOS-EXIT.
           EXIT.

       ROOT-GRAVA-LINHA.

           WRITE REG-RELDS117.
           IF FS-RELDS117 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE RELDS117'
                     TO WSS-MENSAGEM
              MOVE RCDES117-ERRO-ARQ-RELATORIO          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

       ROOT-GRAVA-LINHA-EXIT.
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

       END PROGRAM DESEM117.
