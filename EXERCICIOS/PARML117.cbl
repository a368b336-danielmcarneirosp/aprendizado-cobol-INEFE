      *                                COBOL119 - SEM ELE A OPERACAO
      *                                NAO TINHA COMO ACIONAR O CICLO
      *                                DE REPROCESSAMENTO.
      * 15/10/2026 DANIEL CARNEIRO     Cartoes do acompanhamento de
      *                                tempo do lote (DESEM117) :
      *                                JANELA (execucoes da media),
      *                                TOLTEMPO e TOLREGS (% de desvio
      *                                tolerado no tempo e nos
      *                                registros) e FECHAJAN (HHMM do
      *                                fechamento da janela do lote).
      * 15/10/2026 DANIEL CARNEIRO     Cartao MODO passa a aceitar 'P'
      *                                (lote com planos de
      *                                parcelamento no COBOL119).
      * 15/10/2026 DANIEL CARNEIRO     Cartoes da estatistica mensal
      *                                por filial (ESTAT117) : TOLREJEI
      *                                (pontos percentuais de variacao
      *                                da taxa de rejeicao) e TOLATRAS
      *                                (% de variacao do principal em
      *                                atraso) tolerados.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * PADROES HISTORICOS APLICADOS QUANDO O CARTAO NAO INFORMA :
      *  CICLOS 15, MODO DE ENTRADA EM BRANCO (DETECCAO AUTOMATICA),
      *  SINAL '+', DIAS ZERO, DIA UTIL 'S', MODO 'L' (LOTE - 'R'
      *  ACIONA O REPROCESSAMENTO DOS REJEITADOS VIA REPRO119 E 'P' O
      *  LOTE COM OS PLANOS DE PARCELAMENTO).
      * ACOMPANHAMENTO DE TEMPO DO LOTE (DESEM117) : MEDIA DAS ULTIMAS
      *  10 EXECUCOES DE CADA PROGRAMA, ALERTA ACIMA DE 50% SOBRE O
      *  TEMPO MEDIO OU COM REGISTROS 50% ABAIXO/ACIMA DA MEDIA, E
      *  JANELA DO LOTE FECHANDO AS 06:00.
      * ESTATISTICA MENSAL POR FILIAL (ESTAT117) : FILIAL SINALIZADA
      *  QUANDO A TAXA DE REJEICAO VARIA MAIS DE 5 PONTOS PERCENTUAIS
      *  OU O PRINCIPAL EM ATRASO MAIS DE 20% CONTRA O MES ANTERIOR OU
      *  CONTRA O MESMO MES DO ANO ANTERIOR.
      *-----------------------------------------------------------------
       01  LKS-PRM-REQUEST.
           05  LKS-PRM-CICLOS          PIC 9(02).
           05  LKS-PRM-MODO            PIC X(01).
           05  LKS-PRM-ARQ-LIDO        PIC X(01).
               88  LKS-PRM-COM-ARQUIVO         VALUE 'S'.
           05  LKS-PRM-JANELA          PIC 9(02).
           05  LKS-PRM-TOLTEMPO        PIC 9(03).
           05  LKS-PRM-TOLREGS         PIC 9(03).
           05  LKS-PRM-FECHAJAN        PIC 9(04).
           05  LKS-PRM-FECHAJAN-R REDEFINES LKS-PRM-FECHAJAN.
               10  LKS-PRM-FECHA-HH    PIC 9(02).
               10  LKS-PRM-FECHA-MM    PIC 9(02).
           05  LKS-PRM-TOLREJEI        PIC 9(03).
           05  LKS-PRM-TOLATRAS        PIC 9(03).

      *****************************************
       PROCEDURE DIVISION USING LKS-PRM-REQUEST.
           MOVE 'S'    TO LKS-PRM-UTIL.
           MOVE 'L'    TO LKS-PRM-MODO.
           MOVE 'N'    TO LKS-PRM-ARQ-LIDO.
           MOVE 10     TO LKS-PRM-JANELA.
           MOVE 50     TO LKS-PRM-TOLTEMPO.
           MOVE 50     TO LKS-PRM-TOLREGS.
           MOVE 0600   TO LKS-PRM-FECHAJAN.
           MOVE 5      TO LKS-PRM-TOLREJEI.
           MOVE 20     TO LKS-PRM-TOLATRAS.
           MOVE 'N'    TO WSS-EOF-PARM.

           PERFORM ROOT-LE-CARTOES THRU ROOT-LE-CARTOES-EXIT.
               WHEN 'MODO'
                   IF PRM-VALOR (1:1) NOT EQUAL 'L'
                      AND PRM-VALOR (1:1) NOT EQUAL 'R'
                      AND PRM-VALOR (1:1) NOT EQUAL 'P'
                      PERFORM ROT-VALOR-INVALIDO
                   END-IF
                   MOVE PRM-VALOR (1:1) TO LKS-PRM-MODO
               WHEN 'JANELA'
                   PERFORM ROOT-CONVERTE-NUMERO
                      THRU ROOT-CONVERTE-NUMERO-EXIT
                   IF NOT WSS-NUM-VALIDO
                      OR WSS-NUM-VALOR < 1
                      OR WSS-NUM-VALOR > 30
                      PERFORM ROT-VALOR-INVALIDO
                   END-IF
                   MOVE WSS-NUM-VALOR TO LKS-PRM-JANELA
               WHEN 'TOLTEMPO'
                   PERFORM ROOT-CONVERTE-NUMERO
                      THRU ROOT-CONVERTE-NUMERO-EXIT
                   IF NOT WSS-NUM-VALIDO
                      OR WSS-NUM-VALOR < 1
                      OR WSS-NUM-VALOR > 999
                      PERFORM ROT-VALOR-INVALIDO
                   END-IF
                   MOVE WSS-NUM-VALOR TO LKS-PRM-TOLTEMPO
               WHEN 'TOLREGS'
                   PERFORM ROOT-CONVERTE-NUMERO
                      THRU ROOT-CONVERTE-NUMERO-EXIT
                   IF NOT WSS-NUM-VALIDO
                      OR WSS-NUM-VALOR < 1
                      OR WSS-NUM-VALOR > 99
                      PERFORM ROT-VALOR-INVALIDO
                   END-IF
                   MOVE WSS-NUM-VALOR TO LKS-PRM-TOLREGS
               WHEN 'FECHAJAN'
                   PERFORM ROOT-CONVERTE-NUMERO
                      THRU ROOT-CONVERTE-NUMERO-EXIT
                   IF NOT WSS-NUM-VALIDO
                      OR WSS-NUM-VALOR > 2359
                      PERFORM ROT-VALOR-INVALIDO
                   END-IF
                   MOVE WSS-NUM-VALOR TO LKS-PRM-FECHAJAN
                   IF LKS-PRM-FECHA-MM > 59
                      PERFORM ROT-VALOR-INVALIDO
                   END-IF
               WHEN 'TOLREJEI'
                   PERFORM ROOT-CONVERTE-NUMERO
                      THRU ROOT-CONVERTE-NUMERO-EXIT
                   IF NOT WSS-NUM-VALIDO
                      OR WSS-NUM-VALOR < 1
                      OR WSS-NUM-VALOR > 100
                      PERFORM ROT-VALOR-INVALIDO
                   END-IF
                   MOVE WSS-NUM-VALOR TO LKS-PRM-TOLREJEI
               WHEN 'TOLATRAS'
                   PERFORM ROOT-CONVERTE-NUMERO
                      THRU ROOT-CONVERTE-NUMERO-EXIT
                   IF NOT WSS-NUM-VALIDO
                      OR WSS-NUM-VALOR < 1
                      OR WSS-NUM-VALOR > 999
                      PERFORM ROT-VALOR-INVALIDO
                   END-IF
                   MOVE WSS-NUM-VALOR TO LKS-PRM-TOLATRAS
               WHEN OTHER
                   DISPLAY ' CARTAO DESCONHECIDO : ' PRM-CHAVE
                   MOVE ' CARTAO DE PARAMETRO INVALIDO'
           DISPLAY '   DIAS    : ' LKS-PRM-DIAS
           DISPLAY '   UTIL    : ' LKS-PRM-UTIL
           DISPLAY '   MODO    : ' LKS-PRM-MODO
           DISPLAY '   JANELA  : ' LKS-PRM-JANELA
           DISPLAY '   TOLTEMPO: ' LKS-PRM-TOLTEMPO
           DISPLAY '   TOLREGS : ' LKS-PRM-TOLREGS
           DISPLAY '   FECHAJAN: ' LKS-PRM-FECHAJAN
           DISPLAY '   TOLREJEI: ' LKS-PRM-TOLREJEI
           DISPLAY '   TOLATRAS: ' LKS-PRM-TOLATRAS
           DISPLAY ' '.

       ROOT-ECOA-PARAMETROS-EXIT.
