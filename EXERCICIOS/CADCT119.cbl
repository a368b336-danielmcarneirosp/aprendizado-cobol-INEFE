      *          CADA CONTRATO ESTA ENTRE UMA EXECUCAO E OUTRA -
      *          O COBOL119 USA A DATA DE CALCULO PARA BARRAR
      *          CONTRATO JA PROCESSADO NO CICLO CORRENTE.
      *          GUARDA TAMBEM A SITUACAO DO CONTRATO NO CICLO DE VIDA
      *          (EVENTOS 'CAN'/'SUS'/'REA' DO MANCT119) : CANCELADO
      *          E BARRADO PELO COBOL119 E O PERIODO DE SUSPENSAO FICA
      *          FORA DOS JUROS DO COBRA117.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification history
      *                                registro dezenas de milhares de
      *                                vezes e cada OPEN/CLOSE por
      *                                chamada esticava a janela.
      * 15/10/2026 DANIEL CARNEIRO     Situacao do contrato no ciclo
      *                                de vida (ativo, cancelado,
      *                                suspenso) com motivo, periodo
      *                                de suspensao e data da ultima
      *                                mudanca : eventos 'CAN', 'SUS'
      *                                e 'REA' do MANCT119, devolvidos
      *                                na consulta. Registro REGCT119
      *                                passa de 60 para 100 posicoes.
      * 15/10/2026 DANIEL CARNEIRO     Layout do REGCT119 passa para o
      *                                copybook CTRRG119, compartilhado
      *                                com o AUDCT119 (auditoria e
      *                                reconstrucao do registro).
      * 15/10/2026 DANIEL CARNEIRO     Eventos 'FAT' e 'LIQ' passam a
      *                                trazer o vencimento faturado ou
      *                                liquidado e so alteram a
      *                                situacao de faturamento quando
      *                                ele e o vencimento corrente do
      *                                contrato (parcela de um plano
      *                                nao muda a situacao de outra).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  REGCT119
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-REGCT119.

       COPY CTRRG119.

      *-----------------------
       WORKING-STORAGE SECTION.
      *                       'EXT' GERACAO DO EXTRATO
      *                       'FAT' SITUACAO DE FATURAMENTO 'F'
      *                       'LIQ' SITUACAO DE FATURAMENTO 'L'
      *                             ('FAT' E 'LIQ' TRAZEM O VENCIMENTO
      *                             EM LKS-CTR-DATA-VENC E SO VALEM
      *                             PARA O VENCIMENTO CORRENTE DO
      *                             CONTRATO)
      *                       'CAN' CANCELA O CONTRATO
      *                       'SUS' SUSPENDE (LKS-CTR-SUSP-DE/ATE)
      *                       'REA' REATIVA (LKS-CTR-SUSP-DE/ATE
      *                             TRAZEM O PERIODO AJUSTADO)
      *                       NOS TRES, LKS-CTR-MOTIVO E A DATA DA
      *                       MUDANCA EM LKS-CTR-DATA-SIT. A CONSULTA
      *                       DEVOLVE OS MESMOS CAMPOS.
      *  LKS-CTR-RESULT ' ' = OK, 'D' = DIGITO VERIFICADOR INVALIDO
      *  (A ATUALIZACAO NAO E FEITA), 'F' = FUNCAO/EVENTO INVALIDO.
      *-----------------------------------------------------------------
               88  LKS-CTR-EV-EXTRATO          VALUE 'EXT'.
               88  LKS-CTR-EV-FATURA           VALUE 'FAT'.
               88  LKS-CTR-EV-LIQUIDA          VALUE 'LIQ'.
               88  LKS-CTR-EV-CANCELA          VALUE 'CAN'.
               88  LKS-CTR-EV-SUSPENDE         VALUE 'SUS'.
               88  LKS-CTR-EV-REATIVA          VALUE 'REA'.
           05  LKS-CTR-CONTRATO        PIC X(10).
           05  LKS-CTR-DATA-VENC       PIC 9(08).
           05  LKS-CTR-GERACAO         PIC X(17).
           05  LKS-CTR-FOUND           PIC X(01).
               88  LKS-CTR-ACHOU               VALUE 'S'.
           05  LKS-CTR-RESULT          PIC X(01).
           05  LKS-CTR-SIT-CONTRATO    PIC X(01).
               88  LKS-CTR-ATIVO               VALUE ' ' 'A'.
               88  LKS-CTR-CANCELADO           VALUE 'C'.
               88  LKS-CTR-SUSPENSO            VALUE 'S'.
           05  LKS-CTR-MOTIVO          PIC X(02).
           05  LKS-CTR-SUSP-DE         PIC 9(08).
           05  LKS-CTR-SUSP-ATE        PIC 9(08).
           05  LKS-CTR-DATA-SIT        PIC 9(08).

      *****************************************
       PROCEDURE DIVISION USING LKS-CTR-REQUEST.
           MOVE SPACES TO LKS-CTR-GERACAO.
           MOVE SPACES TO LKS-CTR-SIT-FAT.
           MOVE ZEROES TO LKS-CTR-DATA-CALC.
           MOVE SPACES TO LKS-CTR-SIT-CONTRATO.
           MOVE SPACES TO LKS-CTR-MOTIVO.
           MOVE ZEROES TO LKS-CTR-SUSP-DE.
           MOVE ZEROES TO LKS-CTR-SUSP-ATE.
           MOVE ZEROES TO LKS-CTR-DATA-SIT.

           PERFORM ROOT-ABRE-MASTER THRU ROOT-ABRE-MASTER-EXIT.

              MOVE CTR-GERACAO      TO LKS-CTR-GERACAO
              MOVE CTR-SIT-FATURA   TO LKS-CTR-SIT-FAT
              MOVE CTR-DATA-CALCULO TO LKS-CTR-DATA-CALC
              MOVE CTR-SIT-CONTRATO TO LKS-CTR-SIT-CONTRATO
              MOVE CTR-MOTIVO-SIT   TO LKS-CTR-MOTIVO
              IF CTR-SUSP-DE IS NUMERIC
                 MOVE CTR-SUSP-DE   TO LKS-CTR-SUSP-DE
              END-IF
              IF CTR-SUSP-ATE IS NUMERIC
                 MOVE CTR-SUSP-ATE  TO LKS-CTR-SUSP-ATE
              END-IF
              IF CTR-DATA-SIT IS NUMERIC
                 MOVE CTR-DATA-SIT  TO LKS-CTR-DATA-SIT
              END-IF
           END-IF.

       ROOT-CONSULTA-EXIT.

           IF NOT LKS-CTR-EV-CALCULO AND NOT LKS-CTR-EV-EXTRATO
              AND NOT LKS-CTR-EV-FATURA AND NOT LKS-CTR-EV-LIQUIDA
              AND NOT LKS-CTR-EV-CANCELA AND NOT LKS-CTR-EV-SUSPENDE
              AND NOT LKS-CTR-EV-REATIVA
              MOVE 'F' TO LKS-CTR-RESULT
              GO TO ROOT-ATUALIZA-EXIT
           END-IF.
              MOVE ZEROES           TO CTR-DATA-VENCTO
              MOVE ZEROES           TO CTR-DATA-CALCULO
              MOVE ZEROES           TO CTR-DATA-ATUALIZ
              MOVE ZEROES           TO CTR-SUSP-DE
              MOVE ZEROES           TO CTR-SUSP-ATE
              MOVE ZEROES           TO CTR-DATA-SIT
           END-IF.

           PERFORM ROOT-APLICA-EVENTO THRU ROOT-APLICA-EVENTO-EXIT.
      * VENCIMENTO E DA DATA DO CICLO, A SITUACAO DE FATURAMENTO
      * VOLTA A BRANCO - A LIQUIDACAO VALIA PARA O VENCIMENTO
      * ANTERIOR, NAO PARA OS ATRASOS FUTUROS DO CONTRATO.
      * FATURAMENTO E LIQUIDACAO DE OUTRO VENCIMENTO (PARCELA DE UM
      * PLANO) NAO MEXEM NA SITUACAO DO VENCIMENTO CORRENTE - A
      * SITUACAO POR VENCIMENTO FICA NA CONTA CORRENTE (CTACT117).
      *-----------------------------------------------------------------
           EVALUATE TRUE
               WHEN LKS-CTR-EV-CALCULO
               WHEN LKS-CTR-EV-EXTRATO
                   MOVE LKS-CTR-GERACAO   TO CTR-GERACAO
               WHEN LKS-CTR-EV-FATURA
                   IF LKS-CTR-DATA-VENC EQUAL CTR-DATA-VENCTO
                      OR CTR-DATA-VENCTO EQUAL ZEROES
                      MOVE 'F'            TO CTR-SIT-FATURA
                   END-IF
               WHEN LKS-CTR-EV-LIQUIDA
                   IF LKS-CTR-DATA-VENC EQUAL CTR-DATA-VENCTO
                      OR CTR-DATA-VENCTO EQUAL ZEROES
                      MOVE 'L'            TO CTR-SIT-FATURA
                   END-IF
               WHEN LKS-CTR-EV-CANCELA
                   MOVE 'C'               TO CTR-SIT-CONTRATO
                   MOVE LKS-CTR-MOTIVO    TO CTR-MOTIVO-SIT
                   MOVE LKS-CTR-DATA-SIT  TO CTR-DATA-SIT
               WHEN LKS-CTR-EV-SUSPENDE
                   MOVE 'S'               TO CTR-SIT-CONTRATO
                   MOVE LKS-CTR-MOTIVO    TO CTR-MOTIVO-SIT
                   MOVE LKS-CTR-SUSP-DE   TO CTR-SUSP-DE
                   MOVE LKS-CTR-SUSP-ATE  TO CTR-SUSP-ATE
                   MOVE LKS-CTR-DATA-SIT  TO CTR-DATA-SIT
               WHEN LKS-CTR-EV-REATIVA
                   MOVE 'A'               TO CTR-SIT-CONTRATO
                   MOVE LKS-CTR-MOTIVO    TO CTR-MOTIVO-SIT
                   MOVE LKS-CTR-SUSP-DE   TO CTR-SUSP-DE
                   MOVE LKS-CTR-SUSP-ATE  TO CTR-SUSP-ATE
                   MOVE LKS-CTR-DATA-SIT  TO CTR-DATA-SIT
           END-EVALUATE.

       ROOT-APLICA-EVENTO-EXIT.
