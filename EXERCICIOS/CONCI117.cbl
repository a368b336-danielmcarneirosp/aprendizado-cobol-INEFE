      * Modification history
      * Date       Author              Description
      * 02/09/2026 DANIEL CARNEIRO     Programa inicial.
      * 15/10/2026 DANIEL CARNEIRO     Rerodadas de filial atrasada
      *                                terminadas limpas depois do
      *                                CONSO119 do ciclo (CONSO119F,
      *                                COBOL119F, EXECRF117) somam-se
      *                                aos totais do ciclo na
      *                                conferencia.
      * 15/10/2026 DANIEL CARNEIRO     Plano de parcelamento do COBOL119
      *                                - so a parcela 1 conta como
      *                                espelho do registro lido; o
      *                                repasse segue contando todas as
      *                                linhas 'S'.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 SAI-CONTRATO             PIC X(10).
           05 SAI-DATA                 PIC 9(08).
           05 SAI-STATUS               PIC X(01).
           05 FILLER                   PIC X(13).
           05 SAI-PARCELA              PIC 9(03).
           05 FILLER                   PIC X(05).

       FD ENTRADA117
           RECORD CONTAINS 40 CHARACTERS
       77 WSS-TEM-MD117            PIC X(01) VALUE 'N'.
           88 WSS-MD117-NO-HIST              VALUE 'S'.

      *-----------------------------------------------------------------
      * RERODADAS DE FILIAL ATRASADA SOBRE O CICLO (CONSO119F,
      * COBOL119F E EXECRF117 TERMINADOS COM RC ZERO) DEPOIS DO ULTIMO
      * 'FIM' DO CONSO119 DO CICLO. SOMAM-SE AOS TOTAIS DO CICLO, POIS
      * A RERODADA INCORPORA A FILIAL AOS MESMOS ARQUIVOS DA NOITE.
      *-----------------------------------------------------------------
       77 WSS-RRD-CONSO            PIC 9(07) VALUE ZEROES.
       77 WSS-RRD-COB119           PIC 9(07) VALUE ZEROES.
       77 WSS-RRD-MD117            PIC 9(07) VALUE ZEROES.

      *-----------------------------------------------------------------
      * CONTAGENS FEITAS NOS PROPRIOS ARQUIVOS.
      *-----------------------------------------------------------------
              PERFORM ROT-ABEND-SEM-EXECUCAO
           END-IF.

           IF WSS-RRD-CONSO NOT EQUAL ZEROES
              OR WSS-RRD-COB119 NOT EQUAL ZEROES
              OR WSS-RRD-MD117 NOT EQUAL ZEROES
              DISPLAY ' RERODADAS DE FILIAL NO CICLO - CONSO119F: '
                        WSS-RRD-CONSO ' COBOL119F: ' WSS-RRD-COB119
                        ' EXECRF117: ' WSS-RRD-MD117
              ADD WSS-RRD-CONSO  TO WSS-HIS-CONSO
              ADD WSS-RRD-COB119 TO WSS-HIS-COB119
              ADD WSS-RRD-MD117  TO WSS-HIS-MD117
           END-IF.

       ROOT-LE-HISTORICO-EXIT.
           EXIT.

                          WHEN 'CONSO119 '
                              MOVE HIS-REGISTROS TO WSS-HIS-CONSO
                              MOVE 'S'           TO WSS-TEM-CONSO
                              MOVE ZEROES        TO WSS-RRD-CONSO
                              MOVE ZEROES        TO WSS-RRD-COB119
                              MOVE ZEROES        TO WSS-RRD-MD117
                          WHEN 'COBOL119 '
                              MOVE HIS-REGISTROS TO WSS-HIS-COB119
                              MOVE 'S'           TO WSS-TEM-COB119
                          WHEN 'EXECMD117'
                              MOVE HIS-REGISTROS TO WSS-HIS-MD117
                              MOVE 'S'           TO WSS-TEM-MD117
                          WHEN 'CONSO119F'
                              IF HIS-RC EQUAL ZEROES
                                 ADD HIS-REGISTROS TO WSS-RRD-CONSO
                              END-IF
                          WHEN 'COBOL119F'
                              IF HIS-RC EQUAL ZEROES
                                 ADD HIS-REGISTROS TO WSS-RRD-COB119
                              END-IF
                          WHEN 'EXECRF117'
                              IF HIS-RC EQUAL ZEROES
                                 ADD HIS-REGISTROS TO WSS-RRD-MD117
                              END-IF
                          WHEN OTHER
                              CONTINUE
                      END-EVALUATE
               AT END
                   MOVE 'S' TO WSS-EOF-SAIDA
               NOT AT END
                   IF SAI-PARCELA IS NOT NUMERIC
                      OR SAI-PARCELA NOT > 1
                      ADD 1 TO WSS-QTD-SAIDA
                   END-IF
                   IF SAI-STATUS EQUAL 'S'
                      ADD 1 TO WSS-QTD-SAIDA-S
                   END-IF
      *-----------------------------------------------------------------
      * PASSO 1 : O QUE O CONSO119 ENTREGOU TEM DE SER O QUE O
      * COBOL119 LEU, E CADA REGISTRO LIDO TEM DE TER O SEU ESPELHO EM
      * SAIDA119. PLANO DE PARCELAMENTO GERA UMA LINHA POR PARCELA E SO
      * A PRIMEIRA CONTA COMO ESPELHO DO REGISTRO LIDO.
      *-----------------------------------------------------------------
       ROOT-CONFERE-CONSOLIDACAO.

