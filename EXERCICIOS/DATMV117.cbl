      * Modification history
      * Date       Author              Description
      * 02/09/2026 DANIEL CARNEIRO     Programa inicial.
      * 15/10/2026 DANIEL CARNEIRO     O avanco passa a guardar a data
      *                                do ciclo que fechou num segundo
      *                                registro, e a nova funcao 'F'
      *                                fixa essa data para o resto da
      *                                execucao (rerodada de uma filial
      *                                atrasada pelo EXECMD117) : a
      *                                consulta devolve a data fixada
      *                                com origem 'F' e o avanco fica
      *                                bloqueado.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------------------------------------------------
      * ARQUIVO DE CONTROLE - REGISTRO 1 COM A DATA DE MOVIMENTO DO
      * CICLO CORRENTE (AAAAMMDD); REGISTRO 2 COM A DATA DO ULTIMO
      * CICLO FECHADO, GRAVADO PELO AVANCO.
      *-----------------------------------------------------------------
           SELECT DATMV117  ASSIGN TO DATMV117
           ORGANIZATION IS SEQUENTIAL

       77  WSS-DATA-CORRENTE           PIC 9(08) VALUE ZEROES.
       77  WSS-ORIGEM                  PIC X(01) VALUE 'S'.
       77  WSS-DATA-FECHADA            PIC 9(08) VALUE ZEROES.

      *-----------------------------------------------------------------
      * DATA FIXADA NA DATA DO ULTIMO CICLO FECHADO PELA FUNCAO 'F'
      * (RERODADA DE FILIAL DO EXECMD117). VALE ATE O FIM DA EXECUCAO :
      * OS PASSOS CHAMADOS DEPOIS RECEBEM ESTA DATA NA CONSULTA, COM
      * ORIGEM 'F', E O AVANCO FICA BLOQUEADO.
      *-----------------------------------------------------------------
       77  WSS-DATA-FIXA               PIC 9(08) VALUE ZEROES.
       77  WSS-FIXADA-SW               PIC X(01) VALUE 'N'.
           88  WSS-DATA-FIXADA                   VALUE 'S'.

      *-----------------------------------------------------------------
      * TABELA DE FERIADOS EM MEMORIA - MESMA CAPACIDADE DE DOIS ANOS
      *  LKS-DTM-FUNCAO 'C' = CONSULTA A DATA DO CICLO CORRENTE
      *                 'A' = AVANCA PARA O PROXIMO DIA UTIL (SO NO
      *                       FECHAMENTO LIMPO DO CICLO)
      *                 'F' = FIXA A DATA DO ULTIMO CICLO FECHADO PARA
      *                       O RESTO DA EXECUCAO (RERODADA DE FILIAL)
      *  LKS-DTM-DATA   = A DATA DEVOLVIDA ('C'/'F') OU A NOVA DATA
      *                   ('A')
      *  LKS-DTM-ORIGEM 'M' = VEIO DO ARQUIVO DE MOVIMENTO
      *                 'S' = FALLBACK NA DATA DO SISTEMA
      *                 'F' = DATA FIXADA DO CICLO FECHADO
      *  LKS-DTM-RESULT ' ' = OK, 'F' = FUNCAO INVALIDA (OU AVANCO COM
      *                 A DATA FIXADA), 'N' = SEM CICLO FECHADO ('F')
      *-----------------------------------------------------------------
       01  LKS-DTM-REQUEST.
           05  LKS-DTM-FUNCAO          PIC X(01).
               88  LKS-DTM-CONSULTA            VALUE 'C'.
               88  LKS-DTM-AVANCA              VALUE 'A'.
               88  LKS-DTM-FIXA                VALUE 'F'.
           05  LKS-DTM-DATA            PIC 9(08).
           05  LKS-DTM-ORIGEM          PIC X(01).
           05  LKS-DTM-RESULT          PIC X(01).

           MOVE ' ' TO LKS-DTM-RESULT.

           IF WSS-DATA-FIXADA
              PERFORM ROOT-DATA-FIXADA THRU ROOT-DATA-FIXADA-EXIT
              GOBACK
           END-IF.

           PERFORM ROOT-LE-DATA THRU ROOT-LE-DATA-EXIT.

           EVALUATE TRUE
               WHEN LKS-DTM-FIXA
                   PERFORM ROOT-FIXA-DATA THRU ROOT-FIXA-DATA-EXIT
               WHEN LKS-DTM-CONSULTA
                   MOVE WSS-DATA-CORRENTE TO LKS-DTM-DATA
                   MOVE WSS-ORIGEM        TO LKS-DTM-ORIGEM
      *-----------------------------------------------------------------
       SECTION-CODES        SECTION.

      *-----------------------------------------------------------------
      * DATA JA FIXADA NESTA EXECUCAO : A CONSULTA E A PROPRIA FIXACAO
      * DEVOLVEM A DATA DO CICLO FECHADO; O AVANCO E RECUSADO - A
      * RERODADA DE FILIAL NUNCA MEXE NA DATA DO PROXIMO CICLO.
      *-----------------------------------------------------------------
       ROOT-DATA-FIXADA.

           IF LKS-DTM-CONSULTA OR LKS-DTM-FIXA
              MOVE WSS-DATA-FIXA TO LKS-DTM-DATA
              MOVE 'F'           TO LKS-DTM-ORIGEM
           ELSE
              MOVE 'F'           TO LKS-DTM-RESULT
           END-IF.

       ROOT-DATA-FIXADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FIXA A DATA DO ULTIMO CICLO FECHADO (REGISTRO 2 DO ARQUIVO DE
      * CONTROLE). SEM ELE - ARQUIVO AUSENTE OU NENHUM AVANCO AINDA
      * FEITO - NAO HA CICLO FECHADO PARA RERODAR.
      *-----------------------------------------------------------------
       ROOT-FIXA-DATA.

           IF WSS-DATA-FECHADA EQUAL ZEROES
              MOVE 'N' TO LKS-DTM-RESULT
              GO TO ROOT-FIXA-DATA-EXIT
           END-IF.

           MOVE WSS-DATA-FECHADA TO WSS-DATA-FIXA.
           MOVE 'S'              TO WSS-FIXADA-SW.

           MOVE WSS-DATA-FIXA    TO LKS-DTM-DATA.
           MOVE 'F'              TO LKS-DTM-ORIGEM.

           DISPLAY ' DATA DE MOVIMENTO FIXADA NO CICLO FECHADO DE '
                     WSS-DATA-FIXA.

       ROOT-FIXA-DATA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LE A DATA DE MOVIMENTO CORRENTE. ARQUIVO INEXISTENTE, VAZIO OU
      * ILEGIVEL CAI NA DATA DO SISTEMA (ORIGEM 'S'). O SEGUNDO
      * REGISTRO, QUANDO EXISTE, TRAZ A DATA DO ULTIMO CICLO FECHADO.
      *-----------------------------------------------------------------
       ROOT-LE-DATA.

           ACCEPT WSS-DATA-CORRENTE FROM DATE YYYYMMDD.
           MOVE 'S'    TO WSS-ORIGEM.
           MOVE ZEROES TO WSS-DATA-FECHADA.

           OPEN INPUT DATMV117.

              AND REG-DATMV117 NOT EQUAL ZEROES
              MOVE REG-DATMV117 TO WSS-DATA-CORRENTE
              MOVE 'M'          TO WSS-ORIGEM
              READ DATMV117
              IF FS-DATMV117 EQUAL '00'
                 AND REG-DATMV117 IS NUMERIC
                 MOVE REG-DATMV117 TO WSS-DATA-FECHADA
              END-IF
           END-IF.

           CLOSE DATMV117.

      *-----------------------------------------------------------------
      * AVANCA A DATA DE MOVIMENTO PARA O PROXIMO DIA UTIL E REGRAVA O
      * ARQUIVO DE CONTROLE, GUARDANDO A DATA DO CICLO QUE FECHOU NO
      * SEGUNDO REGISTRO.
      *-----------------------------------------------------------------
       ROOT-AVANCA.

              PERFORM ROT-ABEND
           END-IF.

           MOVE WSS-DATA-CORRENTE TO REG-DATMV117.
           WRITE REG-DATMV117.

           IF FS-DATMV117 NOT EQUAL '00'
              MOVE ' ERRO EM ARQUIVO DE DATA MOVIM'
                     TO WSS-MENSAGEM
              MOVE RCDTM117-ERRO-ARQ-DATMOV             TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           CLOSE DATMV117.

           MOVE WSS-DATA-NOVA TO LKS-DTM-DATA.
