      *          NOME DA GERACAO) E FATURADO (FATUR117, COM DIAS DE
      *          ATRASO E ENCARGOS). ARQUIVO NAO CATALOGADO NAO E
      *          ERRO - A ETAPA SO E APONTADA COMO SEM INFORMACAO.
      *          ANTES DAS ETAPAS, MOSTRA O QUE O CADASTRO PERSISTENTE
      *          (CADCT119) SABE DO CONTRATO, INCLUSIVE A SITUACAO NO
      *          CICLO DE VIDA (ATIVO/CANCELADO/SUSPENSO) E O MOTIVO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification history
      * Date       Author              Description
      * 02/09/2026 DANIEL CARNEIRO     Programa inicial.
      * 15/10/2026 DANIEL CARNEIRO     Resposta passa a trazer o
      *                                registro do CADCT119 : situacao
      *                                do contrato (ativo, cancelado,
      *                                suspenso), motivo e periodo de
      *                                suspensao; motivo de rejeicao
      *                                '08' na tabela.
      * 15/10/2026 DANIEL CARNEIRO     Motivo de rejeicao 09 (plano de
      *                                parcelamento invalido).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------------------------------------------------
      * SIGNIFICADO DOS MOTIVOS DE REJEICAO DO COBOL119 (REJ-MOTIVO).
      *-----------------------------------------------------------------
       77 WSS-QTD-MOTIVOS          PIC 9(4) COMP VALUE 9.
       01 WSS-TAB-MOTIVOS-DADOS.
           05 FILLER               PIC X(32) VALUE
              '01SINAL INVALIDO                '.
              '06CONTRATO DUPLICADO NA EXECUCAO'.
           05 FILLER               PIC X(32) VALUE
              '07JA CALCULADO NO CICLO CORRENTE'.
           05 FILLER               PIC X(32) VALUE
              '08CONTRATO CANCELADO NO CADASTRO'.
           05 FILLER               PIC X(32) VALUE
              '09PLANO DE PARCELAMENTO INVALIDO'.
       01 WSS-TAB-MOTIVOS REDEFINES WSS-TAB-MOTIVOS-DADOS.
           05 WSS-MOT-ENT OCCURS 9 TIMES.
               10 WSS-MOT-CODIGO   PIC X(02).
               10 WSS-MOT-TEXTO    PIC X(30).
       77 WSS-MOT-IDX              PIC 9(4) COMP.
       77 WSS-MOT-SIGNIFICADO      PIC X(30).

      *-----------------------------------------------------------------
      * MOTIVOS DE MUDANCA DE SITUACAO DO CONTRATO (MANCT119).
      *-----------------------------------------------------------------
       77 WSS-QTD-MOTIVOS-SIT      PIC 9(4) COMP VALUE 8.
       01 WSS-TAB-MOTSIT-DADOS.
           05 FILLER               PIC X(32) VALUE
              '01PEDIDO DO CLIENTE             '.
           05 FILLER               PIC X(32) VALUE
              '02BLOQUEIO JURIDICO             '.
           05 FILLER               PIC X(32) VALUE
              '03RENEGOCIACAO DA DIVIDA        '.
           05 FILLER               PIC X(32) VALUE
              '04SUSPEITA DE FRAUDE            '.
           05 FILLER               PIC X(32) VALUE
              '05OBITO DO TITULAR              '.
           05 FILLER               PIC X(32) VALUE
              '06ERRO OPERACIONAL              '.
           05 FILLER               PIC X(32) VALUE
              '07REGULARIZACAO                 '.
           05 FILLER               PIC X(32) VALUE
              '99OUTROS                        '.
       01 WSS-TAB-MOTSIT REDEFINES WSS-TAB-MOTSIT-DADOS.
           05 WSS-MSI-ENT OCCURS 8 TIMES.
               10 WSS-MSI-CODIGO   PIC X(02).
               10 WSS-MSI-TEXTO    PIC X(30).
       77 WSS-SIT-TEXTO            PIC X(09).

      *-----------------------------------------------------------------
      * INTERFACE DO REGISTRO PERSISTENTE DE CONTRATOS (CADCT119).
      *-----------------------------------------------------------------
       01 WSS-CTR-REQUEST.
           05 WSS-CTR-FUNCAO           PIC X(01).
           05 WSS-CTR-EVENTO           PIC X(03).
           05 WSS-CTR-CONTRATO         PIC X(10).
           05 WSS-CTR-DATA-VENC        PIC 9(08).
           05 WSS-CTR-GERACAO          PIC X(17).
           05 WSS-CTR-SIT-FAT          PIC X(01).
           05 WSS-CTR-DATA-CALC        PIC 9(08).
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
      * INTERFACE DE CONSULTA AO CATALOGO DE GERACOES (CATLG117).
      *-----------------------------------------------------------------

       002-CONSULTA-ETAPAS         SECTION.

           PERFORM ROOT-CONSULTA-CADASTRO
              THRU ROOT-CONSULTA-CADASTRO-EXIT.

           PERFORM ROOT-CONSULTA-REJEITOS
              THRU ROOT-CONSULTA-REJEITOS-EXIT.

      *-----------------------------------------------------------------
       SECTION-CODES        SECTION.

      *-----------------------------------------------------------------
      * CADASTRO PERSISTENTE : SITUACAO DO CONTRATO NO CICLO DE VIDA,
      * ULTIMO VENCIMENTO CALCULADO E SITUACAO DE FATURAMENTO.
      *-----------------------------------------------------------------
       ROOT-CONSULTA-CADASTRO.

           MOVE 'C'          TO WSS-CTR-FUNCAO.
           MOVE SPACES       TO WSS-CTR-EVENTO.
           MOVE WSS-CONTRATO TO WSS-CTR-CONTRATO.
           MOVE 'N'          TO WSS-CTR-FOUND.

           CALL 'CADCT119' USING WSS-CTR-REQUEST.

           IF NOT WSS-CTR-ACHOU
              DISPLAY ' CADASTRO   : CONTRATO NAO REGISTRADO'
              GO TO ROOT-CONSULTA-CADASTRO-EXIT
           END-IF.

           MOVE 'S' TO WSS-ACHOU-ALGO.

           EVALUATE TRUE
               WHEN WSS-CTR-CANCELADO
                   MOVE 'CANCELADO' TO WSS-SIT-TEXTO
               WHEN WSS-CTR-SUSPENSO
                   MOVE 'SUSPENSO'  TO WSS-SIT-TEXTO
               WHEN OTHER
                   MOVE 'ATIVO'     TO WSS-SIT-TEXTO
           END-EVALUATE.

           DISPLAY ' CADASTRO   : SITUACAO ' WSS-SIT-TEXTO.

           IF WSS-CTR-MOTIVO NOT EQUAL SPACES
              PERFORM ROOT-RESOLVE-MOTIVO-SIT
                 THRU ROOT-RESOLVE-MOTIVO-SIT-EXIT
              DISPLAY ' CADASTRO   : MOTIVO ' WSS-CTR-MOTIVO
                      ' - ' WSS-MOT-SIGNIFICADO
                      ' EM ' WSS-CTR-DATA-SIT
           END-IF.

           IF WSS-CTR-SUSP-DE NOT EQUAL ZEROES
              IF WSS-CTR-SUSP-ATE EQUAL ZEROES
                 DISPLAY ' CADASTRO   : SUSPENSAO DESDE '
                         WSS-CTR-SUSP-DE ' SEM DATA FINAL'
              ELSE
                 DISPLAY ' CADASTRO   : SUSPENSAO DE '
                         WSS-CTR-SUSP-DE ' ATE ' WSS-CTR-SUSP-ATE
              END-IF
           END-IF.

           DISPLAY ' CADASTRO   : ULTIMO VENCIMENTO '
                   WSS-CTR-DATA-VENC ' CALCULADO EM '
                   WSS-CTR-DATA-CALC ' FATURA (' WSS-CTR-SIT-FAT ')'.

       ROOT-CONSULTA-CADASTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TRADUZ O MOTIVO DA ULTIMA MUDANCA DE SITUACAO DO CONTRATO.
      *-----------------------------------------------------------------
       ROOT-RESOLVE-MOTIVO-SIT.

           MOVE 'MOTIVO NAO CADASTRADO' TO WSS-MOT-SIGNIFICADO.
           MOVE 1                       TO WSS-MOT-IDX.

           PERFORM ROOT-COMPARA-MOTIVO-SIT
              THRU ROOT-COMPARA-MOTIVO-SIT-EXIT
                   UNTIL WSS-MOT-IDX > WSS-QTD-MOTIVOS-SIT.

       ROOT-RESOLVE-MOTIVO-SIT-EXIT.
           EXIT.

       ROOT-COMPARA-MOTIVO-SIT.

           IF WSS-MSI-CODIGO (WSS-MOT-IDX) EQUAL WSS-CTR-MOTIVO
              MOVE WSS-MSI-TEXTO (WSS-MOT-IDX) TO WSS-MOT-SIGNIFICADO
              MOVE WSS-QTD-MOTIVOS-SIT         TO WSS-MOT-IDX
           END-IF.

           ADD 1 TO WSS-MOT-IDX.

       ROOT-COMPARA-MOTIVO-SIT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ETAPA 1 - REJEITADOS : TODAS AS OCORRENCIAS DO CONTRATO EM
      * REJEI119, COM O SIGNIFICADO DO MOTIVO.
