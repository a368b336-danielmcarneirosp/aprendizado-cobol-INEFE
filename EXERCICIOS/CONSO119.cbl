      *                                18-28, 9(9)V99), que segue pelo
      *                                pipeline ate o faturamento de
      *                                encargos em valor (COBRA117).
      * 15/10/2026 DANIEL CARNEIRO     PARM no padrao IBM com o codigo
      *                                de uma filial : consolida so
      *                                aquela filial em LOTFL119, sem
      *                                tocar o LOTE119 da noite, e
      *                                registra o historico como
      *                                'CONSO119F' - rerodada da filial
      *                                que chegou depois da janela,
      *                                chamada pelo EXECMD117. Sem PARM
      *                                o comportamento nao muda.
      * 15/10/2026 DANIEL CARNEIRO     Arquivo da filial passa a ter
      *                                header (filial, data de
      *                                movimento, sequencia) e trailer
      *                                (quantidade e soma do
      *                                principal). A filial inteira e
      *                                recusada se a quantidade ou o
      *                                principal nao batem, se a data
      *                                nao e a do DATMV117 ou se a
      *                                sequencia ja foi consolidada em
      *                                outro ciclo. Log de recebimento
      *                                por filial (RECFL119) e
      *                                relatorio das filiais aceitas e
      *                                recusadas (RELFL119). Filial
      *                                recusada termina com RC 715.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

      *-----------------------------------------------------------------
      * LOTE CONSOLIDADO - MESMO LAYOUT LIDO PELO COBOL119 EM MODO
      * LOTE (CONTRATO + SINAL + DIAS). NA RERODADA DE UMA FILIAL O
      * NOME LOGICO PASSA A LOTFL119, PARA NAO TOCAR O LOTE DA NOITE.
      *-----------------------------------------------------------------
           SELECT LOTE119   ASSIGN TO DYNAMIC WSS-LOTE-DD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LOTE119.

      *-----------------------------------------------------------------
      * LOG DE RECEBIMENTO DAS FILIAIS - ACUMULADO ENTRE AS EXECUCOES
      * (OPEN EXTEND), UMA LINHA POR ARQUIVO CONFERIDO. TAMBEM E LIDO
      * NA CONFERENCIA PARA RECUSAR SEQUENCIA JA CONSOLIDADA.
      *-----------------------------------------------------------------
           SELECT RECFL119  ASSIGN TO RECFL119
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RECFL119.

      *-----------------------------------------------------------------
      * RELATORIO DAS FILIAIS ACEITAS E RECUSADAS. NA RERODADA DE UMA
      * FILIAL O NOME LOGICO PASSA A RELRF119, PARA NAO APAGAR O
      * RELATORIO DA NOITE.
      *-----------------------------------------------------------------
           SELECT RELFL119  ASSIGN TO DYNAMIC WSS-RELAT-DD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RELFL119.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       01  REG-FILIAL119               PIC X(30).

      *-----------------------------------------------------------------
      * REGISTROS DE CONTROLE DA ENTREGA : O PRIMEIRO REGISTRO E O
      * HEADER 'HD' E O ULTIMO O TRAILER 'TR' (O CONTRATO DOS REGISTROS
      * DE DETALHE E NUMERICO, ENTAO OS TIPOS NAO SE CONFUNDEM).
      *-----------------------------------------------------------------
       01  REG-FIL-HEADER.
           05  FHD-TIPO                PIC X(02).
               88  FHD-E-HEADER                VALUE 'HD'.
           05  FILLER                  PIC X(01).
           05  FHD-FILIAL              PIC X(02).
           05  FILLER                  PIC X(01).
           05  FHD-DATA-MOVTO          PIC X(08).
           05  FHD-DATA-MOVTO-NUM REDEFINES FHD-DATA-MOVTO
                                       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FHD-SEQUENCIA           PIC X(06).
           05  FILLER                  PIC X(09).

       01  REG-FIL-TRAILER.
           05  FTL-TIPO                PIC X(02).
               88  FTL-E-TRAILER               VALUE 'TR'.
           05  FILLER                  PIC X(01).
           05  FTL-QTD-REGISTROS       PIC 9(07).
           05  FILLER                  PIC X(01).
           05  FTL-SOMA-PRINCIPAL      PIC 9(13)V99.
           05  FILLER                  PIC X(04).

       01  REG-FIL-DETALHE.
           05  FILLER                  PIC X(17).
           05  FDT-PRINCIPAL           PIC 9(09)V99.
           05  FILLER                  PIC X(02).

       FD  LOTE119
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORDS ARE STANDARD
           05  REG-LOTE-FILIAL         PIC X(02).
           05  FILLER                  PIC X(13).

       FD  RECFL119
           RECORD CONTAINS 130 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-RECFL119.

       COPY RCBRG119.

       FD  RELFL119
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-RELFL119.

       01  REG-RELFL119                PIC X(132).

      *-----------------------
       WORKING-STORAGE SECTION.
       77  FS-FILIAL119                PIC 99.
       77  FS-LOTE119                  PIC 99.
       77  FS-RECFL119                 PIC 99.
       77  FS-RELFL119                 PIC 99.
       77  WSS-FILIAL-DD               PIC X(08).
       77  WSS-LOTE-DD                 PIC X(08) VALUE 'LOTE119'.
       77  WSS-RELAT-DD                PIC X(08) VALUE 'RELFL119'.
       77  WSS-MENSAGEM                PIC X(30).

       77  WSS-EOF-FILIAL              PIC X(01) VALUE 'N'.
           88  WSS-FIM-FILIAL                    VALUE 'S'.
       77  WSS-EOF-RECIBO              PIC X(01) VALUE 'N'.
           88  WSS-FIM-RECIBO                    VALUE 'S'.

      *-----------------------------------------------------------------
      * NOMES LOGICOS DAS ENTREGAS DAS FILIAIS E OS CONTADORES DE
      * LIDOS/ACEITOS DE CADA UMA (LIDOS = REGISTROS DE DETALHE, SEM O
      * HEADER E O TRAILER), COM O RESULTADO DA CONFERENCIA : SITUACAO,
      * MOTIVO DA RECUSA, O QUE VEIO NO HEADER E NO TRAILER E A SOMA
      * DO PRINCIPAL LIDA.
      *-----------------------------------------------------------------
       77  WSS-QTD-FILIAIS             PIC 9(4) COMP VALUE 5.
       01  WSS-TAB-FILIAIS-DADOS       PIC X(40) VALUE
           05  WSS-FIL-TOTAL OCCURS 5 TIMES.
               10  WSS-FIL-LIDOS       PIC 9(07) VALUE ZEROES.
               10  WSS-FIL-ACEITOS     PIC 9(07) VALUE ZEROES.
               10  WSS-FIL-SITUACAO    PIC X(01) VALUE SPACES.
                   88  WSS-FIL-ACEITA              VALUE 'A'.
                   88  WSS-FIL-RECUSADA            VALUE 'R'.
                   88  WSS-FIL-SEM-ARQUIVO         VALUE 'X'.
                   88  WSS-FIL-VAZIA               VALUE 'V'.
               10  WSS-FIL-MOTIVO      PIC 9(02) VALUE ZEROES.
               10  WSS-FIL-DETALHES    PIC 9(07) VALUE ZEROES.
               10  WSS-FIL-HDR-DATA    PIC X(08) VALUE SPACES.
               10  WSS-FIL-HDR-SEQ     PIC X(06) VALUE SPACES.
               10  WSS-FIL-TRL-QTD     PIC 9(07) VALUE ZEROES.
               10  WSS-FIL-TRL-SOMA    PIC 9(13)V99 VALUE ZEROES.
               10  WSS-FIL-SOMA-LIDA   PIC 9(13)V99 VALUE ZEROES.

       77  WSS-FIL-IDX                 PIC 9(4) COMP.
       77  WSS-FILIAL-COD              PIC 9(02).

       77  WSS-FILIAL-FALHA            PIC X(01) VALUE 'N'.
           88  WSS-TEM-FILIAL-FALHA              VALUE 'S'.
       77  WSS-FILIAL-RECUSA           PIC X(01) VALUE 'N'.
           88  WSS-TEM-FILIAL-RECUSADA           VALUE 'S'.
       77  WSS-QTD-ACEITAS             PIC 9(02) VALUE ZEROES.
       77  WSS-QTD-RECUSADAS           PIC 9(02) VALUE ZEROES.
       77  WSS-QTD-AUSENTES            PIC 9(02) VALUE ZEROES.

      *-----------------------------------------------------------------
      * CONFERENCIA DO ARQUIVO DA FILIAL CORRENTE (PRIMEIRA LEITURA) :
      * POSICAO DO REGISTRO NO ARQUIVO, QUANTOS HEADERS E TRAILERS
      * VIERAM, SE HOUVE DETALHE DEPOIS DO TRAILER OU CAMPO DE CONTROLE
      * NAO NUMERICO.
      *-----------------------------------------------------------------
       77  WSS-CFR-REG-NUM             PIC 9(07) VALUE ZEROES.
       77  WSS-CFR-QTD-HEADER          PIC 9(07) VALUE ZEROES.
       77  WSS-CFR-QTD-TRAILER         PIC 9(07) VALUE ZEROES.
       77  WSS-CFR-APOS-TRAILER        PIC X(01) VALUE 'N'.
           88  WSS-CFR-DETALHE-APOS-TRL          VALUE 'S'.
       77  WSS-CFR-CONTROLE            PIC X(01) VALUE 'S'.
           88  WSS-CFR-CONTROLE-OK               VALUE 'S'.
       77  WSS-CFR-SEQ-ACHOU           PIC X(01) VALUE 'N'.
           88  WSS-CFR-SEQ-CONSOLIDADA           VALUE 'S'.
       77  WSS-CFR-HDR-FILIAL          PIC X(02) VALUE SPACES.
       77  WSS-CFR-HDR-DATA            PIC 9(08) VALUE ZEROES.

      *-----------------------------------------------------------------
      * MOTIVOS DE RECUSA DA FILIAL (WSS-FIL-MOTIVO / RCB-MOTIVO).
      *-----------------------------------------------------------------
       77  WSS-QTD-MOTIVOS             PIC 9(4) COMP VALUE 8.
       01  WSS-PAD-MOTIVOS.
           05  FILLER                  PIC X(30) VALUE
               'SEM HEADER NO INICIO'.
           05  FILLER                  PIC X(30) VALUE
               'SEM TRAILER NO FIM'.
           05  FILLER                  PIC X(30) VALUE
               'HEADER/TRAILER NAO NUMERICO'.
           05  FILLER                  PIC X(30) VALUE
               'FILIAL DO HEADER DIVERGENTE'.
           05  FILLER                  PIC X(30) VALUE
               'QUANTIDADE NAO BATE'.
           05  FILLER                  PIC X(30) VALUE
               'PRINCIPAL NAO BATE'.
           05  FILLER                  PIC X(30) VALUE
               'DATA DIFERENTE DO MOVIMENTO'.
           05  FILLER                  PIC X(30) VALUE
               'SEQUENCIA JA CONSOLIDADA'.
       01  WSS-TAB-MOTIVOS REDEFINES WSS-PAD-MOTIVOS.
           05  WSS-MOTIVO-NOME OCCURS 8 TIMES
                                       PIC X(30).

      *-----------------------------------------------------------------
      * DATA DE MOVIMENTO DO CICLO (DATMV117) - A DATA QUE O HEADER DA
      * FILIAL TEM DE TRAZER - E RELOGIO DA MAQUINA PARA O LOG.
      *-----------------------------------------------------------------
       01 WSS-DTM-REQUEST.
           05 WSS-DTM-FUNCAO           PIC X(01).
           05 WSS-DTM-DATA             PIC 9(08).
           05 WSS-DTM-ORIGEM           PIC X(01).
           05 WSS-DTM-RESULT           PIC X(01).
       77  WSS-DATA-MOVTO              PIC 9(08) VALUE ZEROES.
       77  WSS-HOJE                    PIC 9(08) VALUE ZEROES.
       01  WSS-HORA-CC                 PIC 9(08) VALUE ZEROES.
       01  WSS-HORA-CC-R REDEFINES WSS-HORA-CC.
           05  WSS-HORA-HHMMSS         PIC 9(06).
           05  FILLER                  PIC 9(02).

      *-----------------------------------------------------------------
      * LINHAS DO RELATORIO DE RECEBIMENTO (RELFL119).
      *-----------------------------------------------------------------
       77  WSS-LINHA-TRACO             PIC X(132) VALUE ALL '-'.
       01  WSS-LINHA-COLUNAS.
           05  FILLER                  PIC X(10) VALUE ' ARQUIVO'.
           05  FILLER                  PIC X(12) VALUE 'SITUACAO'.
           05  FILLER                  PIC X(09) VALUE 'DATA HDR'.
           05  FILLER                  PIC X(07) VALUE 'SEQUEN'.
           05  FILLER                  PIC X(08) VALUE 'QTD.INF'.
           05  FILLER                  PIC X(08) VALUE 'QTD.LID'.
           05  FILLER                  PIC X(21) VALUE
               '     PRINC.INFORMADO'.
           05  FILLER                  PIC X(21) VALUE
               '          PRINC.LIDO'.
           05  FILLER                  PIC X(36) VALUE
               'MOTIVO DA RECUSA'.
       01  WSS-LINHA-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-DET-FILIAL          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-DET-SITUACAO        PIC X(11).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-DET-DATA            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-DET-SEQ             PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-DET-QTD-INF         PIC Z(06)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-DET-QTD-LIDA        PIC Z(06)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-DET-PRINC-INF       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-DET-PRINC-LIDO      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSS-DET-MOTIVO          PIC X(30).
           05  FILLER                  PIC X(06) VALUE SPACES.

      *-----------------------------------------------------------------
      * FAIXA DE FILIAIS DA EXECUCAO : TODAS NO CICLO NORMAL, SO A
      * FILIAL DO PARM NA RERODADA DE FILIAL ATRASADA.
      *-----------------------------------------------------------------
       77  WSS-FIL-PRIMEIRA            PIC 9(4) COMP VALUE 1.
       77  WSS-FIL-ULTIMA              PIC 9(4) COMP VALUE 5.
       77  WSS-MODO-FILIAL             PIC X(01) VALUE 'N'.
           88  WSS-RERODADA-FILIAL               VALUE 'S'.

      *-----------------------------------------------------------------
      * PEDIDO DE GRAVACAO DO HISTORICO DE EXECUCOES (GRVHST01).
       COPY RETCOD01.

      *-----------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
      * PARM NO PADRAO IBM (TAMANHO + DADOS). SEM PARM (TAMANHO ZERO)
      * CONSOLIDA TODAS AS FILIAIS EM LOTE119; COM O CODIGO DE UMA
      * FILIAL ('01'..'05') CONSOLIDA SO ELA EM LOTFL119 - RERODADA DA
      * FILIAL QUE CHEGOU DEPOIS DA JANELA, CHAMADA PELO EXECMD117.
      *-----------------------------------------------------------------
       01  LKS-PARM-CONSO.
           05  LKS-PARM-TAM            PIC S9(4) COMP.
           05  LKS-PARM-FILIAL         PIC X(02).

      *-----------------------
       PROCEDURE DIVISION USING LKS-PARM-CONSO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           DISPLAY ' '.
           MOVE 'INI'      TO WSS-HIS-TIPO
           MOVE 'CONSO119' TO WSS-HIS-PROGRAMA
           IF LKS-PARM-TAM > ZEROES
              MOVE 'S'         TO WSS-MODO-FILIAL
              MOVE 'CONSO119F' TO WSS-HIS-PROGRAMA
           END-IF.
           MOVE ZEROES     TO WSS-HIS-REGISTROS
           MOVE ZEROES     TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

           IF WSS-RERODADA-FILIAL
              PERFORM ROOT-VALIDA-PARM THRU ROOT-VALIDA-PARM-EXIT
           END-IF.

           ACCEPT WSS-HOJE    FROM DATE YYYYMMDD.
           ACCEPT WSS-HORA-CC FROM TIME.

           MOVE 'C' TO WSS-DTM-FUNCAO.
           CALL 'DATMV117' USING WSS-DTM-REQUEST.
           MOVE WSS-DTM-DATA TO WSS-DATA-MOVTO.

           DISPLAY ' DATA DE MOVIMENTO DO CICLO : ' WSS-DATA-MOVTO
                   ' (ORIGEM ' WSS-DTM-ORIGEM ')'.

           OPEN OUTPUT LOTE119.
           IF FS-LOTE119 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DO ARQUIVO LOTE119'

       002-CONSOLIDA-FILIAIS       SECTION.

           MOVE WSS-FIL-PRIMEIRA TO WSS-FIL-IDX.

           PERFORM ROOT-PROCESSA-FILIAL
              THRU ROOT-PROCESSA-FILIAL-EXIT
                   UNTIL WSS-FIL-IDX > WSS-FIL-ULTIMA.

       003-PROCEDIMENTOS-FINAIS    SECTION.

           CLOSE LOTE119.

           PERFORM ROOT-GRAVA-RECIBOS THRU ROOT-GRAVA-RECIBOS-EXIT.

           PERFORM ROOT-EMITE-RELATORIO THRU ROOT-EMITE-RELATORIO-EXIT.

           PERFORM ROOT-ESTATISTICA THRU ROOT-ESTATISTICA-EXIT.

           IF WSS-TEM-FILIAL-FALHA
              MOVE RCCON119-FILIAL-AUSENTE TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * FILIAL RECUSADA PESA MAIS QUE FILIAL AUSENTE : O ARQUIVO CHEGOU
      * MAS NAO PODE ENTRAR NO LOTE, E A FILIAL TEM DE SER ACIONADA.
      *-----------------------------------------------------------------
           IF WSS-TEM-FILIAL-RECUSADA
              DISPLAY ' *** ATENCAO - HA FILIAL RECUSADA NA CONFERENCIA'
                      ' DO HEADER/TRAILER'
              DISPLAY ' *** ACIONAR A FILIAL ANTES DO CICLO - VER '
                      WSS-RELAT-DD
              MOVE RCCON119-FILIAL-RECUSADA TO RETURN-CODE
           END-IF.

           MOVE 'FIM'       TO WSS-HIS-TIPO
           MOVE WSS-TOT-ACEITOS TO WSS-HIS-REGISTROS
           MOVE RETURN-CODE TO WSS-HIS-RC
      *-----------------------------------------------------------------
       SECTION-CODES        SECTION.

      *-----------------------------------------------------------------
      * RERODADA DE UMA FILIAL : O CODIGO DO PARM TEM DE SER UMA DAS
      * FILIAIS DA TABELA. A FAIXA DA EXECUCAO PASSA A SER SO ELA E O
      * LOTE SAI EM LOTFL119.
      *-----------------------------------------------------------------
       ROOT-VALIDA-PARM.

           MOVE 'PARM' TO WSS-FILIAL-DD.

           IF LKS-PARM-TAM < 2
              OR LKS-PARM-FILIAL NOT NUMERIC
              MOVE ' FILIAL INVALIDA NO PARM'
                     TO WSS-MENSAGEM
              MOVE RCCON119-FILIAL-INVALIDA             TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE LKS-PARM-FILIAL TO WSS-FILIAL-COD.

           IF WSS-FILIAL-COD EQUAL ZEROES
              OR WSS-FILIAL-COD > WSS-QTD-FILIAIS
              MOVE ' FILIAL INVALIDA NO PARM'
                     TO WSS-MENSAGEM
              MOVE RCCON119-FILIAL-INVALIDA             TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE WSS-FILIAL-COD TO WSS-FIL-PRIMEIRA.
           MOVE WSS-FILIAL-COD TO WSS-FIL-ULTIMA.
           MOVE 'LOTFL119'     TO WSS-LOTE-DD.
           MOVE 'RELRF119'     TO WSS-RELAT-DD.

           DISPLAY ' RERODADA DA FILIAL ' LKS-PARM-FILIAL
                   ' - LOTE EM ' WSS-LOTE-DD.

       ROOT-VALIDA-PARM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PROCESSA A ENTREGA DE UMA FILIAL : ABRE O ARQUIVO PELO NOME
      * LOGICO DA VEZ E O CONFERE INTEIRO (HEADER, TRAILER, QUANTIDADE,
      * PRINCIPAL, DATA E SEQUENCIA). SO A FILIAL ACEITA E RELIDA E
      * COPIADA PARA O LOTE CONSOLIDADO - A RECUSADA FICA TODA DE FORA.
      * FILIAL SEM ARQUIVO (FS 35) OU SEM NENHUM REGISTRO E APONTADA
      * PELO NOME; AUSENTE OU RECUSADA MARCA O JOB PARA TERMINAR COM
      * RETURN-CODE DE ALERTA.
      *-----------------------------------------------------------------
       ROOT-PROCESSA-FILIAL.
           IF FS-FILIAL119 EQUAL '35'
              DISPLAY ' *** FILIAL SEM ARQUIVO : ' WSS-FILIAL-DD
              MOVE 'S' TO WSS-FILIAL-FALHA
              MOVE 'X' TO WSS-FIL-SITUACAO (WSS-FIL-IDX)
              ADD 1    TO WSS-QTD-AUSENTES
              GO TO ROOT-PROCESSA-FILIAL-PROXIMA
           END-IF.

              PERFORM ROT-ABEND
           END-IF.

           MOVE 'N'    TO WSS-EOF-FILIAL.
           MOVE ZEROES TO WSS-CFR-REG-NUM
                          WSS-CFR-QTD-HEADER
                          WSS-CFR-QTD-TRAILER.
           MOVE 'N'    TO WSS-CFR-APOS-TRAILER.
           MOVE 'S'    TO WSS-CFR-CONTROLE.
           MOVE SPACES TO WSS-CFR-HDR-FILIAL.

           PERFORM ROOT-LE-FILIAL THRU ROOT-LE-FILIAL-EXIT
                   UNTIL WSS-FIM-FILIAL.

           CLOSE FILIAL119.

           IF WSS-CFR-REG-NUM EQUAL ZEROES
              DISPLAY ' *** FILIAL COM ARQUIVO VAZIO : ' WSS-FILIAL-DD
              MOVE 'S' TO WSS-FILIAL-FALHA
              MOVE 'V' TO WSS-FIL-SITUACAO (WSS-FIL-IDX)
              ADD 1    TO WSS-QTD-AUSENTES
              GO TO ROOT-PROCESSA-FILIAL-PROXIMA
           END-IF.

           PERFORM ROOT-CONFERE-CONTROLE
              THRU ROOT-CONFERE-CONTROLE-EXIT.

           IF WSS-FIL-MOTIVO (WSS-FIL-IDX) NOT EQUAL ZEROES
              DISPLAY ' *** FILIAL RECUSADA : ' WSS-FILIAL-DD ' - '
                      WSS-MOTIVO-NOME (WSS-FIL-MOTIVO (WSS-FIL-IDX))
              MOVE 'S' TO WSS-FILIAL-RECUSA
              MOVE 'R' TO WSS-FIL-SITUACAO (WSS-FIL-IDX)
              ADD 1    TO WSS-QTD-RECUSADAS
              GO TO ROOT-PROCESSA-FILIAL-PROXIMA
           END-IF.

           MOVE 'A' TO WSS-FIL-SITUACAO (WSS-FIL-IDX).
           ADD 1    TO WSS-QTD-ACEITAS.

           OPEN INPUT FILIAL119.
           IF FS-FILIAL119 NOT EQUAL '00'
              MOVE ' ERRO NA REABERTURA DE FILIAL'
                     TO WSS-MENSAGEM
              MOVE RCCON119-ERRO-ARQ-FILIAL             TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE 'N' TO WSS-EOF-FILIAL.

           PERFORM ROOT-COPIA-FILIAL THRU ROOT-COPIA-FILIAL-EXIT
                   UNTIL WSS-FIM-FILIAL.

           CLOSE FILIAL119.

           DISPLAY ' FILIAL ACEITA : ' WSS-FILIAL-DD
                   ' SEQUENCIA ' WSS-FIL-HDR-SEQ (WSS-FIL-IDX).

       ROOT-PROCESSA-FILIAL-PROXIMA.

           ADD 1 TO WSS-FIL-IDX.
           EXIT.

      *-----------------------------------------------------------------
      * PRIMEIRA LEITURA : CONFERE UM REGISTRO DA FILIAL CORRENTE.
      * REGISTRO TOTALMENTE EM BRANCO (LINHA DE ENCHIMENTO DE EDITOR) E
      * CONTADO COMO LIDO MAS NAO E ACEITO NEM ENTRA NA QUANTIDADE DO
      * TRAILER. O HEADER SO VALE COMO PRIMEIRO REGISTRO; QUALQUER
      * DETALHE DEPOIS DO TRAILER INDICA ARQUIVO EMENDADO. A VALIDACAO
      * DE CONTEUDO DO DETALHE CONTINUA SENDO DO COBOL119 - PRINCIPAL
      * NAO NUMERICO SO NAO ENTRA NA SOMA.
      *-----------------------------------------------------------------
       ROOT-LE-FILIAL.

               AT END
                   MOVE 'S' TO WSS-EOF-FILIAL
               NOT AT END
                   PERFORM ROOT-CONFERE-REGISTRO
                      THRU ROOT-CONFERE-REGISTRO-EXIT
           END-READ.

       ROOT-LE-FILIAL-EXIT.
           EXIT.

       ROOT-CONFERE-REGISTRO.

           IF REG-FILIAL119 EQUAL SPACES
              ADD 1 TO WSS-FIL-LIDOS (WSS-FIL-IDX)
              ADD 1 TO WSS-TOT-LIDOS
              GO TO ROOT-CONFERE-REGISTRO-EXIT
           END-IF.

           ADD 1 TO WSS-CFR-REG-NUM.

           IF FHD-E-HEADER
              ADD 1 TO WSS-CFR-QTD-HEADER
              IF WSS-CFR-REG-NUM EQUAL 1
                 MOVE FHD-FILIAL     TO WSS-CFR-HDR-FILIAL
                 MOVE FHD-DATA-MOVTO TO WSS-FIL-HDR-DATA (WSS-FIL-IDX)
                 MOVE FHD-SEQUENCIA  TO WSS-FIL-HDR-SEQ (WSS-FIL-IDX)
              END-IF
              GO TO ROOT-CONFERE-REGISTRO-EXIT
           END-IF.

           IF FTL-E-TRAILER
              ADD 1 TO WSS-CFR-QTD-TRAILER
              IF FTL-QTD-REGISTROS IS NUMERIC
                 AND FTL-SOMA-PRINCIPAL IS NUMERIC
                 MOVE FTL-QTD-REGISTROS
                   TO WSS-FIL-TRL-QTD (WSS-FIL-IDX)
                 MOVE FTL-SOMA-PRINCIPAL
                   TO WSS-FIL-TRL-SOMA (WSS-FIL-IDX)
              ELSE
                 MOVE 'N' TO WSS-CFR-CONTROLE
              END-IF
              GO TO ROOT-CONFERE-REGISTRO-EXIT
           END-IF.

           IF WSS-CFR-QTD-TRAILER > ZEROES
              MOVE 'S' TO WSS-CFR-APOS-TRAILER
           END-IF.

           ADD 1 TO WSS-FIL-LIDOS (WSS-FIL-IDX).
           ADD 1 TO WSS-TOT-LIDOS.
           ADD 1 TO WSS-FIL-DETALHES (WSS-FIL-IDX).

           IF FDT-PRINCIPAL IS NUMERIC
              ADD FDT-PRINCIPAL TO WSS-FIL-SOMA-LIDA (WSS-FIL-IDX)
           END-IF.

       ROOT-CONFERE-REGISTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RESULTADO DA CONFERENCIA DA FILIAL CORRENTE. O PRIMEIRO MOTIVO
      * ENCONTRADO, NESTA ORDEM, RECUSA A FILIAL INTEIRA :
      *  01 O PRIMEIRO REGISTRO NAO E HEADER, OU HA MAIS DE UM HEADER
      *  02 NAO HA UM E SO UM TRAILER NO FIM DO ARQUIVO
      *  03 FILIAL, DATA OU SEQUENCIA DO HEADER, OU QUANTIDADE OU SOMA
      *     DO TRAILER, NAO NUMERICOS
      *  04 FILIAL DO HEADER NAO E A DO ARQUIVO (FILIALNN)
      *  05 QUANTIDADE DE DETALHES DIFERENTE DA DO TRAILER
      *  06 SOMA DO PRINCIPAL DIFERENTE DA DO TRAILER
      *  07 DATA DO HEADER DIFERENTE DA DATA DE MOVIMENTO (DATMV117)
      *  08 SEQUENCIA JA ACEITA PARA A FILIAL EM OUTRO CICLO (RECFL119)
      *-----------------------------------------------------------------
       ROOT-CONFERE-CONTROLE.

           MOVE ZEROES TO WSS-FIL-MOTIVO (WSS-FIL-IDX).

           IF WSS-CFR-QTD-HEADER NOT EQUAL 1
              OR WSS-CFR-HDR-FILIAL EQUAL SPACES
              MOVE 1 TO WSS-FIL-MOTIVO (WSS-FIL-IDX)
              GO TO ROOT-CONFERE-CONTROLE-EXIT
           END-IF.

           IF WSS-CFR-QTD-TRAILER NOT EQUAL 1
              OR WSS-CFR-DETALHE-APOS-TRL
              MOVE 2 TO WSS-FIL-MOTIVO (WSS-FIL-IDX)
              GO TO ROOT-CONFERE-CONTROLE-EXIT
           END-IF.

           IF NOT WSS-CFR-CONTROLE-OK
              OR WSS-CFR-HDR-FILIAL IS NOT NUMERIC
              OR WSS-FIL-HDR-DATA (WSS-FIL-IDX) IS NOT NUMERIC
              OR WSS-FIL-HDR-SEQ (WSS-FIL-IDX) IS NOT NUMERIC
              MOVE 3 TO WSS-FIL-MOTIVO (WSS-FIL-IDX)
              GO TO ROOT-CONFERE-CONTROLE-EXIT
           END-IF.

           MOVE WSS-CFR-HDR-FILIAL TO WSS-FILIAL-COD.

           IF WSS-FILIAL-COD NOT EQUAL WSS-FIL-IDX
              MOVE 4 TO WSS-FIL-MOTIVO (WSS-FIL-IDX)
              GO TO ROOT-CONFERE-CONTROLE-EXIT
           END-IF.

           IF WSS-FIL-TRL-QTD (WSS-FIL-IDX)
              NOT EQUAL WSS-FIL-DETALHES (WSS-FIL-IDX)
              MOVE 5 TO WSS-FIL-MOTIVO (WSS-FIL-IDX)
              GO TO ROOT-CONFERE-CONTROLE-EXIT
           END-IF.

           IF WSS-FIL-TRL-SOMA (WSS-FIL-IDX)
              NOT EQUAL WSS-FIL-SOMA-LIDA (WSS-FIL-IDX)
              MOVE 6 TO WSS-FIL-MOTIVO (WSS-FIL-IDX)
              GO TO ROOT-CONFERE-CONTROLE-EXIT
           END-IF.

           MOVE WSS-FIL-HDR-DATA (WSS-FIL-IDX) TO WSS-CFR-HDR-DATA.

           IF WSS-CFR-HDR-DATA NOT EQUAL WSS-DATA-MOVTO
              MOVE 7 TO WSS-FIL-MOTIVO (WSS-FIL-IDX)
              GO TO ROOT-CONFERE-CONTROLE-EXIT
           END-IF.

           PERFORM ROOT-PROCURA-SEQUENCIA
              THRU ROOT-PROCURA-SEQUENCIA-EXIT.

           IF WSS-CFR-SEQ-CONSOLIDADA
              MOVE 8 TO WSS-FIL-MOTIVO (WSS-FIL-IDX)
           END-IF.

       ROOT-CONFERE-CONTROLE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PROCURA NO LOG DE RECEBIMENTO A SEQUENCIA DO HEADER JA ACEITA
      * PARA A MESMA FILIAL. A ACEITE DO PROPRIO CICLO (MESMA DATA DE
      * MOVIMENTO) NAO CONTA : E A REEXECUCAO DA CONSOLIDACAO DA NOITE,
      * QUE RECRIA O LOTE DO ZERO E NAO DUPLICA NADA. SEM O LOG
      * (PRIMEIRA EXECUCAO) NENHUMA SEQUENCIA FOI CONSOLIDADA.
      *-----------------------------------------------------------------
       ROOT-PROCURA-SEQUENCIA.

           MOVE 'N' TO WSS-CFR-SEQ-ACHOU.
           MOVE 'N' TO WSS-EOF-RECIBO.

           OPEN INPUT RECFL119.

           IF FS-RECFL119 EQUAL '35'
              GO TO ROOT-PROCURA-SEQUENCIA-EXIT
           END-IF.

           IF FS-RECFL119 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE RECFL119'
                     TO WSS-MENSAGEM
              MOVE RCCON119-ERRO-ARQ-RECIBO             TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROOT-LE-RECIBO THRU ROOT-LE-RECIBO-EXIT
                   UNTIL WSS-FIM-RECIBO
                      OR WSS-CFR-SEQ-CONSOLIDADA.

           CLOSE RECFL119.

       ROOT-PROCURA-SEQUENCIA-EXIT.
           EXIT.

       ROOT-LE-RECIBO.

           READ RECFL119
               AT END
                   MOVE 'S' TO WSS-EOF-RECIBO
               NOT AT END
                   IF RCB-ACEITA
                      AND RCB-FILIAL EQUAL WSS-CFR-HDR-FILIAL
                      AND RCB-SEQUENCIA
                          EQUAL WSS-FIL-HDR-SEQ (WSS-FIL-IDX)
                      AND RCB-DATA-CICLO NOT EQUAL WSS-DATA-MOVTO
                      MOVE 'S' TO WSS-CFR-SEQ-ACHOU
                   END-IF
           END-READ.

       ROOT-LE-RECIBO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * SEGUNDA LEITURA DA FILIAL ACEITA : COPIA OS DETALHES NAO VAZIOS
      * PARA O LOTE CONSOLIDADO (HEADER E TRAILER NAO VAO PARA O LOTE).
      *-----------------------------------------------------------------
       ROOT-COPIA-FILIAL.

           READ FILIAL119
               AT END
                   MOVE 'S' TO WSS-EOF-FILIAL
               NOT AT END
                   IF REG-FILIAL119 NOT EQUAL SPACES
                      AND NOT FHD-E-HEADER
                      AND NOT FTL-E-TRAILER
                      PERFORM ROOT-GRAVA-CONSOLIDADO
                         THRU ROOT-GRAVA-CONSOLIDADO-EXIT
                   END-IF
           END-READ.

       ROOT-COPIA-FILIAL-EXIT.
           EXIT.

       ROOT-GRAVA-CONSOLIDADO.
       ROOT-GRAVA-CONSOLIDADO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOG DE RECEBIMENTO : UMA LINHA POR FILIAL CONFERIDA (ACEITA OU
      * RECUSADA). SO E GRAVADO NO FIM DA EXECUCAO, DEPOIS DO LOTE
      * FECHADO - UMA CONSOLIDACAO QUE ABENDA NAO DEIXA ACEITE NO LOG.
      *-----------------------------------------------------------------
       ROOT-GRAVA-RECIBOS.

           IF WSS-QTD-ACEITAS EQUAL ZEROES
              AND WSS-QTD-RECUSADAS EQUAL ZEROES
              GO TO ROOT-GRAVA-RECIBOS-EXIT
           END-IF.

           OPEN EXTEND RECFL119.
           IF FS-RECFL119 EQUAL '35'
              OPEN OUTPUT RECFL119
           END-IF.

           IF FS-RECFL119 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE RECFL119'
                     TO WSS-MENSAGEM
              MOVE RCCON119-ERRO-ARQ-RECIBO             TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE WSS-FIL-PRIMEIRA TO WSS-FIL-IDX.

           PERFORM ROOT-GRAVA-RECIBO THRU ROOT-GRAVA-RECIBO-EXIT
                   UNTIL WSS-FIL-IDX > WSS-FIL-ULTIMA.

           CLOSE RECFL119.

       ROOT-GRAVA-RECIBOS-EXIT.
           EXIT.

       ROOT-GRAVA-RECIBO.

           IF NOT WSS-FIL-ACEITA (WSS-FIL-IDX)
              AND NOT WSS-FIL-RECUSADA (WSS-FIL-IDX)
              GO TO ROOT-GRAVA-RECIBO-PROXIMA
           END-IF.

           MOVE SPACES                       TO REG-RECFL119.
           MOVE WSS-FIL-IDX                  TO WSS-FILIAL-COD.
           MOVE WSS-FILIAL-COD               TO RCB-FILIAL.
           MOVE WSS-FIL-HDR-DATA (WSS-FIL-IDX) TO RCB-DATA-MOVTO.
           MOVE WSS-FIL-HDR-SEQ (WSS-FIL-IDX)  TO RCB-SEQUENCIA.
           MOVE WSS-FIL-SITUACAO (WSS-FIL-IDX) TO RCB-SITUACAO.
           MOVE WSS-FIL-MOTIVO (WSS-FIL-IDX)   TO RCB-MOTIVO.

           IF WSS-FIL-RECUSADA (WSS-FIL-IDX)
              MOVE WSS-MOTIVO-NOME (WSS-FIL-MOTIVO (WSS-FIL-IDX))
                TO RCB-MENSAGEM
           ELSE
              MOVE 'ACEITA E CONSOLIDADA'    TO RCB-MENSAGEM
           END-IF.

           MOVE WSS-FIL-TRL-QTD (WSS-FIL-IDX)   TO RCB-QTD-INFORMADA.
           MOVE WSS-FIL-DETALHES (WSS-FIL-IDX) TO RCB-QTD-LIDA.
           MOVE WSS-FIL-TRL-SOMA (WSS-FIL-IDX)  TO RCB-PRINC-INFORMADO.
           MOVE WSS-FIL-SOMA-LIDA (WSS-FIL-IDX) TO RCB-PRINC-LIDO.
           MOVE WSS-DATA-MOVTO                  TO RCB-DATA-CICLO.
           MOVE WSS-HOJE                        TO RCB-DATA-PROC.
           MOVE WSS-HORA-HHMMSS                 TO RCB-HORA-PROC.

           WRITE REG-RECFL119.
           IF FS-RECFL119 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE RECFL119'
                     TO WSS-MENSAGEM
              MOVE RCCON119-ERRO-ARQ-RECIBO             TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

       ROOT-GRAVA-RECIBO-PROXIMA.

           ADD 1 TO WSS-FIL-IDX.

       ROOT-GRAVA-RECIBO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RELATORIO DE RECEBIMENTO : UMA LINHA POR FILIAL DA EXECUCAO COM
      * A SITUACAO (ACEITA, RECUSADA, SEM ARQUIVO, VAZIA), O QUE VEIO NO
      * HEADER E NO TRAILER, O QUE FOI CONTADO E O MOTIVO DA RECUSA -
      * A LISTA DAS FILIAIS A ACIONAR ANTES DO CICLO.
      *-----------------------------------------------------------------
       ROOT-EMITE-RELATORIO.

           OPEN OUTPUT RELFL119.
           IF FS-RELFL119 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE RELFL119'
                     TO WSS-MENSAGEM
              MOVE RCCON119-ERRO-ARQ-RELATORIO          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE SPACES TO REG-RELFL119.
           STRING ' CONSO119 - RECEBIMENTO DAS FILIAIS - MOVIMENTO '
                                       DELIMITED BY SIZE
                  WSS-DATA-MOVTO       DELIMITED BY SIZE
                  ' - EMISSAO '        DELIMITED BY SIZE
                  WSS-HOJE             DELIMITED BY SIZE
             INTO REG-RELFL119.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           IF WSS-RERODADA-FILIAL
              MOVE SPACES TO REG-RELFL119
              STRING ' RERODADA DA FILIAL ' DELIMITED BY SIZE
                     LKS-PARM-FILIAL        DELIMITED BY SIZE
                     ' - LOTE EM '          DELIMITED BY SIZE
                     WSS-LOTE-DD            DELIMITED BY SIZE
                INTO REG-RELFL119
              PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT
           END-IF.

           MOVE WSS-LINHA-TRACO TO REG-RELFL119.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE WSS-LINHA-COLUNAS TO REG-RELFL119.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE WSS-LINHA-TRACO TO REG-RELFL119.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE WSS-FIL-PRIMEIRA TO WSS-FIL-IDX.

           PERFORM ROOT-EMITE-FILIAL THRU ROOT-EMITE-FILIAL-EXIT
                   UNTIL WSS-FIL-IDX > WSS-FIL-ULTIMA.

           MOVE WSS-LINHA-TRACO TO REG-RELFL119.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           MOVE SPACES TO REG-RELFL119.
           STRING ' ACEITAS : '            DELIMITED BY SIZE
                  WSS-QTD-ACEITAS          DELIMITED BY SIZE
                  '   RECUSADAS : '        DELIMITED BY SIZE
                  WSS-QTD-RECUSADAS        DELIMITED BY SIZE
                  '   SEM ARQUIVO OU VAZIAS : ' DELIMITED BY SIZE
                  WSS-QTD-AUSENTES         DELIMITED BY SIZE
                  '   REGISTROS NO LOTE : ' DELIMITED BY SIZE
                  WSS-TOT-ACEITOS          DELIMITED BY SIZE
             INTO REG-RELFL119.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           CLOSE RELFL119.

       ROOT-EMITE-RELATORIO-EXIT.
           EXIT.

       ROOT-EMITE-FILIAL.

           MOVE WSS-FIL-NOME (WSS-FIL-IDX)      TO WSS-DET-FILIAL
           MOVE WSS-FIL-HDR-DATA (WSS-FIL-IDX)  TO WSS-DET-DATA
           MOVE WSS-FIL-HDR-SEQ (WSS-FIL-IDX)   TO WSS-DET-SEQ
           MOVE WSS-FIL-TRL-QTD (WSS-FIL-IDX)   TO WSS-DET-QTD-INF
           MOVE WSS-FIL-DETALHES (WSS-FIL-IDX)  TO WSS-DET-QTD-LIDA
           MOVE WSS-FIL-TRL-SOMA (WSS-FIL-IDX)  TO WSS-DET-PRINC-INF
           MOVE WSS-FIL-SOMA-LIDA (WSS-FIL-IDX) TO WSS-DET-PRINC-LIDO
           MOVE SPACES                          TO WSS-DET-MOTIVO.

           EVALUATE TRUE
               WHEN WSS-FIL-ACEITA (WSS-FIL-IDX)
                   MOVE 'ACEITA'      TO WSS-DET-SITUACAO
               WHEN WSS-FIL-RECUSADA (WSS-FIL-IDX)
                   MOVE 'RECUSADA'    TO WSS-DET-SITUACAO
                   MOVE WSS-MOTIVO-NOME (WSS-FIL-MOTIVO (WSS-FIL-IDX))
                                      TO WSS-DET-MOTIVO
               WHEN WSS-FIL-SEM-ARQUIVO (WSS-FIL-IDX)
                   MOVE 'SEM ARQUIVO' TO WSS-DET-SITUACAO
                   MOVE 'ARQUIVO NAO RECEBIDO' TO WSS-DET-MOTIVO
               WHEN OTHER
                   MOVE 'VAZIA'       TO WSS-DET-SITUACAO
                   MOVE 'ARQUIVO SEM NENHUM REGISTRO'
                                      TO WSS-DET-MOTIVO
           END-EVALUATE.

           MOVE WSS-LINHA-DETALHE TO REG-RELFL119.
           PERFORM ROOT-GRAVA-LINHA THRU ROOT-GRAVA-LINHA-EXIT.

           ADD 1 TO WSS-FIL-IDX.

       ROOT-EMITE-FILIAL-EXIT.
           EXIT.

       ROOT-GRAVA-LINHA.

           WRITE REG-RELFL119.
           IF FS-RELFL119 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE RELFL119'
                     TO WSS-MENSAGEM
              MOVE RCCON119-ERRO-ARQ-RELATORIO          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

       ROOT-GRAVA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TOTAIS POR FILIAL E TOTAL GERAL. O TOTAL GERAL DE ACEITOS E O
      * QUE O COBOL119 DEVE EXIBIR COMO 'REGISTROS LIDOS' NO PASSO
           DISPLAY ' '
           DISPLAY ' *** TOTAIS DA CONSOLIDACAO ***'.

           MOVE WSS-FIL-PRIMEIRA TO WSS-FIL-IDX.

           PERFORM ROOT-EXIBE-FILIAL THRU ROOT-EXIBE-FILIAL-EXIT
                   UNTIL WSS-FIL-IDX > WSS-FIL-ULTIMA.

           DISPLAY ' TOTAL GERAL LIDOS     : ' WSS-TOT-LIDOS
           DISPLAY ' TOTAL GERAL ACEITOS   : ' WSS-TOT-ACEITOS
