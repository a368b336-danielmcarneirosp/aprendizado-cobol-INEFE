      ******************************************************************
      * Author:DANIEL CARNEIRO
      * Date: 15/10/2026
      * Purpose: MANUTENCAO ON-LINE (TELA DE TERMINAL) DO MASTER VSAM
      *          KSDS TABREF001. O OPERADOR PESQUISA OS CODIGOS POR
      *          CHAVE OU POR TRECHO DA DESCRICAO, CONSULTA DESCRICAO,
      *          SITUACAO E VIGENCIA E INCLUI, ALTERA, INATIVA OU
      *          EXCLUI UM CODIGO COM VALIDACAO IMEDIATA DOS CAMPOS,
      *          SEM MONTAR CARTAO MOVTB120 E ESPERAR O MANT120.
      *          AS REGRAS SAO AS DO MANT120 : MESMA VALIDACAO E
      *          DEFAULTS DOS CAMPOS, MESMA CHECAGEM DE CODIGO EM USO
      *          (EXTRATO DA GERACAO CORRENTE E ENTRADA117, COM O FLAG
      *          DE FORCA) E AS MESMAS LINHAS NO LOGMT120, PARA QUE O
      *          CAMINHO EM LOTE E O ON-LINE DEIXEM A MESMA TRILHA.
      *          CADA ATUALIZACAO E FEITA SOB A TRAVA TABREF01
      *          (TRAVA117), A MESMA TOMADA PELO MANT120 - TRAVA
      *          OCUPADA RECUSA A ATUALIZACAO NA TELA, SEM ESPERA.
      *          INATIVAR E UMA ALTERACAO SO DA SITUACAO PARA 'I' E
      *          SAI NO LOG COMO A ALTERACAO DO LOTE.
      *          DUPLA APROVACAO : A ATUALIZACAO DIGITADA NAO VAI
      *          DIRETO AO MASTER - VIRA PENDENCIA EM PNDTB120 COM O
      *          OPERADOR SOLICITANTE (O MESMO ARQUIVO DOS CARTOES DO
      *          MANT120). OUTRO OPERADOR LISTA AS PENDENCIAS EM ABERTO
      *          (L) E APROVA (V) OU REPROVA (R); A APROVADA NA TELA E
      *          APLICADA NA HORA, SOB A TRAVA, COM AS MESMAS REGRAS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification history
      * Date       Author              Description
      * 15/10/2026 DANIEL CARNEIRO     Programa inicial.
      * 15/10/2026 DANIEL CARNEIRO     Dupla aprovacao : I/A/N/E
      *                                registram pendencia em
      *                                PNDTB120 com o operador;
      *                                novas funcoes L (lista), V
      *                                (aprova e aplica) e R
      *                                (reprova) por outro operador;
      *                                LOGMT120 com solicitante e
      *                                aprovador.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TELTB120.
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
      *-----------------------------------------------------------------
      * MASTER VSAM KSDS DA TABELA DE REFERENCIA - MESMO ARQUIVO DO
      * MANT120 E DO COBOL120. CHAVE = PROPRIO CODIGO DE 4 BYTES.
      *-----------------------------------------------------------------
           SELECT TABREF001 ASSIGN TO TABREF001
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-TABREF001-CHAVE
           FILE STATUS IS FS-TABREF001.

      *-----------------------------------------------------------------
      * LOG DE MANUTENCAO COMPARTILHADO COM O MANT120 - ABERTO EM
      * EXTEND SO DURANTE CADA ATUALIZACAO.
      *-----------------------------------------------------------------
           SELECT LOGMT120  ASSIGN TO LOGMT120
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LOGMT120.

      *-----------------------------------------------------------------
      * ALTERACOES PENDENTES DE APROVACAO - COMPARTILHADO COM O
      * MANT120. LIDO PARA A TABELA E REGRAVADO POR COMPLETO SOB A
      * TRAVA TABREF01 A CADA REGISTRO OU DECISAO; A LISTA SO LE.
      *-----------------------------------------------------------------
           SELECT PNDTB120  ASSIGN TO PNDTB120
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PNDTB120.

      *-----------------------------------------------------------------
      * EXTRATO DA GERACAO CORRENTE (RESOLVIDA VIA CATLG117) E
      * CONTRATOS PENDENTES - FONTES DA TABELA DE CODIGOS EM USO,
      * RELIDAS A CADA EXCLUSAO OU TROCA DE CODIGO (A SESSAO PODE
      * FICAR ABERTA ENQUANTO O CICLO GERA UMA GERACAO NOVA). AMBOS
      * SAO OPCIONAIS, COMO NO MANT120.
      *-----------------------------------------------------------------
           SELECT OUTPTFL   ASSIGN TO DYNAMIC WSS-OUTPTFL-DD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-OUTPTFL.

           SELECT ENTRADA117 ASSIGN TO ENTRADA117
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ENTRADA117.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  TABREF001
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-TABREF001.

       COPY TABRG001.

      *-----------------------------------------------------------------
      * LINHA DE LOG - MESMO LAYOUT DO MANT120.
      *-----------------------------------------------------------------
       FD  LOGMT120
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-LOGMT120.

       01  REG-LOGMT120.
           05  LOG-FUNCAO              PIC X(01).
           05  FILLER                  PIC X(01).
           05  LOG-CODIGO              PIC X(04).
           05  FILLER                  PIC X(01).
           05  LOG-CODIGO-NOVO         PIC X(04).
           05  FILLER                  PIC X(01).
           05  LOG-SITUACAO            PIC X(09).
           05  FILLER                  PIC X(01).
           05  LOG-MENSAGEM            PIC X(30).
           05  FILLER                  PIC X(01).
           05  LOG-DATA                PIC 9(08).
           05  FILLER                  PIC X(01).
           05  LOG-SOLICITANTE         PIC X(08).
           05  FILLER                  PIC X(01).
           05  LOG-APROVADOR           PIC X(08).
           05  FILLER                  PIC X(01).

      *-----------------------------------------------------------------
      * LINHA DO ARQUIVO DE PENDENCIAS - LIDA E GRAVADA PELA AREA DE
      * TRABALHO REG-PENDENCIA (COPYBOOK PNDRG117).
      *-----------------------------------------------------------------
       FD  PNDTB120
           RECORD CONTAINS 130 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-PNDTB120.

       01  REG-PNDTB120                PIC X(130).

       FD  OUTPTFL
           RECORD CONTAINS 145 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-DADOS.

       COPY COPY117A.

       FD  ENTRADA117
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS REG-ENTRADA117.

       01  REG-ENTRADA117.
           05  ENT-CONTRATO            PIC X(10).
           05  ENT-DATA-VENCTO         PIC 9(08).
           05  ENT-STATUS              PIC X(01).
           05  ENT-FILIAL              PIC X(02).
           05  ENT-PRINCIPAL           PIC 9(09)V99.
           05  FILLER                  PIC X(08).

      *-----------------------
       WORKING-STORAGE SECTION.
       77  FS-TABREF001                PIC 99.
       77  FS-LOGMT120                 PIC 99.
       77  FS-PNDTB120                 PIC 99.

       77  WSS-MENSAGEM                PIC X(30).
       01  WSS-HOJE                    PIC 9(08).

       77  WSS-SESSAO                  PIC X(01) VALUE 'N'.
           88  WSS-FIM-SESSAO                    VALUE 'S'.

       77  WSS-MOV-ACEITAS             PIC 9(07) VALUE ZEROES.
       77  WSS-MOV-REJEITADAS          PIC 9(07) VALUE ZEROES.
       77  WSS-MOV-PENDENTES           PIC 9(07) VALUE ZEROES.
       77  WSS-DEC-APROVADAS           PIC 9(07) VALUE ZEROES.
       77  WSS-DEC-REPROVADAS          PIC 9(07) VALUE ZEROES.
       77  WSS-ACEITAS-ANTES           PIC 9(07) VALUE ZEROES.

      *-----------------------------------------------------------------
      * CAMPOS DA TELA. OS CAMPOS DE ENTRADA SAO DEVOLVIDOS PELO
      * OPERADOR A CADA ENTER; A LISTA E A MENSAGEM SO SAO EXIBIDAS.
      *-----------------------------------------------------------------
       01  WSS-TELA.
           05  WSS-TEL-FUNCAO          PIC X(01) VALUE SPACES.
           05  WSS-TEL-OPERADOR        PIC X(08) VALUE SPACES.
           05  WSS-TEL-PENDENCIA       PIC X(07) VALUE SPACES.
           05  WSS-TEL-PENDENCIA-NUM REDEFINES WSS-TEL-PENDENCIA
                                       PIC 9(07).
           05  WSS-TEL-CODIGO          PIC X(04) VALUE SPACES.
           05  WSS-TEL-CODIGO-NOVO     PIC X(04) VALUE SPACES.
           05  WSS-TEL-FORCA           PIC X(01) VALUE SPACES.
           05  WSS-TEL-DESCRICAO       PIC X(30) VALUE SPACES.
           05  WSS-TEL-SITUACAO        PIC X(01) VALUE SPACES.
           05  WSS-TEL-VIG-DE          PIC X(08) VALUE SPACES.
           05  WSS-TEL-VIG-ATE         PIC X(08) VALUE SPACES.
           05  WSS-TEL-BUSCA           PIC X(30) VALUE SPACES.
           05  WSS-TEL-CONFIRMA        PIC X(01) VALUE SPACES.
           05  WSS-TEL-MENSAGEM        PIC X(70) VALUE SPACES.
           05  WSS-TEL-DATA            PIC X(10) VALUE SPACES.

      *-----------------------------------------------------------------
      * LISTA DA PESQUISA : UMA PAGINA DE 10 CODIGOS OU DE 10
      * PENDENCIAS EM ABERTO, COM O CABECALHO CORRESPONDENTE.
      *-----------------------------------------------------------------
       77  WSS-LST-QTD                 PIC 9(4) COMP VALUE ZEROES.
       77  WSS-LST-MAX                 PIC 9(4) COMP VALUE 10.
       01  WSS-LISTA.
           05  WSS-LST-LINHA OCCURS 10 TIMES
                                       PIC X(70).

       01  WSS-LST-CABECALHO           PIC X(70).

       01  WSS-CAB-CODIGOS.
           05  FILLER                  PIC X(58) VALUE
               'COD    DESCRICAO                         SIT VIG-DE'.
           05  FILLER                  PIC X(12) VALUE 'VIG-ATE'.

       01  WSS-CAB-PENDENCIAS.
           05  FILLER                  PIC X(09) VALUE 'NUMERO'.
           05  FILLER                  PIC X(03) VALUE 'F'.
           05  FILLER                  PIC X(06) VALUE 'COD'.
           05  FILLER                  PIC X(06) VALUE 'NOVO'.
           05  FILLER                  PIC X(10) VALUE 'SOLICIT.'.
           05  FILLER                  PIC X(12) VALUE 'INCLUSAO'.
           05  FILLER                  PIC X(03) VALUE 'O'.
           05  FILLER                  PIC X(21) VALUE 'DESCRICAO'.

       01  WSS-LINHA-PENDENCIA.
           05  WSS-LPN-NUMERO          PIC 9(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WSS-LPN-FUNCAO          PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WSS-LPN-CODIGO          PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WSS-LPN-CODIGO-NOVO     PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WSS-LPN-SOLICITANTE     PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WSS-LPN-DATA-INCL       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WSS-LPN-ORIGEM          PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WSS-LPN-DESCRICAO       PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.

       01  WSS-LINHA-LISTA.
           05  WSS-LLI-CODIGO          PIC X(04).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WSS-LLI-DESCRICAO       PIC X(30).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WSS-LLI-SITUACAO        PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WSS-LLI-VIG-DE          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WSS-LLI-VIG-ATE         PIC X(10).
           05  FILLER                  PIC X(03) VALUE SPACES.

      *-----------------------------------------------------------------
      * ESTADO DA PESQUISA : MODO ('K' POR CHAVE, 'D' POR DESCRICAO),
      * ULTIMA CHAVE LISTADA (PONTO DE PARTIDA DA PAGINA SEGUINTE) E
      * FIM DA TABELA. O TRECHO PROCURADO NA DESCRICAO E COMPARADO
      * SO ATE O ULTIMO CARACTER NAO BRANCO.
      *-----------------------------------------------------------------
       77  WSS-BRW-MODO                PIC X(01) VALUE SPACES.
           88  WSS-BRW-ATIVA                     VALUE 'K' 'D'.
           88  WSS-BRW-DESCRICAO                 VALUE 'D'.
       77  WSS-BRW-ULTIMA-CHAVE        PIC X(04) VALUE SPACES.
       77  WSS-BRW-FIM                 PIC X(01) VALUE 'N'.
           88  WSS-BRW-ACABOU                    VALUE 'S'.
       77  WSS-BUSCA-TEXTO             PIC X(30) VALUE SPACES.
       77  WSS-BUSCA-TAM               PIC 9(4) COMP VALUE ZEROES.
       77  WSS-BUSCA-QTD               PIC 9(4) COMP VALUE ZEROES.
       77  WSS-BUSCA-APARADA           PIC X(01) VALUE 'N'.
           88  WSS-BUSCA-PRONTA                  VALUE 'S'.

      *-----------------------------------------------------------------
      * TRANSACAO MONTADA A PARTIR DA TELA - MESMOS CAMPOS DO CARTAO
      * MOVTB120, PARA APLICAR AS REGRAS E GRAVAR O LOG COMO O MANT120.
      *-----------------------------------------------------------------
       01  WSS-TRANSACAO.
           05  WSS-TRN-FUNCAO          PIC X(01).
               88  WSS-TRN-INCLUI              VALUE 'I'.
               88  WSS-TRN-ALTERA              VALUE 'A'.
               88  WSS-TRN-EXCLUI              VALUE 'E'.
           05  WSS-TRN-CODIGO          PIC X(04).
           05  WSS-TRN-CODIGO-NOVO     PIC X(04).
           05  WSS-TRN-FORCA           PIC X(01).
               88  WSS-TRN-FORCADA             VALUE 'F'.
           05  WSS-TRN-DESCRICAO       PIC X(30).
           05  WSS-TRN-SITUACAO        PIC X(01).
           05  WSS-TRN-VIG-DE-X        PIC X(08).
           05  WSS-TRN-VIG-DE-NUM REDEFINES WSS-TRN-VIG-DE-X
                                       PIC 9(08).
           05  WSS-TRN-VIG-ATE-X       PIC X(08).
           05  WSS-TRN-VIG-ATE-NUM REDEFINES WSS-TRN-VIG-ATE-X
                                       PIC 9(08).

      *-----------------------------------------------------------------
      * CAMPOS DO MASTER JA VALIDADOS E COM OS DEFAULTS APLICADOS
      * (ROOT-VALIDA-CAMPOS - MESMAS REGRAS DO MANT120).
      *-----------------------------------------------------------------
       77  WSS-CAMPOS-OK               PIC X(01) VALUE 'N'.
           88  WSS-CAMPOS-VALIDOS                VALUE 'S'.
       77  WSS-MSG-CAMPOS              PIC X(30).
       01  WSS-CAMPOS-MASTER.
           05  WSS-CMP-DESCRICAO       PIC X(30).
           05  WSS-CMP-SITUACAO        PIC X(01).
           05  WSS-CMP-VIG-DE          PIC 9(08).
           05  WSS-CMP-VIG-ATE         PIC 9(08).

       01  WSS-DATA-EDITADA.
           05  WSS-ED-DIA              PIC X(02).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  WSS-ED-MES              PIC X(02).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  WSS-ED-ANO              PIC X(04).
       01  WSS-DATA-EDITAR             PIC 9(08).

      *-----------------------------------------------------------------
      * TABELA DOS CODIGOS AINDA EM USO PELO PIPELINE (MESMA MONTAGEM
      * DO MANT120 : REG-CODIGO-REF DO EXTRATO DA GERACAO CORRENTE E
      * 4 PRIMEIROS CARACTERES DOS CONTRATOS DE ENTRADA117).
      *-----------------------------------------------------------------
       77  FS-OUTPTFL                  PIC 99.
       77  FS-ENTRADA117               PIC 99.
       77  WSS-OUTPTFL-DD              PIC X(17) VALUE 'OUTPTFL'.
       77  WSS-EOF-OUTPTFL             PIC X(01) VALUE 'N'.
           88  WSS-FIM-OUTPTFL                   VALUE 'S'.
       77  WSS-EOF-ENTRADA             PIC X(01) VALUE 'N'.
           88  WSS-FIM-ENTRADA                   VALUE 'S'.

       77  WSS-QTD-USO                 PIC 9(4) COMP VALUE ZEROES.
       77  WSS-QTD-MAX-USO             PIC 9(4) COMP VALUE 2000.
       01  WSS-TAB-USO-GRP.
           05  WSS-TAB-USO OCCURS 1 TO 2000 TIMES
                           DEPENDING ON WSS-QTD-USO
                           PIC X(04).
       77  WSS-USO-IDX                 PIC 9(4) COMP.
       77  WSS-USO-ACHOU               PIC X(01) VALUE 'N'.
           88  WSS-USO-ENCONTROU                 VALUE 'S'.
       77  WSS-CODIGO-TESTE            PIC X(04).

      *-----------------------------------------------------------------
      * INTERFACE DE CONSULTA AO CATALOGO DE GERACOES (CATLG117) PARA
      * RESOLVER A GERACAO CORRENTE DO EXTRATO.
      *-----------------------------------------------------------------
       01  WSS-CAT-REQUEST.
           05  WSS-CAT-FUNCAO          PIC X(01).
           05  WSS-CAT-DATA            PIC 9(08).
           05  WSS-CAT-NOME            PIC X(17).
           05  WSS-CAT-FOUND           PIC X(01).
               88  WSS-CAT-ACHOU               VALUE 'S'.

      *-----------------------------------------------------------------
      * PEDIDO DE TRAVA DO MASTER (TRAVA117) - A MESMA TRAVA TABREF01
      * TOMADA PELO MANT120 DURANTE O LOTE.
      *-----------------------------------------------------------------
       01  WSS-TRV-REQUEST.
           05  WSS-TRV-FUNCAO          PIC X(01).
           05  WSS-TRV-ARQUIVO         PIC X(08).
           05  WSS-TRV-PROGRAMA        PIC X(09).
           05  WSS-TRV-RESULT          PIC X(01).
               88  WSS-TRV-OCUPADA             VALUE 'O'.
       77  WSS-TRAVA                   PIC X(01) VALUE 'N'.
           88  WSS-TRAVA-TOMADA                  VALUE 'S'.
       77  WSS-RC-ABEND                PIC 9(03) VALUE ZEROES.

      *-----------------------------------------------------------------
      * DUPLA APROVACAO : PENDENCIA SEM DECISAO HA MAIS DE
      * WSS-DIAS-VALIDADE DIAS NAO E MAIS LISTADA NEM APROVADA (O
      * MANT120 A MARCA COMO EXPIRADA). MESMO PRAZO DO MANT120.
      *-----------------------------------------------------------------
       77  WSS-DIAS-VALIDADE           PIC 9(03) VALUE 5.
       77  WSS-LIMITE-VALIDADE         PIC 9(08).

      *-----------------------------------------------------------------
      * PENDENCIAS EM MEMORIA DURANTE UM REGISTRO OU DECISAO, NA ORDEM
      * DO ARQUIVO (AS NOVAS ENTRAM NO FIM COM O PROXIMO NUMERO).
      *-----------------------------------------------------------------
       77  WSS-EOF-PNDTB               PIC X(01) VALUE 'N'.
           88  WSS-FIM-PNDTB                     VALUE 'S'.
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
       77  WSS-PND-MAIS                PIC X(01) VALUE 'N'.
           88  WSS-PND-HA-MAIS                   VALUE 'S'.

       01  WSS-MSG-PENDENCIA.
           05  FILLER                  PIC X(14)
                                       VALUE ' PENDENCIA NR '.
           05  WSS-MSG-PND-NUMERO      PIC 9(07).
           05  FILLER                  PIC X(09) VALUE SPACES.

       COPY PNDRG117.

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

      *-----------------------------------------------------------------
      * TELA DE MANUTENCAO DO TABREF001 (24 X 80).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA-TABREF001.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 02 VALUE
               'TELTB120 - MANUTENCAO ON-LINE DO MASTER TABREF001'.
           05  LINE 01 COLUMN 70 PIC X(10) FROM WSS-TEL-DATA.
           05  LINE 03 COLUMN 02 VALUE 'FUNCAO ..........:'.
           05  LINE 03 COLUMN 21 PIC X(01) USING WSS-TEL-FUNCAO
                                 HIGHLIGHT.
           05  LINE 03 COLUMN 30 VALUE 'OPERADOR ...:'.
           05  LINE 03 COLUMN 44 PIC X(08) USING WSS-TEL-OPERADOR.
           05  LINE 03 COLUMN 53 VALUE 'PENDENCIA :'.
           05  LINE 03 COLUMN 65 PIC X(07) USING WSS-TEL-PENDENCIA.
           05  LINE 04 COLUMN 02 VALUE 'CODIGO ..........:'.
           05  LINE 04 COLUMN 21 PIC X(04) USING WSS-TEL-CODIGO.
           05  LINE 04 COLUMN 30 VALUE 'CODIGO NOVO :'.
           05  LINE 04 COLUMN 44 PIC X(04) USING WSS-TEL-CODIGO-NOVO.
           05  LINE 04 COLUMN 53 VALUE 'FORCA (F) :'.
           05  LINE 04 COLUMN 65 PIC X(01) USING WSS-TEL-FORCA.
           05  LINE 05 COLUMN 02 VALUE 'DESCRICAO .......:'.
           05  LINE 05 COLUMN 21 PIC X(30) USING WSS-TEL-DESCRICAO.
           05  LINE 06 COLUMN 02 VALUE 'SITUACAO (A/I) ..:'.
           05  LINE 06 COLUMN 21 PIC X(01) USING WSS-TEL-SITUACAO.
           05  LINE 06 COLUMN 30 VALUE 'VIGENCIA DE :'.
           05  LINE 06 COLUMN 44 PIC X(08) USING WSS-TEL-VIG-DE.
           05  LINE 06 COLUMN 53 VALUE 'ATE :'.
           05  LINE 06 COLUMN 59 PIC X(08) USING WSS-TEL-VIG-ATE.
           05  LINE 07 COLUMN 02 VALUE 'PESQUISA DESCR. .:'.
           05  LINE 07 COLUMN 21 PIC X(30) USING WSS-TEL-BUSCA.
           05  LINE 08 COLUMN 02 VALUE 'CONFIRMA (S/N) ..:'.
           05  LINE 08 COLUMN 21 PIC X(01) USING WSS-TEL-CONFIRMA.
           05  LINE 09 COLUMN 02 VALUE
               '----------------------------------------------------'.
           05  LINE 10 COLUMN 02 PIC X(70) FROM WSS-LST-CABECALHO.
           05  LINE 11 COLUMN 02 PIC X(70) FROM WSS-LST-LINHA (01).
           05  LINE 12 COLUMN 02 PIC X(70) FROM WSS-LST-LINHA (02).
           05  LINE 13 COLUMN 02 PIC X(70) FROM WSS-LST-LINHA (03).
           05  LINE 14 COLUMN 02 PIC X(70) FROM WSS-LST-LINHA (04).
           05  LINE 15 COLUMN 02 PIC X(70) FROM WSS-LST-LINHA (05).
           05  LINE 16 COLUMN 02 PIC X(70) FROM WSS-LST-LINHA (06).
           05  LINE 17 COLUMN 02 PIC X(70) FROM WSS-LST-LINHA (07).
           05  LINE 18 COLUMN 02 PIC X(70) FROM WSS-LST-LINHA (08).
           05  LINE 19 COLUMN 02 PIC X(70) FROM WSS-LST-LINHA (09).
           05  LINE 20 COLUMN 02 PIC X(70) FROM WSS-LST-LINHA (10).
           05  LINE 22 COLUMN 02 PIC X(70) FROM WSS-TEL-MENSAGEM
                                 HIGHLIGHT.
           05  LINE 23 COLUMN 02 VALUE
               'P=PESQ.CHAVE D=PESQ.DESCR S=SEGUINTE C=CONSULTA'.
           05  LINE 23 COLUMN 50 VALUE 'L=PENDENCIAS'.
           05  LINE 24 COLUMN 02 VALUE
               'I=INCLUI A=ALTERA N=INATIVA E=EXCLUI'.
           05  LINE 24 COLUMN 39 VALUE 'V=APROVA R=REPROVA X=SAIR'.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

       001-INICIALIZAR             SECTION.

           ACCEPT WSS-HOJE FROM DATE YYYYMMDD.
           MOVE 'INI'      TO WSS-HIS-TIPO
           MOVE 'TELTB120' TO WSS-HIS-PROGRAMA
           MOVE ZEROES     TO WSS-HIS-REGISTROS
           MOVE ZEROES     TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

           OPEN I-O TABREF001.
           IF FS-TABREF001 EQUAL '35'
              OPEN OUTPUT TABREF001
              CLOSE TABREF001
              OPEN I-O TABREF001
           END-IF.

           IF FS-TABREF001 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DO ARQUIVO TABREF001'
                     TO WSS-MENSAGEM
              MOVE RCTTB120-ERRO-ARQ-MASTER             TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE WSS-HOJE         TO WSS-DATA-EDITAR
           PERFORM ROOT-EDITA-DATA THRU ROOT-EDITA-DATA-EXIT
           MOVE WSS-DATA-EDITADA TO WSS-TEL-DATA.

           MOVE SPACES TO WSS-LISTA.
           MOVE WSS-CAB-CODIGOS TO WSS-LST-CABECALHO.
           MOVE ' INFORME A FUNCAO E TECLE ENTER'
                  TO WSS-TEL-MENSAGEM.

       002-ATENDE-OPERADOR         SECTION.

           PERFORM ROOT-ATENDE THRU ROOT-ATENDE-EXIT
                   UNTIL WSS-FIM-SESSAO.

       003-PROCEDIMENTOS-FINAIS    SECTION.

           CLOSE TABREF001.

           DISPLAY ' '
           DISPLAY ' TELTB120'
           DISPLAY ' *** ESTATISTICAS DA SESSAO ***'
           DISPLAY ' PENDENCIAS REGISTRADAS  : ' WSS-MOV-PENDENTES
           DISPLAY ' PENDENCIAS APROVADAS    : ' WSS-DEC-APROVADAS
           DISPLAY ' PENDENCIAS REPROVADAS   : ' WSS-DEC-REPROVADAS
           DISPLAY ' ATUALIZACOES ACEITAS    : ' WSS-MOV-ACEITAS
           DISPLAY ' ATUALIZACOES REJEITADAS : ' WSS-MOV-REJEITADAS
           DISPLAY ' '.

           MOVE 'FIM'       TO WSS-HIS-TIPO
           MOVE WSS-MOV-ACEITAS TO WSS-HIS-REGISTROS
           MOVE RETURN-CODE TO WSS-HIS-RC
           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

           GOBACK.

      *-----------------------------------------------------------------
      * ROTINAS AUXILIARES
      *-----------------------------------------------------------------
       SECTION-CODES        SECTION.

      *-----------------------------------------------------------------
      * EXIBE A TELA, RECEBE A RESPOSTA DO OPERADOR E EXECUTA A FUNCAO
      * PEDIDA. A MENSAGEM DE RESULTADO FICA NA LINHA 22 ATE O
      * PROXIMO ENTER.
      *-----------------------------------------------------------------
       ROOT-ATENDE.

           DISPLAY TELA-TABREF001.
           ACCEPT TELA-TABREF001.

           MOVE SPACES TO WSS-TEL-MENSAGEM.

           ACCEPT WSS-HOJE FROM DATE YYYYMMDD.
           COMPUTE WSS-LIMITE-VALIDADE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WSS-HOJE)
                    - WSS-DIAS-VALIDADE).

           INSPECT WSS-TEL-FUNCAO
                   CONVERTING 'pdscianexlvr' TO 'PDSCIANEXLVR'.

           EVALUATE WSS-TEL-FUNCAO
               WHEN 'P'
                   PERFORM ROOT-PESQUISA-CHAVE
                      THRU ROOT-PESQUISA-CHAVE-EXIT
               WHEN 'D'
                   PERFORM ROOT-PESQUISA-DESCRICAO
                      THRU ROOT-PESQUISA-DESCRICAO-EXIT
               WHEN 'S'
                   PERFORM ROOT-PAGINA-SEGUINTE
                      THRU ROOT-PAGINA-SEGUINTE-EXIT
               WHEN 'C'
                   PERFORM ROOT-CONSULTA THRU ROOT-CONSULTA-EXIT
               WHEN 'I'
               WHEN 'A'
               WHEN 'N'
               WHEN 'E'
                   PERFORM ROOT-ATUALIZA THRU ROOT-ATUALIZA-EXIT
               WHEN 'L'
                   PERFORM ROOT-LISTA-PENDENCIAS
                      THRU ROOT-LISTA-PENDENCIAS-EXIT
               WHEN 'V'
               WHEN 'R'
                   PERFORM ROOT-DECIDE-PENDENCIA
                      THRU ROOT-DECIDE-PENDENCIA-EXIT
               WHEN 'X'
                   MOVE 'S' TO WSS-SESSAO
               WHEN OTHER
                   MOVE ' FUNCAO INVALIDA - VEJA AS OPCOES ABAIXO'
                          TO WSS-TEL-MENSAGEM
           END-EVALUATE.

           MOVE SPACES TO WSS-TEL-CONFIRMA.

       ROOT-ATENDE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PESQUISA POR CHAVE : LISTA A PARTIR DO CODIGO INFORMADO (EM
      * BRANCO = DESDE O INICIO DA TABELA).
      *-----------------------------------------------------------------
       ROOT-PESQUISA-CHAVE.

           MOVE 'K' TO WSS-BRW-MODO.

           IF WSS-TEL-CODIGO EQUAL SPACES
              MOVE LOW-VALUES     TO REG-TABREF001-CHAVE
           ELSE
              MOVE WSS-TEL-CODIGO TO REG-TABREF001-CHAVE
           END-IF.

           PERFORM ROOT-POSICIONA THRU ROOT-POSICIONA-EXIT.

       ROOT-PESQUISA-CHAVE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PESQUISA POR DESCRICAO : PERCORRE A TABELA DESDE O INICIO E
      * LISTA OS CODIGOS CUJA DESCRICAO CONTEM O TRECHO INFORMADO.
      *-----------------------------------------------------------------
       ROOT-PESQUISA-DESCRICAO.

           IF WSS-TEL-BUSCA EQUAL SPACES
              MOVE ' INFORME O TRECHO DA DESCRICAO A PESQUISAR'
                     TO WSS-TEL-MENSAGEM
              GO TO ROOT-PESQUISA-DESCRICAO-EXIT
           END-IF.

           MOVE 'D'           TO WSS-BRW-MODO.
           MOVE WSS-TEL-BUSCA TO WSS-BUSCA-TEXTO.
           MOVE 30            TO WSS-BUSCA-TAM.
           MOVE 'N'           TO WSS-BUSCA-APARADA.

           PERFORM ROOT-APARA-BUSCA THRU ROOT-APARA-BUSCA-EXIT
                   UNTIL WSS-BUSCA-PRONTA.

           MOVE LOW-VALUES TO REG-TABREF001-CHAVE.

           PERFORM ROOT-POSICIONA THRU ROOT-POSICIONA-EXIT.

       ROOT-PESQUISA-DESCRICAO-EXIT.
           EXIT.

       ROOT-APARA-BUSCA.

           IF WSS-BUSCA-TEXTO (WSS-BUSCA-TAM:1) EQUAL SPACE
              SUBTRACT 1 FROM WSS-BUSCA-TAM
           ELSE
              MOVE 'S' TO WSS-BUSCA-APARADA
           END-IF.

       ROOT-APARA-BUSCA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PAGINA SEGUINTE DA PESQUISA EM ANDAMENTO : REPOSICIONA APOS A
      * ULTIMA CHAVE LISTADA (CONSULTAS E ATUALIZACOES FEITAS ENTRE
      * UMA PAGINA E OUTRA MUDAM A POSICAO DO ARQUIVO).
      *-----------------------------------------------------------------
       ROOT-PAGINA-SEGUINTE.

           IF NOT WSS-BRW-ATIVA
              MOVE ' NENHUMA PESQUISA EM ANDAMENTO - USE P OU D'
                     TO WSS-TEL-MENSAGEM
              GO TO ROOT-PAGINA-SEGUINTE-EXIT
           END-IF.

           IF WSS-BRW-ACABOU
              MOVE ' FIM DA TABELA - NAO HA PAGINA SEGUINTE'
                     TO WSS-TEL-MENSAGEM
              GO TO ROOT-PAGINA-SEGUINTE-EXIT
           END-IF.

           MOVE WSS-BRW-ULTIMA-CHAVE TO REG-TABREF001-CHAVE.

           START TABREF001 KEY IS GREATER THAN REG-TABREF001-CHAVE
               INVALID KEY
                   MOVE 'S' TO WSS-BRW-FIM
                   MOVE ' FIM DA TABELA - NAO HA PAGINA SEGUINTE'
                          TO WSS-TEL-MENSAGEM
                   GO TO ROOT-PAGINA-SEGUINTE-EXIT
           END-START.

           PERFORM ROOT-MONTA-LISTA THRU ROOT-MONTA-LISTA-EXIT.

       ROOT-PAGINA-SEGUINTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * POSICIONA NA CHAVE JA MOVIDA PARA REG-TABREF001-CHAVE E MONTA
      * A PRIMEIRA PAGINA DA PESQUISA.
      *-----------------------------------------------------------------
       ROOT-POSICIONA.

           MOVE 'N'    TO WSS-BRW-FIM.
           MOVE SPACES TO WSS-LISTA.

           START TABREF001 KEY IS NOT LESS THAN REG-TABREF001-CHAVE
               INVALID KEY
                   MOVE 'S' TO WSS-BRW-FIM
                   MOVE ' NENHUM CODIGO ENCONTRADO'
                          TO WSS-TEL-MENSAGEM
                   GO TO ROOT-POSICIONA-EXIT
           END-START.

           PERFORM ROOT-MONTA-LISTA THRU ROOT-MONTA-LISTA-EXIT.

       ROOT-POSICIONA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LE A PARTIR DA POSICAO CORRENTE ATE ENCHER UMA PAGINA DE 10
      * CODIGOS OU CHEGAR AO FIM DA TABELA.
      *-----------------------------------------------------------------
       ROOT-MONTA-LISTA.

           MOVE SPACES TO WSS-LISTA.
           MOVE ZEROES TO WSS-LST-QTD.
           MOVE WSS-CAB-CODIGOS TO WSS-LST-CABECALHO.

           PERFORM ROOT-LISTA-PROXIMO THRU ROOT-LISTA-PROXIMO-EXIT
                   UNTIL WSS-LST-QTD EQUAL WSS-LST-MAX
                      OR WSS-BRW-ACABOU.

           EVALUATE TRUE
               WHEN WSS-LST-QTD EQUAL ZEROES
                   MOVE ' NENHUM CODIGO ENCONTRADO'
                          TO WSS-TEL-MENSAGEM
               WHEN WSS-BRW-ACABOU
                   MOVE ' FIM DA TABELA'
                          TO WSS-TEL-MENSAGEM
               WHEN OTHER
                   MOVE ' S = PAGINA SEGUINTE'
                          TO WSS-TEL-MENSAGEM
           END-EVALUATE.

       ROOT-MONTA-LISTA-EXIT.
           EXIT.

       ROOT-LISTA-PROXIMO.

           READ TABREF001 NEXT RECORD
               AT END
                   MOVE 'S' TO WSS-BRW-FIM
                   GO TO ROOT-LISTA-PROXIMO-EXIT
           END-READ.

           IF FS-TABREF001 NOT EQUAL '00'
              MOVE ' ERRO NA LEITURA DO TABREF001'
                     TO WSS-MENSAGEM
              MOVE RCTTB120-ERRO-ARQ-MASTER             TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE REG-TABREF001-CHAVE TO WSS-BRW-ULTIMA-CHAVE.

           IF WSS-BRW-DESCRICAO
              MOVE ZEROES TO WSS-BUSCA-QTD
              INSPECT REG-TABREF001-DESCR
                      TALLYING WSS-BUSCA-QTD
                      FOR ALL WSS-BUSCA-TEXTO (1:WSS-BUSCA-TAM)
              IF WSS-BUSCA-QTD EQUAL ZEROES
                 GO TO ROOT-LISTA-PROXIMO-EXIT
              END-IF
           END-IF.

           MOVE REG-TABREF001-CHAVE   TO WSS-LLI-CODIGO
           MOVE REG-TABREF001-DESCR   TO WSS-LLI-DESCRICAO
           MOVE REG-TABREF001-SIT     TO WSS-LLI-SITUACAO.

           MOVE REG-TABREF001-VIG-DE  TO WSS-DATA-EDITAR
           PERFORM ROOT-EDITA-DATA THRU ROOT-EDITA-DATA-EXIT
           MOVE WSS-DATA-EDITADA      TO WSS-LLI-VIG-DE.

           MOVE REG-TABREF001-VIG-ATE TO WSS-DATA-EDITAR
           PERFORM ROOT-EDITA-DATA THRU ROOT-EDITA-DATA-EXIT
           MOVE WSS-DATA-EDITADA      TO WSS-LLI-VIG-ATE.

           ADD 1 TO WSS-LST-QTD.
           MOVE WSS-LINHA-LISTA TO WSS-LST-LINHA (WSS-LST-QTD).

       ROOT-LISTA-PROXIMO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CONSULTA : TRAZ PARA OS CAMPOS DA TELA A DESCRICAO, SITUACAO
      * E VIGENCIA DO CODIGO INFORMADO (PONTO DE PARTIDA PARA ALTERAR).
      *-----------------------------------------------------------------
       ROOT-CONSULTA.

           IF WSS-TEL-CODIGO EQUAL SPACES
              MOVE ' INFORME O CODIGO A CONSULTAR'
                     TO WSS-TEL-MENSAGEM
              GO TO ROOT-CONSULTA-EXIT
           END-IF.

           MOVE WSS-TEL-CODIGO TO REG-TABREF001-CHAVE.

           READ TABREF001
               KEY IS REG-TABREF001-CHAVE
               INVALID KEY
                   MOVE ' CODIGO NAO ENCONTRADO NO MASTER'
                          TO WSS-TEL-MENSAGEM
                   GO TO ROOT-CONSULTA-EXIT
           END-READ.

           MOVE REG-TABREF001-DESCR TO WSS-TEL-DESCRICAO
           MOVE REG-TABREF001-SIT   TO WSS-TEL-SITUACAO
           MOVE SPACES              TO WSS-TEL-CODIGO-NOVO
           MOVE SPACES              TO WSS-TEL-FORCA.

           IF REG-TABREF001-VIG-DE EQUAL ZEROES
              MOVE SPACES                TO WSS-TEL-VIG-DE
           ELSE
              MOVE REG-TABREF001-VIG-DE  TO WSS-TEL-VIG-DE
           END-IF.

           IF REG-TABREF001-VIG-ATE EQUAL ZEROES
              MOVE SPACES                TO WSS-TEL-VIG-ATE
           ELSE
              MOVE REG-TABREF001-VIG-ATE TO WSS-TEL-VIG-ATE
           END-IF.

           MOVE ' CODIGO ENCONTRADO'
                  TO WSS-TEL-MENSAGEM.

       ROOT-CONSULTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ATUALIZACAO (I/A/N/E) : MONTA A TRANSACAO COM OS CAMPOS DA
      * TELA, VALIDA NA HORA (ERRO DE DIGITACAO NAO CHEGA AO MASTER
      * NEM AO LOG) E REGISTRA COMO PENDENCIA EM PNDTB120, SOB A
      * TRAVA, COM O OPERADOR SOLICITANTE. O MASTER SO MUDA QUANDO
      * OUTRO OPERADOR APROVAR (ROOT-DECIDE-PENDENCIA OU MANT120).
      *-----------------------------------------------------------------
       ROOT-ATUALIZA.

           IF WSS-TEL-CODIGO EQUAL SPACES
              MOVE ' INFORME O CODIGO'
                     TO WSS-TEL-MENSAGEM
              GO TO ROOT-ATUALIZA-EXIT
           END-IF.

           IF WSS-TEL-OPERADOR EQUAL SPACES
              MOVE ' INFORME O OPERADOR'
                     TO WSS-TEL-MENSAGEM
              GO TO ROOT-ATUALIZA-EXIT
           END-IF.

           PERFORM ROOT-MONTA-TRANSACAO THRU ROOT-MONTA-TRANSACAO-EXIT.

           IF WSS-TEL-MENSAGEM NOT EQUAL SPACES
              GO TO ROOT-ATUALIZA-EXIT
           END-IF.

           IF NOT WSS-TRN-EXCLUI
              PERFORM ROOT-VALIDA-CAMPOS THRU ROOT-VALIDA-CAMPOS-EXIT
              IF NOT WSS-CAMPOS-VALIDOS
                 MOVE WSS-MSG-CAMPOS TO WSS-TEL-MENSAGEM
                 GO TO ROOT-ATUALIZA-EXIT
              END-IF
           END-IF.

           IF WSS-TEL-FUNCAO EQUAL 'E'
              OR WSS-TEL-FUNCAO EQUAL 'N'
              IF WSS-TEL-CONFIRMA NOT EQUAL 'S'
                 AND WSS-TEL-CONFIRMA NOT EQUAL 's'
                 MOVE ' CONFIRME COM S NO CAMPO CONFIRMA E TECLE ENTER'
                        TO WSS-TEL-MENSAGEM
                 GO TO ROOT-ATUALIZA-EXIT
              END-IF
           END-IF.

           PERFORM ROT-TOMA-TRAVA THRU ROT-TOMA-TRAVA-EXIT.

           IF NOT WSS-TRAVA-TOMADA
              MOVE ' TABREF001 TRAVADO POR OUTRO JOB - TENTE DEPOIS'
                     TO WSS-TEL-MENSAGEM
              GO TO ROOT-ATUALIZA-EXIT
           END-IF.

           PERFORM ROOT-REGISTRA-PENDENCIA
              THRU ROOT-REGISTRA-PENDENCIA-EXIT.

           PERFORM ROT-LIBERA-TRAVA THRU ROT-LIBERA-TRAVA-EXIT.

       ROOT-ATUALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REGISTRA A TRANSACAO MONTADA COMO PENDENCIA 'P' (ORIGEM TELA),
      * COM A IMAGEM DO CARTAO MOVTB120 E O OPERADOR NA POSICAO DO
      * MOV-OPERADOR, E GRAVA A LINHA PENDENTE NO LOGMT120. CHAMADA
      * COM A TRAVA TOMADA.
      *-----------------------------------------------------------------
       ROOT-REGISTRA-PENDENCIA.

           PERFORM ROOT-CARREGA-PENDENCIAS
              THRU ROOT-CARREGA-PENDENCIAS-EXIT.

           IF WSS-QTD-PND EQUAL WSS-QTD-MAX-PND
              MOVE ' TABELA DE PENDENCIAS CHEIA - AGUARDE O MANT120'
                     TO WSS-TEL-MENSAGEM
              GO TO ROOT-REGISTRA-PENDENCIA-EXIT
           END-IF.

           ADD 1 TO WSS-PND-ULTIMO.

           MOVE SPACES           TO REG-PENDENCIA
           MOVE WSS-PND-ULTIMO   TO PND-NUMERO
           MOVE 'P'              TO PND-SITUACAO
           MOVE 'T'              TO PND-ORIGEM
           MOVE WSS-TEL-OPERADOR TO PND-SOLICITANTE
           MOVE WSS-HOJE         TO PND-DATA-INCL
           MOVE WSS-HOJE         TO PND-DATA-SIT
           MOVE WSS-TRANSACAO    TO PND-TRANSACAO
           MOVE WSS-TEL-OPERADOR TO PND-TRANSACAO (58:8).

           ADD 1 TO WSS-QTD-PND.
           MOVE REG-PENDENCIA TO WSS-PND-ENT (WSS-QTD-PND).

           PERFORM ROOT-REGRAVA-PENDENCIAS
              THRU ROOT-REGRAVA-PENDENCIAS-EXIT.

           PERFORM ROOT-ABRE-LOG THRU ROOT-ABRE-LOG-EXIT.

           ADD 1 TO WSS-MOV-PENDENTES.
           PERFORM ROOT-MONTA-LOG-PENDENCIA
              THRU ROOT-MONTA-LOG-PENDENCIA-EXIT.
           MOVE 'PENDENTE' TO LOG-SITUACAO.
           PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT.

           CLOSE LOGMT120.

           MOVE WSS-PND-ULTIMO TO WSS-TEL-PENDENCIA-NUM.

           MOVE SPACES TO WSS-TEL-MENSAGEM
           STRING WSS-MSG-PENDENCIA DELIMITED BY '   '
                  ' REGISTRADA - AGUARDA APROVACAO'
                                    DELIMITED BY SIZE
             INTO WSS-TEL-MENSAGEM.

       ROOT-REGISTRA-PENDENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LISTA (L) : UMA PAGINA DAS PENDENCIAS EM ABERTO E DENTRO DO
      * PRAZO, A PARTIR DO NUMERO INFORMADO (EM BRANCO = DESDE A
      * PRIMEIRA). SO LE O ARQUIVO, SEM TRAVA.
      *-----------------------------------------------------------------
       ROOT-LISTA-PENDENCIAS.

           IF WSS-TEL-PENDENCIA EQUAL SPACES
              MOVE ZEROES TO WSS-PND-PROCURADO
           ELSE
              IF WSS-TEL-PENDENCIA IS NOT NUMERIC
                 MOVE ' NR DA PENDENCIA COM 7 DIGITOS (OU EM BRANCO)'
                        TO WSS-TEL-MENSAGEM
                 GO TO ROOT-LISTA-PENDENCIAS-EXIT
              END-IF
              MOVE WSS-TEL-PENDENCIA-NUM TO WSS-PND-PROCURADO
           END-IF.

           MOVE SPACES             TO WSS-BRW-MODO.
           MOVE SPACES             TO WSS-LISTA.
           MOVE ZEROES             TO WSS-LST-QTD.
           MOVE 'N'                TO WSS-PND-MAIS.
           MOVE WSS-CAB-PENDENCIAS TO WSS-LST-CABECALHO.

           OPEN INPUT PNDTB120.

           IF FS-PNDTB120 EQUAL '35'
              MOVE ' NENHUMA PENDENCIA EM ABERTO'
                     TO WSS-TEL-MENSAGEM
              GO TO ROOT-LISTA-PENDENCIAS-EXIT
           END-IF.

           IF FS-PNDTB120 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE PNDTB120'
                     TO WSS-MENSAGEM
              MOVE RCTTB120-ERRO-ARQ-PENDENCIA          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE 'N' TO WSS-EOF-PNDTB.

           PERFORM ROOT-LISTA-UMA-PENDENCIA
              THRU ROOT-LISTA-UMA-PENDENCIA-EXIT
                   UNTIL WSS-FIM-PNDTB
                      OR WSS-PND-HA-MAIS.

           CLOSE PNDTB120.

           EVALUATE TRUE
               WHEN WSS-LST-QTD EQUAL ZEROES
                   MOVE ' NENHUMA PENDENCIA EM ABERTO'
                          TO WSS-TEL-MENSAGEM
               WHEN WSS-PND-HA-MAIS
                   MOVE PND-NUMERO TO WSS-MSG-PND-NUMERO
                   STRING ' HA MAIS - L COM'  DELIMITED BY SIZE
                          WSS-MSG-PENDENCIA   DELIMITED BY '   '
                     INTO WSS-TEL-MENSAGEM
               WHEN OTHER
                   MOVE ' V = APROVA  R = REPROVA (INFORME A PENDENCIA)'
                          TO WSS-TEL-MENSAGEM
           END-EVALUATE.

       ROOT-LISTA-PENDENCIAS-EXIT.
           EXIT.

       ROOT-LISTA-UMA-PENDENCIA.

           READ PNDTB120 INTO REG-PENDENCIA
               AT END
                   MOVE 'S' TO WSS-EOF-PNDTB
                   GO TO ROOT-LISTA-UMA-PENDENCIA-EXIT
           END-READ.

           IF PND-NUMERO IS NOT NUMERIC
              OR PND-DATA-INCL IS NOT NUMERIC
              OR NOT PND-PENDENTE
              OR PND-DATA-INCL < WSS-LIMITE-VALIDADE
              OR PND-NUMERO < WSS-PND-PROCURADO
              GO TO ROOT-LISTA-UMA-PENDENCIA-EXIT
           END-IF.

           IF WSS-LST-QTD EQUAL WSS-LST-MAX
              MOVE 'S' TO WSS-PND-MAIS
              GO TO ROOT-LISTA-UMA-PENDENCIA-EXIT
           END-IF.

           MOVE PND-NUMERO            TO WSS-LPN-NUMERO
           MOVE PND-TRANSACAO (1:1)   TO WSS-LPN-FUNCAO
           MOVE PND-TRANSACAO (2:4)   TO WSS-LPN-CODIGO
           MOVE PND-TRANSACAO (6:4)   TO WSS-LPN-CODIGO-NOVO
           MOVE PND-SOLICITANTE       TO WSS-LPN-SOLICITANTE
           MOVE PND-ORIGEM            TO WSS-LPN-ORIGEM
           MOVE PND-TRANSACAO (11:20) TO WSS-LPN-DESCRICAO.

           MOVE PND-DATA-INCL         TO WSS-DATA-EDITAR
           PERFORM ROOT-EDITA-DATA THRU ROOT-EDITA-DATA-EXIT
           MOVE WSS-DATA-EDITADA      TO WSS-LPN-DATA-INCL.

           ADD 1 TO WSS-LST-QTD.
           MOVE WSS-LINHA-PENDENCIA TO WSS-LST-LINHA (WSS-LST-QTD).

       ROOT-LISTA-UMA-PENDENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DECISAO (V APROVA / R REPROVA) SOBRE A PENDENCIA INFORMADA.
      * O APROVADOR TEM DE SER OUTRO OPERADOR QUE NAO O SOLICITANTE E
      * A PENDENCIA TEM DE ESTAR EM ABERTO E NO PRAZO; RECUSA DE
      * DIGITACAO SO VOLTA NA TELA. A DECISAO E FEITA SOB A TRAVA.
      *-----------------------------------------------------------------
       ROOT-DECIDE-PENDENCIA.

           IF WSS-TEL-OPERADOR EQUAL SPACES
              MOVE ' INFORME O OPERADOR'
                     TO WSS-TEL-MENSAGEM
              GO TO ROOT-DECIDE-PENDENCIA-EXIT
           END-IF.

           IF WSS-TEL-PENDENCIA IS NOT NUMERIC
              MOVE ' INFORME O NR DA PENDENCIA COM 7 DIGITOS'
                     TO WSS-TEL-MENSAGEM
              GO TO ROOT-DECIDE-PENDENCIA-EXIT
           END-IF.

           PERFORM ROT-TOMA-TRAVA THRU ROT-TOMA-TRAVA-EXIT.

           IF NOT WSS-TRAVA-TOMADA
              MOVE ' TABREF001 TRAVADO POR OUTRO JOB - TENTE DEPOIS'
                     TO WSS-TEL-MENSAGEM
              GO TO ROOT-DECIDE-PENDENCIA-EXIT
           END-IF.

           PERFORM ROOT-EXECUTA-DECISAO THRU ROOT-EXECUTA-DECISAO-EXIT.

           PERFORM ROT-LIBERA-TRAVA THRU ROT-LIBERA-TRAVA-EXIT.

       ROOT-DECIDE-PENDENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COM A TRAVA TOMADA : REPROVADA SO MUDA DE SITUACAO; APROVADA E
      * APLICADA NA HORA PELAS REGRAS DE SEMPRE - ACEITA VIRA 'E'
      * (EFETIVADA), REJEITADA VIRA 'N' (NAO APLICADA). O RESULTADO
      * GRAVADO NO LOGMT120 VOLTA NA LINHA DE MENSAGEM.
      *-----------------------------------------------------------------
       ROOT-EXECUTA-DECISAO.

           PERFORM ROOT-CARREGA-PENDENCIAS
              THRU ROOT-CARREGA-PENDENCIAS-EXIT.

           MOVE WSS-TEL-PENDENCIA-NUM TO WSS-PND-PROCURADO.

           PERFORM ROT-PROCURA-PENDENCIA
              THRU ROT-PROCURA-PENDENCIA-EXIT.

           IF NOT WSS-PND-ENCONTROU
              MOVE ' PENDENCIA NAO CADASTRADA'
                     TO WSS-TEL-MENSAGEM
              GO TO ROOT-EXECUTA-DECISAO-EXIT
           END-IF.

           MOVE WSS-PND-ENT (WSS-PND-IDX) TO REG-PENDENCIA.

           IF NOT PND-PENDENTE
              MOVE ' PENDENCIA NAO ESTA EM ABERTO'
                     TO WSS-TEL-MENSAGEM
              GO TO ROOT-EXECUTA-DECISAO-EXIT
           END-IF.

           IF PND-DATA-INCL < WSS-LIMITE-VALIDADE
              MOVE ' PENDENCIA FORA DO PRAZO - REGISTRE DE NOVO'
                     TO WSS-TEL-MENSAGEM
              GO TO ROOT-EXECUTA-DECISAO-EXIT
           END-IF.

           IF WSS-TEL-OPERADOR EQUAL PND-SOLICITANTE
              MOVE ' APROVADOR IGUAL SOLICITANTE'
                     TO WSS-TEL-MENSAGEM
              GO TO ROOT-EXECUTA-DECISAO-EXIT
           END-IF.

           PERFORM ROOT-ABRE-LOG THRU ROOT-ABRE-LOG-EXIT.

           MOVE WSS-TEL-OPERADOR TO PND-APROVADOR
           MOVE WSS-HOJE         TO PND-DATA-SIT.

           IF WSS-TEL-FUNCAO EQUAL 'R'
              MOVE 'R' TO PND-SITUACAO
              ADD 1 TO WSS-DEC-REPROVADAS
              PERFORM ROOT-MONTA-LOG-PENDENCIA
                 THRU ROOT-MONTA-LOG-PENDENCIA-EXIT
              MOVE 'REPROVADA' TO LOG-SITUACAO
              PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT
           ELSE
              ADD 1 TO WSS-DEC-APROVADAS
              PERFORM ROOT-MONTA-LOG-PENDENCIA
                 THRU ROOT-MONTA-LOG-PENDENCIA-EXIT
              MOVE 'APROVADA' TO LOG-SITUACAO
              PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT
              PERFORM ROOT-APLICA-APROVADA
                 THRU ROOT-APLICA-APROVADA-EXIT
           END-IF.

           MOVE REG-PENDENCIA TO WSS-PND-ENT (WSS-PND-IDX).

           PERFORM ROOT-REGRAVA-PENDENCIAS
              THRU ROOT-REGRAVA-PENDENCIAS-EXIT.

           MOVE SPACES TO WSS-TEL-MENSAGEM
           STRING ' '          DELIMITED BY SIZE
                  LOG-SITUACAO DELIMITED BY SPACE
                  ' -'         DELIMITED BY SIZE
                  LOG-MENSAGEM DELIMITED BY SIZE
             INTO WSS-TEL-MENSAGEM.

           CLOSE LOGMT120.

       ROOT-EXECUTA-DECISAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * APLICA NO MASTER A TRANSACAO GUARDADA NA PENDENCIA APROVADA
      * (REG-PENDENCIA). OS CAMPOS SAO VALIDADOS DE NOVO, COMO NO
      * MANT120 - A PENDENCIA PODE TER VINDO DE CARTAO.
      *-----------------------------------------------------------------
       ROOT-APLICA-APROVADA.

           MOVE PND-TRANSACAO (1:57) TO WSS-TRANSACAO.

           IF NOT WSS-TRN-EXCLUI
              PERFORM ROOT-VALIDA-CAMPOS THRU ROOT-VALIDA-CAMPOS-EXIT
              IF NOT WSS-CAMPOS-VALIDOS
                 MOVE 'N' TO PND-SITUACAO
                 ADD 1 TO WSS-MOV-REJEITADAS
                 PERFORM ROOT-MONTA-LOG-PENDENCIA
                    THRU ROOT-MONTA-LOG-PENDENCIA-EXIT
                 MOVE 'REJEITADA'    TO LOG-SITUACAO
                 MOVE WSS-MSG-CAMPOS TO LOG-MENSAGEM
                 PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT
                 GO TO ROOT-APLICA-APROVADA-EXIT
              END-IF
           END-IF.

           MOVE WSS-MOV-ACEITAS TO WSS-ACEITAS-ANTES.

           PERFORM ROOT-APLICA-TRANS THRU ROOT-APLICA-TRANS-EXIT.

           IF WSS-MOV-ACEITAS > WSS-ACEITAS-ANTES
              MOVE 'E' TO PND-SITUACAO
           ELSE
              MOVE 'N' TO PND-SITUACAO
           END-IF.

       ROOT-APLICA-APROVADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARREGA O ARQUIVO DE PENDENCIAS INTEIRO, COMO ESTA (EXPIRACAO
      * E EXPURGO SAO DO MANT120). O MAIOR NUMERO LIDO E A BASE DA
      * NUMERACAO DA PROXIMA.
      *-----------------------------------------------------------------
       ROOT-CARREGA-PENDENCIAS.

           MOVE ZEROES TO WSS-QTD-PND.
           MOVE ZEROES TO WSS-PND-ULTIMO.
           MOVE 'N'    TO WSS-EOF-PNDTB.

           OPEN INPUT PNDTB120.

           IF FS-PNDTB120 EQUAL '35'
              GO TO ROOT-CARREGA-PENDENCIAS-EXIT
           END-IF.

           IF FS-PNDTB120 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DE PNDTB120'
                     TO WSS-MENSAGEM
              MOVE RCTTB120-ERRO-ARQ-PENDENCIA          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM ROOT-LE-PENDENCIA THRU ROOT-LE-PENDENCIA-EXIT
                   UNTIL WSS-FIM-PNDTB.

           CLOSE PNDTB120.

       ROOT-CARREGA-PENDENCIAS-EXIT.
           EXIT.

       ROOT-LE-PENDENCIA.

           READ PNDTB120 INTO REG-PENDENCIA
               AT END
                   MOVE 'S' TO WSS-EOF-PNDTB
                   GO TO ROOT-LE-PENDENCIA-EXIT
           END-READ.

           IF WSS-QTD-PND EQUAL WSS-QTD-MAX-PND
              MOVE ' TABELA DE PENDENCIAS CHEIA'
                     TO WSS-MENSAGEM
              MOVE RCTTB120-PENDENCIAS-CHEIA            TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           IF PND-NUMERO IS NUMERIC
              AND PND-NUMERO > WSS-PND-ULTIMO
              MOVE PND-NUMERO TO WSS-PND-ULTIMO
           END-IF.

           ADD 1 TO WSS-QTD-PND.
           MOVE REG-PENDENCIA TO WSS-PND-ENT (WSS-QTD-PND).

       ROOT-LE-PENDENCIA-EXIT.
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
      * REGRAVA O ARQUIVO DE PENDENCIAS A PARTIR DA MEMORIA.
      *-----------------------------------------------------------------
       ROOT-REGRAVA-PENDENCIAS.

           OPEN OUTPUT PNDTB120.
           IF FS-PNDTB120 NOT EQUAL '00'
              MOVE ' ERRO NA REGRAVACAO DE PNDTB120'
                     TO WSS-MENSAGEM
              MOVE RCTTB120-ERRO-ARQ-PENDENCIA          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           MOVE 1 TO WSS-PND-IDX.

           PERFORM ROOT-GRAVA-UMA-PENDENCIA
              THRU ROOT-GRAVA-UMA-PENDENCIA-EXIT
                   UNTIL WSS-PND-IDX > WSS-QTD-PND.

           CLOSE PNDTB120.

       ROOT-REGRAVA-PENDENCIAS-EXIT.
           EXIT.

       ROOT-GRAVA-UMA-PENDENCIA.

           WRITE REG-PNDTB120 FROM WSS-PND-ENT (WSS-PND-IDX).
           IF FS-PNDTB120 NOT EQUAL '00'
              MOVE ' ERRO NA GRAVACAO DE PNDTB120'
                     TO WSS-MENSAGEM
              MOVE RCTTB120-ERRO-ARQ-PENDENCIA          TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-PND-IDX.

       ROOT-GRAVA-UMA-PENDENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA A LINHA DE LOG DA PENDENCIA EM REG-PENDENCIA : CHAVE DA
      * TRANSACAO GUARDADA, SOLICITANTE, APROVADOR E O NUMERO.
      *-----------------------------------------------------------------
       ROOT-MONTA-LOG-PENDENCIA.

           MOVE SPACES               TO REG-LOGMT120
           MOVE PND-TRANSACAO (1:1)  TO LOG-FUNCAO
           MOVE PND-TRANSACAO (2:4)  TO LOG-CODIGO
           MOVE PND-TRANSACAO (6:4)  TO LOG-CODIGO-NOVO
           MOVE WSS-HOJE             TO LOG-DATA
           MOVE PND-SOLICITANTE      TO LOG-SOLICITANTE
           MOVE PND-APROVADOR        TO LOG-APROVADOR
           MOVE PND-NUMERO           TO WSS-MSG-PND-NUMERO
           MOVE WSS-MSG-PENDENCIA    TO LOG-MENSAGEM.

       ROOT-MONTA-LOG-PENDENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ABRE O LOGMT120 EM EXTEND SO DURANTE UMA ATUALIZACAO.
      *-----------------------------------------------------------------
       ROOT-ABRE-LOG.

           OPEN EXTEND LOGMT120.
           IF FS-LOGMT120 EQUAL '35'
              OPEN OUTPUT LOGMT120
           END-IF.
           IF FS-LOGMT120 NOT EQUAL '00'
              MOVE ' ERRO NA ABERTURA DO ARQUIVO LOGMT120'
                     TO WSS-MENSAGEM
              MOVE RCTTB120-ERRO-ARQ-LOG                TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

       ROOT-ABRE-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA A TRANSACAO NO FORMATO DO CARTAO MOVTB120. INATIVAR E A
      * ALTERACAO SO DA SITUACAO : PARTE DO REGISTRO ATUAL DO MASTER,
      * TROCA A SITUACAO PARA 'I' E MANTEM A CHAVE.
      *-----------------------------------------------------------------
       ROOT-MONTA-TRANSACAO.

           MOVE SPACES              TO WSS-TRANSACAO.
           MOVE WSS-TEL-FUNCAO      TO WSS-TRN-FUNCAO.
           MOVE WSS-TEL-CODIGO      TO WSS-TRN-CODIGO.
           MOVE WSS-TEL-CODIGO-NOVO TO WSS-TRN-CODIGO-NOVO.
           MOVE WSS-TEL-DESCRICAO   TO WSS-TRN-DESCRICAO.
           MOVE WSS-TEL-SITUACAO    TO WSS-TRN-SITUACAO.
           MOVE WSS-TEL-VIG-DE      TO WSS-TRN-VIG-DE-X.
           MOVE WSS-TEL-VIG-ATE     TO WSS-TRN-VIG-ATE-X.

           IF WSS-TEL-FORCA EQUAL 'F' OR WSS-TEL-FORCA EQUAL 'f'
              MOVE 'F' TO WSS-TRN-FORCA
           END-IF.

           IF WSS-TEL-FUNCAO NOT EQUAL 'N'
              GO TO ROOT-MONTA-TRANSACAO-EXIT
           END-IF.

           MOVE WSS-TEL-CODIGO TO REG-TABREF001-CHAVE.

           READ TABREF001
               KEY IS REG-TABREF001-CHAVE
               INVALID KEY
                   MOVE ' CODIGO NAO ENCONTRADO NO MASTER'
                          TO WSS-TEL-MENSAGEM
                   GO TO ROOT-MONTA-TRANSACAO-EXIT
           END-READ.

           IF REG-TABREF001-INATIVO
              MOVE ' CODIGO JA ESTA INATIVO'
                     TO WSS-TEL-MENSAGEM
              GO TO ROOT-MONTA-TRANSACAO-EXIT
           END-IF.

           MOVE 'A'                   TO WSS-TRN-FUNCAO
           MOVE SPACES                TO WSS-TRN-CODIGO-NOVO
           MOVE REG-TABREF001-DESCR   TO WSS-TRN-DESCRICAO
           MOVE 'I'                   TO WSS-TRN-SITUACAO
           MOVE REG-TABREF001-VIG-DE  TO WSS-TRN-VIG-DE-NUM
           MOVE REG-TABREF001-VIG-ATE TO WSS-TRN-VIG-ATE-NUM.

       ROOT-MONTA-TRANSACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * APLICA A TRANSACAO APROVADA CONTRA O MASTER, DE ACORDO COM A
      * FUNCAO - MESMAS REGRAS E MENSAGENS DE LOG DO MANT120 (A
      * PENDENCIA CORRENTE ESTA EM REG-PENDENCIA).
      *-----------------------------------------------------------------
       ROOT-APLICA-TRANS.

           MOVE SPACES              TO REG-LOGMT120
           MOVE WSS-TRN-FUNCAO      TO LOG-FUNCAO
           MOVE WSS-TRN-CODIGO      TO LOG-CODIGO
           MOVE WSS-TRN-CODIGO-NOVO TO LOG-CODIGO-NOVO
           ACCEPT WSS-HOJE FROM DATE YYYYMMDD
           MOVE WSS-HOJE            TO LOG-DATA
           MOVE PND-SOLICITANTE     TO LOG-SOLICITANTE
           MOVE PND-APROVADOR       TO LOG-APROVADOR.

           EVALUATE TRUE
               WHEN WSS-TRN-INCLUI
                   PERFORM ROOT-INCLUI-CODIGO
                      THRU ROOT-INCLUI-CODIGO-EXIT
               WHEN WSS-TRN-ALTERA
                   PERFORM ROOT-ALTERA-CODIGO
                      THRU ROOT-ALTERA-CODIGO-EXIT
               WHEN WSS-TRN-EXCLUI
                   PERFORM ROOT-EXCLUI-CODIGO
                      THRU ROOT-EXCLUI-CODIGO-EXIT
           END-EVALUATE.

       ROOT-APLICA-TRANS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * INCLUI O CODIGO NO MASTER. REJEITA SE O CODIGO JA EXISTIR.
      *-----------------------------------------------------------------
       ROOT-INCLUI-CODIGO.

           MOVE WSS-TRN-CODIGO TO REG-TABREF001-CHAVE.
           PERFORM ROOT-MOVE-CAMPOS THRU ROOT-MOVE-CAMPOS-EXIT.

           WRITE REG-TABREF001.

           IF FS-TABREF001 EQUAL '00'
              ADD 1 TO WSS-MOV-ACEITAS
              MOVE 'ACEITA'    TO LOG-SITUACAO
              MOVE ' CODIGO INCLUIDO'
                     TO LOG-MENSAGEM
           ELSE
              ADD 1 TO WSS-MOV-REJEITADAS
              MOVE 'REJEITADA' TO LOG-SITUACAO
              MOVE ' CODIGO JA EXISTE NO MASTER'
                     TO LOG-MENSAGEM
           END-IF.

           PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT.

       ROOT-INCLUI-CODIGO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EXCLUI O CODIGO DO MASTER. REJEITA SE O CODIGO NAO EXISTIR OU
      * SE AINDA ESTIVER EM USO PELO PIPELINE (SALVO COM FORCA).
      *-----------------------------------------------------------------
       ROOT-EXCLUI-CODIGO.

           PERFORM ROOT-CHECA-EM-USO THRU ROOT-CHECA-EM-USO-EXIT.

           IF WSS-USO-ENCONTROU AND NOT WSS-TRN-FORCADA
              ADD 1 TO WSS-MOV-REJEITADAS
              MOVE 'REJEITADA' TO LOG-SITUACAO
              MOVE ' CODIGO EM USO - USE O FLAG F'
                     TO LOG-MENSAGEM
              PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT
              GO TO ROOT-EXCLUI-CODIGO-EXIT
           END-IF.

           MOVE WSS-TRN-CODIGO TO REG-TABREF001-CHAVE.

           READ TABREF001
               KEY IS REG-TABREF001-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF FS-TABREF001 EQUAL '00'
              DELETE TABREF001
              IF FS-TABREF001 EQUAL '00'
                 ADD 1 TO WSS-MOV-ACEITAS
                 MOVE 'ACEITA'    TO LOG-SITUACAO
                 MOVE ' CODIGO EXCLUIDO'
                        TO LOG-MENSAGEM
              ELSE
                 ADD 1 TO WSS-MOV-REJEITADAS
                 MOVE 'REJEITADA' TO LOG-SITUACAO
                 MOVE ' FALHA AO EXCLUIR O CODIGO'
                        TO LOG-MENSAGEM
              END-IF
           ELSE
              ADD 1 TO WSS-MOV-REJEITADAS
              MOVE 'REJEITADA' TO LOG-SITUACAO
              MOVE ' CODIGO NAO ENCONTRADO NO MASTER'
                     TO LOG-MENSAGEM
           END-IF.

           PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT.

       ROOT-EXCLUI-CODIGO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ALTERA O CODIGO PARA O CODIGO NOVO (EXCLUSAO + INCLUSAO, COM A
      * MESMA COMPENSACAO DO MANT120) OU, COM O CODIGO NOVO EM BRANCO
      * OU IGUAL AO ATUAL, SO OS CAMPOS DO REGISTRO (REWRITE). A TROCA
      * DE CODIGO PASSA PELA CHECAGEM DE USO.
      *-----------------------------------------------------------------
       ROOT-ALTERA-CODIGO.

           IF WSS-TRN-CODIGO-NOVO EQUAL SPACES
              OR WSS-TRN-CODIGO-NOVO EQUAL WSS-TRN-CODIGO
              PERFORM ROOT-ATUALIZA-CAMPOS
                 THRU ROOT-ATUALIZA-CAMPOS-EXIT
              GO TO ROOT-ALTERA-CODIGO-EXIT
           END-IF.

           PERFORM ROOT-CHECA-EM-USO THRU ROOT-CHECA-EM-USO-EXIT.

           IF WSS-USO-ENCONTROU AND NOT WSS-TRN-FORCADA
              ADD 1 TO WSS-MOV-REJEITADAS
              MOVE 'REJEITADA' TO LOG-SITUACAO
              MOVE ' CODIGO EM USO - USE O FLAG F'
                     TO LOG-MENSAGEM
              PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT
              GO TO ROOT-ALTERA-CODIGO-EXIT
           END-IF.

           MOVE WSS-TRN-CODIGO TO REG-TABREF001-CHAVE.

           READ TABREF001
               KEY IS REG-TABREF001-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF FS-TABREF001 NOT EQUAL '00'
              ADD 1 TO WSS-MOV-REJEITADAS
              MOVE 'REJEITADA' TO LOG-SITUACAO
              MOVE ' CODIGO ATUAL NAO ENCONTRADO NO MASTER'
                     TO LOG-MENSAGEM
              PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT
              GO TO ROOT-ALTERA-CODIGO-EXIT
           END-IF.

           MOVE WSS-TRN-CODIGO-NOVO TO REG-TABREF001-CHAVE.
           PERFORM ROOT-MOVE-CAMPOS THRU ROOT-MOVE-CAMPOS-EXIT.

           WRITE REG-TABREF001.

           IF FS-TABREF001 NOT EQUAL '00'
              ADD 1 TO WSS-MOV-REJEITADAS
              MOVE 'REJEITADA' TO LOG-SITUACAO
              MOVE ' CODIGO NOVO JA EXISTE NO MASTER'
                     TO LOG-MENSAGEM
              PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT
              GO TO ROOT-ALTERA-CODIGO-EXIT
           END-IF.

           MOVE WSS-TRN-CODIGO TO REG-TABREF001-CHAVE.
           DELETE TABREF001.

           IF FS-TABREF001 EQUAL '00'
              ADD 1 TO WSS-MOV-ACEITAS
              MOVE 'ACEITA'    TO LOG-SITUACAO
              MOVE ' CODIGO ALTERADO'
                     TO LOG-MENSAGEM
              PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT
              GO TO ROOT-ALTERA-CODIGO-EXIT
           END-IF.

      *-----------------------------------------------------------------
      * NAO FOI POSSIVEL EXCLUIR O CODIGO ATUAL - DESFAZ A GRAVACAO DO
      * CODIGO NOVO PARA NAO DEIXAR OS DOIS VIVOS NO MASTER.
      *-----------------------------------------------------------------
           MOVE WSS-TRN-CODIGO-NOVO TO REG-TABREF001-CHAVE.
           DELETE TABREF001.

           IF FS-TABREF001 EQUAL '00'
              ADD 1 TO WSS-MOV-REJEITADAS
              MOVE 'REJEITADA' TO LOG-SITUACAO
              MOVE ' FALHA AO EXCLUIR CODIGO ATUAL APOS ALTERAR'
                     TO LOG-MENSAGEM
              PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT
              GO TO ROOT-ALTERA-CODIGO-EXIT
           END-IF.

      *-----------------------------------------------------------------
      * A COMPENSACAO TAMBEM FALHOU - INCONSISTENCIA NO TABREF001.
      *-----------------------------------------------------------------
           MOVE ' FALHA AO COMPENSAR CODIGO NOVO APOS ALTERAR'
                  TO WSS-MENSAGEM
           MOVE RCTTB120-ERRO-ARQ-MASTER                TO RETURN-CODE
           PERFORM ROT-ABEND.

       ROOT-ALTERA-CODIGO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDA OS CAMPOS DA TRANSACAO E APLICA OS DEFAULTS - MESMAS
      * REGRAS DO MANT120 : SITUACAO EM BRANCO VIRA 'A', VIGENCIAS EM
      * BRANCO VIRAM ZEROS, VIGENCIA FINAL ANTES DA INICIAL E
      * REJEITADA.
      *-----------------------------------------------------------------
       ROOT-VALIDA-CAMPOS.

           MOVE 'N'    TO WSS-CAMPOS-OK.
           MOVE SPACES TO WSS-MSG-CAMPOS.

           MOVE WSS-TRN-DESCRICAO TO WSS-CMP-DESCRICAO.

           EVALUATE WSS-TRN-SITUACAO
               WHEN 'A'
               WHEN 'I'
                   MOVE WSS-TRN-SITUACAO TO WSS-CMP-SITUACAO
               WHEN SPACE
                   MOVE 'A'              TO WSS-CMP-SITUACAO
               WHEN OTHER
                   MOVE ' SITUACAO INVALIDA (A/I)'
                          TO WSS-MSG-CAMPOS
                   GO TO ROOT-VALIDA-CAMPOS-EXIT
           END-EVALUATE.

           IF WSS-TRN-VIG-DE-X EQUAL SPACES
              MOVE ZEROES TO WSS-CMP-VIG-DE
           ELSE
              IF WSS-TRN-VIG-DE-X IS NOT NUMERIC
                 MOVE ' VIGENCIA INICIAL NAO NUMERICA'
                        TO WSS-MSG-CAMPOS
                 GO TO ROOT-VALIDA-CAMPOS-EXIT
              END-IF
              MOVE WSS-TRN-VIG-DE-NUM TO WSS-CMP-VIG-DE
           END-IF.

           IF WSS-TRN-VIG-ATE-X EQUAL SPACES
              MOVE ZEROES TO WSS-CMP-VIG-ATE
           ELSE
              IF WSS-TRN-VIG-ATE-X IS NOT NUMERIC
                 MOVE ' VIGENCIA FINAL NAO NUMERICA'
                        TO WSS-MSG-CAMPOS
                 GO TO ROOT-VALIDA-CAMPOS-EXIT
              END-IF
              MOVE WSS-TRN-VIG-ATE-NUM TO WSS-CMP-VIG-ATE
           END-IF.

           IF WSS-CMP-VIG-ATE NOT EQUAL ZEROES
              AND WSS-CMP-VIG-ATE < WSS-CMP-VIG-DE
              MOVE ' VIGENCIA FINAL ANTES DA INICIAL'
                     TO WSS-MSG-CAMPOS
              GO TO ROOT-VALIDA-CAMPOS-EXIT
           END-IF.

           MOVE 'S' TO WSS-CAMPOS-OK.

       ROOT-VALIDA-CAMPOS-EXIT.
           EXIT.

       ROOT-MOVE-CAMPOS.

           MOVE WSS-CMP-DESCRICAO TO REG-TABREF001-DESCR.
           MOVE WSS-CMP-SITUACAO  TO REG-TABREF001-SIT.
           MOVE WSS-CMP-VIG-DE    TO REG-TABREF001-VIG-DE.
           MOVE WSS-CMP-VIG-ATE   TO REG-TABREF001-VIG-ATE.

       ROOT-MOVE-CAMPOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ALTERACAO SEM TROCA DE CHAVE : RELE O REGISTRO E REGRAVA COM
      * OS CAMPOS NOVOS (REWRITE).
      *-----------------------------------------------------------------
       ROOT-ATUALIZA-CAMPOS.

           MOVE WSS-TRN-CODIGO TO REG-TABREF001-CHAVE.

           READ TABREF001
               KEY IS REG-TABREF001-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF FS-TABREF001 NOT EQUAL '00'
              ADD 1 TO WSS-MOV-REJEITADAS
              MOVE 'REJEITADA' TO LOG-SITUACAO
              MOVE ' CODIGO NAO ENCONTRADO NO MASTER'
                     TO LOG-MENSAGEM
              PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT
              GO TO ROOT-ATUALIZA-CAMPOS-EXIT
           END-IF.

           PERFORM ROOT-MOVE-CAMPOS THRU ROOT-MOVE-CAMPOS-EXIT.

           REWRITE REG-TABREF001.

           IF FS-TABREF001 EQUAL '00'
              ADD 1 TO WSS-MOV-ACEITAS
              MOVE 'ACEITA'    TO LOG-SITUACAO
              MOVE ' CAMPOS DO CODIGO ATUALIZADOS'
                     TO LOG-MENSAGEM
           ELSE
              ADD 1 TO WSS-MOV-REJEITADAS
              MOVE 'REJEITADA' TO LOG-SITUACAO
              MOVE ' FALHA AO REGRAVAR O CODIGO'
                     TO LOG-MENSAGEM
           END-IF.

           PERFORM ROOT-GRAVA-LOG THRU ROOT-GRAVA-LOG-EXIT.

       ROOT-ATUALIZA-CAMPOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CHECAGEM DE USO : REMONTA A TABELA DE CODIGOS EM USO (COMO O
      * MANT120 FAZ NO INICIO DO JOB) E PROCURA O CODIGO ATUAL.
      *-----------------------------------------------------------------
       ROOT-CHECA-EM-USO.

           PERFORM ROOT-CARREGA-USO THRU ROOT-CARREGA-USO-EXIT.

           MOVE WSS-TRN-CODIGO TO WSS-CODIGO-TESTE.

           PERFORM ROOT-PROCURA-USO THRU ROOT-PROCURA-USO-EXIT.

       ROOT-CHECA-EM-USO-EXIT.
           EXIT.

       ROOT-CARREGA-USO.

           MOVE ZEROES  TO WSS-QTD-USO.
           MOVE 'N'     TO WSS-EOF-OUTPTFL.
           MOVE 'N'     TO WSS-EOF-ENTRADA.
           MOVE 'OUTPTFL' TO WSS-OUTPTFL-DD.

           MOVE 'U'    TO WSS-CAT-FUNCAO.
           MOVE ZEROES TO WSS-CAT-DATA.
           MOVE SPACES TO WSS-CAT-NOME.
           MOVE 'N'    TO WSS-CAT-FOUND.

           CALL 'CATLG117' USING WSS-CAT-REQUEST.

           IF WSS-CAT-ACHOU
              MOVE WSS-CAT-NOME TO WSS-OUTPTFL-DD
           END-IF.

           OPEN INPUT OUTPTFL.

           IF FS-OUTPTFL NOT EQUAL '00' AND FS-OUTPTFL NOT EQUAL '35'
              MOVE ' ERRO NA LEITURA DO EXTRATO'
                     TO WSS-MENSAGEM
              MOVE RCTTB120-ERRO-ARQ-USO                TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           IF FS-OUTPTFL EQUAL '00'
              PERFORM ROOT-LE-USO-EXTRATO
                 THRU ROOT-LE-USO-EXTRATO-EXIT
                      UNTIL WSS-FIM-OUTPTFL
              CLOSE OUTPTFL
           END-IF.

           OPEN INPUT ENTRADA117.

           IF FS-ENTRADA117 NOT EQUAL '00'
              AND FS-ENTRADA117 NOT EQUAL '35'
              MOVE ' ERRO NA LEITURA DE ENTRADA117'
                     TO WSS-MENSAGEM
              MOVE RCTTB120-ERRO-ARQ-USO                TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           IF FS-ENTRADA117 EQUAL '00'
              PERFORM ROOT-LE-USO-ENTRADA
                 THRU ROOT-LE-USO-ENTRADA-EXIT
                      UNTIL WSS-FIM-ENTRADA
              CLOSE ENTRADA117
           END-IF.

       ROOT-CARREGA-USO-EXIT.
           EXIT.

       ROOT-LE-USO-EXTRATO.

           READ OUTPTFL
               AT END
                   MOVE 'S' TO WSS-EOF-OUTPTFL
               NOT AT END
                   IF REG-TIPO-REG EQUAL 'DT'
                      AND REG-CODIGO-REF NOT EQUAL SPACES
                      MOVE REG-CODIGO-REF TO WSS-CODIGO-TESTE
                      PERFORM ROOT-REGISTRA-USO
                         THRU ROOT-REGISTRA-USO-EXIT
                   END-IF
           END-READ.

       ROOT-LE-USO-EXTRATO-EXIT.
           EXIT.

       ROOT-LE-USO-ENTRADA.

           READ ENTRADA117
               AT END
                   MOVE 'S' TO WSS-EOF-ENTRADA
               NOT AT END
                   IF ENT-CONTRATO (1:4) NOT EQUAL SPACES
                      MOVE ENT-CONTRATO (1:4) TO WSS-CODIGO-TESTE
                      PERFORM ROOT-REGISTRA-USO
                         THRU ROOT-REGISTRA-USO-EXIT
                   END-IF
           END-READ.

       ROOT-LE-USO-ENTRADA-EXIT.
           EXIT.

       ROOT-REGISTRA-USO.

           PERFORM ROOT-PROCURA-USO THRU ROOT-PROCURA-USO-EXIT.

           IF WSS-USO-ENCONTROU
              GO TO ROOT-REGISTRA-USO-EXIT
           END-IF.

           IF WSS-QTD-USO EQUAL WSS-QTD-MAX-USO
              MOVE ' TABELA DE CODIGOS EM USO CHEIA'
                     TO WSS-MENSAGEM
              MOVE RCTTB120-TAB-USO-CHEIA               TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           ADD 1 TO WSS-QTD-USO.
           MOVE WSS-CODIGO-TESTE TO WSS-TAB-USO (WSS-QTD-USO).

       ROOT-REGISTRA-USO-EXIT.
           EXIT.

       ROOT-PROCURA-USO.

           MOVE 'N' TO WSS-USO-ACHOU.
           MOVE 1   TO WSS-USO-IDX.

           PERFORM ROOT-COMPARA-USO THRU ROOT-COMPARA-USO-EXIT
                   UNTIL WSS-USO-IDX > WSS-QTD-USO
                      OR WSS-USO-ENCONTROU.

       ROOT-PROCURA-USO-EXIT.
           EXIT.

       ROOT-COMPARA-USO.

           IF WSS-TAB-USO (WSS-USO-IDX) EQUAL WSS-CODIGO-TESTE
              MOVE 'S' TO WSS-USO-ACHOU
           ELSE
              ADD 1 TO WSS-USO-IDX
           END-IF.

       ROOT-COMPARA-USO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA UMA LINHA NO LOG DE MANUTENCAO.
      *-----------------------------------------------------------------
       ROOT-GRAVA-LOG.

           WRITE REG-LOGMT120.

           IF FS-LOGMT120 NOT EQUAL '00'
              MOVE ' AVISO - FALHA AO GRAVAR LOGMT120'
                     TO WSS-TEL-MENSAGEM
           END-IF.

       ROOT-GRAVA-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DATA AAAAMMDD (WSS-DATA-EDITAR) PARA DD/MM/AAAA. ZEROS (SEM
      * LIMITE DE VIGENCIA) SAEM EM BRANCO.
      *-----------------------------------------------------------------
       ROOT-EDITA-DATA.

           IF WSS-DATA-EDITAR EQUAL ZEROES
              MOVE SPACES TO WSS-DATA-EDITADA
              GO TO ROOT-EDITA-DATA-EXIT
           END-IF.

           MOVE '//'                  TO WSS-DATA-EDITADA
           MOVE WSS-DATA-EDITAR (7:2) TO WSS-ED-DIA
           MOVE WSS-DATA-EDITAR (5:2) TO WSS-ED-MES
           MOVE WSS-DATA-EDITAR (1:4) TO WSS-ED-ANO.

       ROOT-EDITA-DATA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TOMA/LIBERA A TRAVA TABREF01 (TRAVA117). NA TELA A TRAVA
      * OCUPADA NAO ABENDA - A ATUALIZACAO E RECUSADA E O OPERADOR
      * TENTA DE NOVO DEPOIS.
      *-----------------------------------------------------------------
       ROT-TOMA-TRAVA.

           MOVE 'T'         TO WSS-TRV-FUNCAO.
           MOVE 'TABREF01'  TO WSS-TRV-ARQUIVO.
           MOVE 'TELTB120'  TO WSS-TRV-PROGRAMA.
           MOVE ' '         TO WSS-TRV-RESULT.

           CALL 'TRAVA117' USING WSS-TRV-REQUEST.

           IF WSS-TRV-OCUPADA
              MOVE 'N' TO WSS-TRAVA
           ELSE
              MOVE 'S' TO WSS-TRAVA
           END-IF.

       ROT-TOMA-TRAVA-EXIT.
           EXIT.

       ROT-LIBERA-TRAVA.

           MOVE 'L' TO WSS-TRV-FUNCAO.

           CALL 'TRAVA117' USING WSS-TRV-REQUEST.

           MOVE 'N' TO WSS-TRAVA.

       ROT-LIBERA-TRAVA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * GRAVA UM REGISTRO NO HISTORICO DE EXECUCOES DA SUITE.
      *-----------------------------------------------------------------
       ROT-GRAVA-HISTORICO.

           CALL 'GRVHST01' USING WSS-HIS-REQUEST.

       ROT-GRAVA-HISTORICO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ABEND - A TRAVA TOMADA PARA A ATUALIZACAO EM CURSO E LIBERADA
      * ANTES DE ENCERRAR, PARA NAO BLOQUEAR O MANT120.
      *-----------------------------------------------------------------
       ROT-ABEND.

           IF WSS-TRAVA-TOMADA
              MOVE RETURN-CODE TO WSS-RC-ABEND
              PERFORM ROT-LIBERA-TRAVA THRU ROT-LIBERA-TRAVA-EXIT
              MOVE WSS-RC-ABEND TO RETURN-CODE
           END-IF.

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

       END PROGRAM TELTB120.
