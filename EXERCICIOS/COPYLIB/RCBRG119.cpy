      *-----------------------------------------------------------------
      * RCBRG119 - LAYOUT DO REGISTRO DO LOG DE RECEBIMENTO DAS FILIAIS
      * (RECFL119). UMA LINHA POR ARQUIVO DE FILIAL CONFERIDO PELO
      * CONSO119, ACEITO OU RECUSADO, ACUMULADA ENTRE AS EXECUCOES
      * (OPEN EXTEND) :
      *  FILIAL/DATA-MOVTO/SEQUENCIA - O QUE VEIO NO HEADER DO ARQUIVO
      *                                (DATA E SEQUENCIA COMO RECEBIDAS)
      *  SITUACAO 'A' ACEITA (ENTROU NO LOTE), 'R' RECUSADA
      *  MOTIVO       - 00 NA ACEITA, CODIGO DA RECUSA NA RECUSADA
      *  INFORMADO    - QUANTIDADE E PRINCIPAL DO TRAILER
      *  LIDO         - QUANTIDADE E PRINCIPAL CONTADOS NO ARQUIVO
      *  DATA-CICLO   - DATA DE MOVIMENTO (DATMV117) DA CONSOLIDACAO
      *  DATA/HORA-PROC - RELOGIO DA MAQUINA NA GRAVACAO
      * REGISTRO FIXO DE 130 BYTES.
      *-----------------------------------------------------------------
       01  REG-RECFL119.
           05  RCB-FILIAL              PIC X(02).
           05  FILLER                  PIC X(01).
           05  RCB-DATA-MOVTO          PIC X(08).
           05  FILLER                  PIC X(01).
           05  RCB-SEQUENCIA           PIC X(06).
           05  FILLER                  PIC X(01).
           05  RCB-SITUACAO            PIC X(01).
               88  RCB-ACEITA                  VALUE 'A'.
               88  RCB-RECUSADA                VALUE 'R'.
           05  FILLER                  PIC X(01).
           05  RCB-MOTIVO              PIC 9(02).
           05  FILLER                  PIC X(01).
           05  RCB-MENSAGEM            PIC X(30).
           05  FILLER                  PIC X(01).
           05  RCB-QTD-INFORMADA       PIC 9(07).
           05  FILLER                  PIC X(01).
           05  RCB-QTD-LIDA            PIC 9(07).
           05  FILLER                  PIC X(01).
           05  RCB-PRINC-INFORMADO     PIC 9(13)V99.
           05  FILLER                  PIC X(01).
           05  RCB-PRINC-LIDO          PIC 9(13)V99.
           05  FILLER                  PIC X(01).
           05  RCB-DATA-CICLO          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  RCB-DATA-PROC           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  RCB-HORA-PROC           PIC 9(06).
           05  FILLER                  PIC X(03).
