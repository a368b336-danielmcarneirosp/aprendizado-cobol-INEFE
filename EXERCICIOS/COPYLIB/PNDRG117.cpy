      *-----------------------------------------------------------------
      * PNDRG117 - LAYOUT DO REGISTRO DOS ARQUIVOS DE ALTERACOES
      * PENDENTES DAS TABELAS DE PARAMETRO (DUPLA APROVACAO) :
      *  PNDEN117 - TABELA DE ENCARGOS TABEN117  (MANTC117)
      *  PNDFE119 - CALENDARIO FERIADOS119       (MANT119)
      *  PNDTB120 - MASTER TABREF001             (MANT120/TELTB120)
      * TODA TRANSACAO DE MANUTENCAO ENTRA PRIMEIRO AQUI, COM O
      * OPERADOR QUE A DIGITOU (SOLICITANTE), E SO E APLICADA NA
      * TABELA DEPOIS DE APROVADA POR OUTRO OPERADOR (APROVADOR).
      *  NUMERO     - SEQUENCIAL DA PENDENCIA NO ARQUIVO, INFORMADO NO
      *               CARTAO/TELA DE APROVACAO OU REPROVACAO
      *  SITUACAO   'P' PENDENTE   - AGUARDANDO O APROVADOR
      *             'A' APROVADA   - AGUARDANDO A APLICACAO
      *             'E' EFETIVADA  - APROVADA E APLICADA NA TABELA
      *             'N' NAO APLICADA - APROVADA MAS REJEITADA NA
      *                              VALIDACAO DA APLICACAO
      *             'R' REPROVADA  - RECUSADA PELO APROVADOR
      *             'X' EXPIRADA   - SEM DECISAO DENTRO DO PRAZO
      *  ORIGEM     'L' CARTAO DE LOTE, 'T' TELA ON-LINE (TELTB120)
      *  DATA-INCL  - DATA EM QUE A PENDENCIA FOI REGISTRADA
      *  DATA-SIT   - DATA DA ULTIMA MUDANCA DE SITUACAO
      *  TRANSACAO  - IMAGEM DO CARTAO DE MANUTENCAO (MESMO LAYOUT DO
      *               MOVEN117/MOVFE119/MOVTB120), APLICADA TAL QUAL
      * REGISTRO FIXO DE 130 BYTES.
      *-----------------------------------------------------------------
       01  REG-PENDENCIA.
           05  PND-NUMERO              PIC 9(07).
           05  FILLER                  PIC X(01).
           05  PND-SITUACAO            PIC X(01).
               88  PND-PENDENTE                VALUE 'P'.
               88  PND-APROVADA                VALUE 'A'.
               88  PND-EFETIVADA               VALUE 'E'.
               88  PND-NAO-APLICADA            VALUE 'N'.
               88  PND-REPROVADA               VALUE 'R'.
               88  PND-EXPIRADA                VALUE 'X'.
               88  PND-ENCERRADA               VALUE 'E' 'N' 'R' 'X'.
           05  FILLER                  PIC X(01).
           05  PND-ORIGEM              PIC X(01).
               88  PND-ORIGEM-LOTE             VALUE 'L'.
               88  PND-ORIGEM-TELA             VALUE 'T'.
           05  FILLER                  PIC X(01).
           05  PND-SOLICITANTE         PIC X(08).
           05  FILLER                  PIC X(01).
           05  PND-DATA-INCL           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PND-APROVADOR           PIC X(08).
           05  FILLER                  PIC X(01).
           05  PND-DATA-SIT            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PND-TRANSACAO           PIC X(80).
           05  FILLER                  PIC X(02).
