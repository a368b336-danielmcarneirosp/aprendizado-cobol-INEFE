       77  RC119-ERRO-ARQ-REPROC        PIC 9(03) VALUE 185.
       77  RC119-TAB-CONTRATOS-CHEIA    PIC 9(03) VALUE 190.
       77  RC119-ERRO-REJ-FILIAL        PIC 9(03) VALUE 192.
       77  RC119-ERRO-ARQ-PARCELAS      PIC 9(03) VALUE 194.
      *----------------------------------------------------------------
      * FAIXA 200-299 : EXECCB117 - GERACAO DO EXTRATO OUTPTFL
      *----------------------------------------------------------------
       77  RC117-MODO-REAL-SEM-ENTRADA  PIC 9(03) VALUE 265.
       77  RC117-ERRO-ARQ-CATALOGO      PIC 9(03) VALUE 270.
      *----------------------------------------------------------------
      * FAIXA 280-284 : CTACT117 - CONTA CORRENTE DE COBRANCA POR
      * CONTRATO (SUBDIVIDIDA DA METADE ALTA DA FAIXA 200-299 DO
      * EXECCB117, QUE VAI ATE O 270)
      *----------------------------------------------------------------
       77  RCCCT117-ERRO-ARQ-CONTA      PIC 9(03) VALUE 280.
       77  RCCCT117-ERRO-ARQ-LANCAMENTO PIC 9(03) VALUE 281.
       77  RCCCT117-ERRO-ARQ-VENCIMENTO PIC 9(03) VALUE 282.
      *----------------------------------------------------------------
      * FAIXA 285-289 : SALCC117 - EXTRATO DE SALDOS EM ABERTO DA
      * CONTA CORRENTE (SUBDIVIDIDA DA FAIXA 200-299 DO EXECCB117)
      *----------------------------------------------------------------
       77  RCSCC117-ERRO-ARQ-CONTA      PIC 9(03) VALUE 285.
       77  RCSCC117-ERRO-ARQ-RELATORIO  PIC 9(03) VALUE 286.
       77  RCSCC117-TABELA-CHEIA        PIC 9(03) VALUE 287.
      *----------------------------------------------------------------
      * FAIXA 290-299 : AVISO117 - REGUA DE AVISOS DE COBRANCA
      * (SUBDIVIDIDA DA FAIXA 200-299 DO EXECCB117)
      *----------------------------------------------------------------
       77  RCAVI117-ERRO-ARQ-FATURA     PIC 9(03) VALUE 290.
       77  RCAVI117-ERRO-ARQ-NIVEIS     PIC 9(03) VALUE 291.
       77  RCAVI117-NIVEIS-INVALIDOS    PIC 9(03) VALUE 292.
       77  RCAVI117-ERRO-ARQ-HISTORICO  PIC 9(03) VALUE 293.
       77  RCAVI117-ERRO-ARQ-AVISO      PIC 9(03) VALUE 294.
      *----------------------------------------------------------------
      * FAIXA 300-399 : MANT120 - MANUTENCAO DO MASTER TABREF001
      *----------------------------------------------------------------
       77  RC120-ERRO-ARQ-MOVIMENTO     PIC 9(03) VALUE 310.
       77  RC120-ERRO-ARQ-LOG           PIC 9(03) VALUE 330.
       77  RC120-TAB-USO-CHEIA          PIC 9(03) VALUE 340.
       77  RC120-ERRO-ARQ-USO           PIC 9(03) VALUE 345.
       77  RC120-ERRO-ARQ-PENDENCIA     PIC 9(03) VALUE 346.
       77  RC120-PENDENCIAS-CHEIA       PIC 9(03) VALUE 347.
      *----------------------------------------------------------------
      * FAIXA 348-357 : CONTB117 - INTERFACE CONTABIL DA COBRANCA
      * (SUBDIVIDIDA DA METADE ALTA DA FAIXA 300-399 DO MANT120, QUE
      * VAI ATE O 347)
      *----------------------------------------------------------------
       77  RCCTB117-DATA-CONTABILIZADA  PIC 9(03) VALUE 348.
       77  RCCTB117-ERRO-ARQ-CONTROLE   PIC 9(03) VALUE 349.
       77  RCCTB117-ERRO-ARQ-FATURA     PIC 9(03) VALUE 350.
       77  RCCTB117-ERRO-ARQ-LIQUIDACAO PIC 9(03) VALUE 351.
       77  RCCTB117-ERRO-ARQ-CONTAS     PIC 9(03) VALUE 352.
       77  RCCTB117-EVENTO-SEM-CONTA    PIC 9(03) VALUE 353.
       77  RCCTB117-ERRO-ARQ-LANCAMENTO PIC 9(03) VALUE 354.
       77  RCCTB117-DESBALANCEADO       PIC 9(03) VALUE 355.
       77  RCCTB117-DIVERGE-FATURA      PIC 9(03) VALUE 356.
       77  RCCTB117-FATURA-SEM-TRAILER  PIC 9(03) VALUE 357.
      *----------------------------------------------------------------
      * FAIXA 358-364 : MANTM117 - MANUTENCAO DA TABELA DE CONTAS
      * CONTABEIS MAPCT117 (SUBDIVIDIDA DA FAIXA 300-399 DO MANT120)
      *----------------------------------------------------------------
       77  RCMMP117-ERRO-ARQ-MOVIMENTO  PIC 9(03) VALUE 358.
       77  RCMMP117-ERRO-ARQ-CONTAS     PIC 9(03) VALUE 359.
       77  RCMMP117-ERRO-ARQ-LOG        PIC 9(03) VALUE 360.
       77  RCMMP117-TABELA-CHEIA        PIC 9(03) VALUE 361.
      *----------------------------------------------------------------
      * FAIXA 365-374 : MOVFL117 - MOVIMENTO DIARIO POR FILIAL
      * (SUBDIVIDIDA DA FAIXA 300-399 DO MANT120)
      *----------------------------------------------------------------
       77  RCMFL117-ERRO-ARQ-RELATORIO  PIC 9(03) VALUE 365.
       77  RCMFL117-ERRO-ARQ-ENTRADA    PIC 9(03) VALUE 366.
       77  RCMFL117-TABELA-CHEIA        PIC 9(03) VALUE 367.
       77  RCMFL117-RECAP-DIVERGE       PIC 9(03) VALUE 368.
      *----------------------------------------------------------------
      * FAIXA 375-384 : TELTB120 - MANUTENCAO ON-LINE DO MASTER
      * TABREF001 (SUBDIVIDIDA DA FAIXA 300-399 DO MANT120)
      *----------------------------------------------------------------
       77  RCTTB120-ERRO-ARQ-MASTER     PIC 9(03) VALUE 375.
       77  RCTTB120-ERRO-ARQ-LOG        PIC 9(03) VALUE 376.
       77  RCTTB120-TAB-USO-CHEIA       PIC 9(03) VALUE 377.
       77  RCTTB120-ERRO-ARQ-USO        PIC 9(03) VALUE 378.
       77  RCTTB120-ERRO-ARQ-PENDENCIA  PIC 9(03) VALUE 379.
       77  RCTTB120-PENDENCIAS-CHEIA    PIC 9(03) VALUE 380.
      *----------------------------------------------------------------
      * FAIXA 385-392 : MANCT119 - MANUTENCAO DA SITUACAO DOS
      * CONTRATOS NO REGCT119 (SUBDIVIDIDA DA FAIXA 300-399 DO MANT120)
      *----------------------------------------------------------------
       77  RCMCT119-ERRO-ARQ-MOVIMENTO  PIC 9(03) VALUE 385.
       77  RCMCT119-ERRO-ARQ-LOG        PIC 9(03) VALUE 386.
       77  RCMCT119-ERRO-ARQ-VENCIMENTO PIC 9(03) VALUE 387.
      *----------------------------------------------------------------
      * FAIXA 393-399 : ESTAT117 - ESTATISTICA MENSAL POR FILIAL
      * (SUBDIVIDIDA DA FAIXA 300-399 DO MANT120). O 399 E RETURN-CODE
      * DE ALERTA : O PASSO TERMINA NORMALMENTE.
      *----------------------------------------------------------------
       77  RCEST117-ERRO-ARQ-ENTRADA    PIC 9(03) VALUE 393.
       77  RCEST117-ERRO-ARQ-DIARIO     PIC 9(03) VALUE 394.
       77  RCEST117-ERRO-ARQ-HISTORICO  PIC 9(03) VALUE 395.
       77  RCEST117-ERRO-ARQ-RELATORIO  PIC 9(03) VALUE 396.
       77  RCEST117-TABELA-CHEIA        PIC 9(03) VALUE 397.
       77  RCEST117-MES-INVALIDO        PIC 9(03) VALUE 398.
       77  RCEST117-ALERTA-VARIACAO     PIC 9(03) VALUE 399.
      *----------------------------------------------------------------
      * FAIXA 400-499 : EXECMD117 - JOB DRIVER COBOL119 + EXECCB117
      *----------------------------------------------------------------
       77  RCMD117-ERRO-ABRE-ENTRADA    PIC 9(03) VALUE 420.
       77  RCMD117-ERRO-GRAVA-ENTRADA   PIC 9(03) VALUE 430.
       77  RCMD117-ERRO-ARQ-JOBST       PIC 9(03) VALUE 440.
       77  RCMD117-FILIAL-INVALIDA      PIC 9(03) VALUE 450.
       77  RCMD117-CICLO-ABERTO         PIC 9(03) VALUE 451.
       77  RCMD117-SEM-CICLO-FECHADO    PIC 9(03) VALUE 452.
       77  RCMD117-RERODADA-PENDENTE    PIC 9(03) VALUE 453.
       77  RCMD117-FILIAL-JA-PROCESSADA PIC 9(03) VALUE 454.
       77  RCMD117-ERRO-ARQ-JOBRF       PIC 9(03) VALUE 455.
       77  RCMD117-ERRO-COPIA-ARQUIVO   PIC 9(03) VALUE 456.
      *----------------------------------------------------------------
      * FAIXA 470-479 : AUDCT119 - AUDITORIA E RECONSTRUCAO DO REGISTRO
      * DE CONTRATOS REGCT119 (SUBDIVIDIDA DA FAIXA 400-499 DO
      * EXECMD117, QUE SO USA 410-456)
      *----------------------------------------------------------------
       77  RCAUD119-ERRO-ARQ-REGISTRO   PIC 9(03) VALUE 470.
       77  RCAUD119-ERRO-ARQ-SAIDA      PIC 9(03) VALUE 471.
       77  RCAUD119-ERRO-ARQ-CATALOGO   PIC 9(03) VALUE 472.
       77  RCAUD119-ERRO-ARQ-GERACAO    PIC 9(03) VALUE 473.
       77  RCAUD119-ERRO-ARQ-FATURA     PIC 9(03) VALUE 474.
       77  RCAUD119-ERRO-ARQ-RELATORIO  PIC 9(03) VALUE 475.
       77  RCAUD119-TABELA-CHEIA        PIC 9(03) VALUE 476.
       77  RCAUD119-FUNCAO-INVALIDA     PIC 9(03) VALUE 477.
       77  RCAUD119-REGISTRO-DIVERGE    PIC 9(03) VALUE 478.
       77  RCAUD119-RECONSTRUCAO-FALHOU PIC 9(03) VALUE 479.
      *----------------------------------------------------------------
      * FAIXA 500-599 : COBOL120 - CONSULTA/CARGA DO MASTER TABREF001
      *----------------------------------------------------------------
       77  RCFE119-ERRO-ARQ-FERIADOS    PIC 9(03) VALUE 655.
       77  RCFE119-ERRO-ARQ-LOG         PIC 9(03) VALUE 660.
       77  RCFE119-TABELA-CHEIA         PIC 9(03) VALUE 665.
       77  RCFE119-ERRO-ARQ-PENDENCIA   PIC 9(03) VALUE 670.
       77  RCFE119-PENDENCIAS-CHEIA     PIC 9(03) VALUE 675.
      *----------------------------------------------------------------
      * FAIXA 680-719 : CONSO119 - CONSOLIDACAO DAS FILIAIS EM LOTE119
      * O 715 E RETURN-CODE DE ALERTA, COMO O 700 : FILIAL RECUSADA NA
      * CONFERENCIA DO HEADER/TRAILER FICA FORA DO LOTE.
      *----------------------------------------------------------------
       77  RCCON119-ERRO-ARQ-RECIBO     PIC 9(03) VALUE 680.
       77  RCCON119-ERRO-ARQ-RELATORIO  PIC 9(03) VALUE 685.
       77  RCCON119-ERRO-ABRE-LOTE      PIC 9(03) VALUE 690.
       77  RCCON119-ERRO-GRAVA-LOTE     PIC 9(03) VALUE 695.
       77  RCCON119-FILIAL-AUSENTE      PIC 9(03) VALUE 700.
       77  RCCON119-ERRO-ARQ-FILIAL     PIC 9(03) VALUE 705.
       77  RCCON119-FILIAL-INVALIDA     PIC 9(03) VALUE 710.
       77  RCCON119-FILIAL-RECUSADA     PIC 9(03) VALUE 715.
      *----------------------------------------------------------------
      * FAIXA 720-759 : RELAG117 - RELATORIO DE AGING DOS VENCIMENTOS
      *----------------------------------------------------------------
       77  RCRPG117-TABELA-CHEIA        PIC 9(03) VALUE 843.
       77  RCRPG117-DIVERGE-TOTAIS      PIC 9(03) VALUE 844.
       77  RCRPG117-ESTRUTURA-INVALIDA  PIC 9(03) VALUE 845.
       77  RCRPG117-ERRO-ARQ-LIQUIDACAO PIC 9(03) VALUE 846.
      *----------------------------------------------------------------
      * FAIXA 850-879 : EXPOR117 - EXPORTACAO/RELATORIO DO EXTRATO
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      * FAIXA 880-919 : COBRA117 - CALCULO DE ATRASO E ENCARGOS
      *----------------------------------------------------------------
       77  RCCOB117-BASE-FATURA         PIC 9(03) VALUE 885.
       77  RCCOB117-ERRO-ABRE-ENTRADA   PIC 9(03) VALUE 890.
       77  RCCOB117-ERRO-ARQ-FATURA     PIC 9(03) VALUE 895.
       77  RCCOB117-ERRO-ARQ-FERIADOS   PIC 9(03) VALUE 900.
       77  RCCOB117-ERRO-ARQ-ENCARGOS   PIC 9(03) VALUE 901.
       77  RCCOB117-SEM-FAIXA-VIGENTE   PIC 9(03) VALUE 902.
       77  RCCOB117-ERRO-ARQ-ABONOS     PIC 9(03) VALUE 903.
       77  RCCOB117-TAB-ABONOS-CHEIA    PIC 9(03) VALUE 904.
      *----------------------------------------------------------------
      * FAIXA 905-915 : MANTC117 - MANUTENCAO DA TABELA DE ENCARGOS
      * TABEN117 (SUBDIVIDIDA DA METADE ALTA DA FAIXA 880-919 DO
       77  RCMTC117-ERRO-ARQ-ENCARGOS   PIC 9(03) VALUE 906.
       77  RCMTC117-ERRO-ARQ-LOG        PIC 9(03) VALUE 907.
       77  RCMTC117-TABELA-CHEIA        PIC 9(03) VALUE 908.
      * O 909 COBRE O ARQUIVO DE PENDENCIAS PNDEN117 (ERRO DE E/S OU
      * TABELA DE PENDENCIAS CHEIA) - ULTIMO NUMERO LIVRE DA FAIXA.
       77  RCMTC117-ERRO-PENDENCIA      PIC 9(03) VALUE 909.
      *----------------------------------------------------------------
      * FAIXA 910-915 : MANAB117 - MANUTENCAO DOS PEDIDOS DE ABONO DE
      * ENCARGO ABONO117 (SUBDIVIDIDA DA FAIXA 905-915 DO MANTC117,
      * QUE SO USA 905-908)
      *----------------------------------------------------------------
       77  RCMAB117-ERRO-ARQ-MOVIMENTO  PIC 9(03) VALUE 910.
       77  RCMAB117-ERRO-ARQ-ABONOS     PIC 9(03) VALUE 911.
       77  RCMAB117-ERRO-ARQ-LOG        PIC 9(03) VALUE 912.
       77  RCMAB117-TABELA-CHEIA        PIC 9(03) VALUE 913.
      *----------------------------------------------------------------
      * FAIXA 920-959 : RELHIS01 - RELATORIO DO HISTORICO DE EXECUCOES
      *----------------------------------------------------------------
       77  RCHIS01-TABELA-CHEIA         PIC 9(03) VALUE 940.
       77  RCHIS01-DATA-INVALIDA        PIC 9(03) VALUE 945.
      *----------------------------------------------------------------
      * FAIXA 920-929 : DESEM117 - ACOMPANHAMENTO DO TEMPO DOS PASSOS
      * DO LOTE CONTRA A MEDIA HISTORICA (SUBDIVIDIDA DA METADE BAIXA
      * DA FAIXA 920-959 DO RELHIS01, QUE SO USA 930-945). O 925 E
      * RETURN-CODE DE ALERTA : O PASSO TERMINA NORMALMENTE.
      *----------------------------------------------------------------
       77  RCDES117-ERRO-ARQ-HISTORICO  PIC 9(03) VALUE 920.
       77  RCDES117-ERRO-ARQ-BASE       PIC 9(03) VALUE 921.
       77  RCDES117-ERRO-ARQ-ALERTA     PIC 9(03) VALUE 922.
       77  RCDES117-ERRO-ARQ-RELATORIO  PIC 9(03) VALUE 923.
       77  RCDES117-TABELA-CHEIA        PIC 9(03) VALUE 924.
       77  RCDES117-ALERTA-DESEMPENHO   PIC 9(03) VALUE 925.
      *----------------------------------------------------------------
      * FAIXA 948-959 : ARQIV117 - ARQUIVAMENTO DOS ARQUIVOS
      * OPERACIONAIS (SUBDIVIDIDA DA METADE ALTA DA FAIXA 920-959 DO
      * RELHIS01)
      *----------------------------------------------------------------
       77  PAD-RC-MENSAGEM              PIC X(30).
       77  PAD-RC-IDX                   PIC 9(03) COMP.
       77  PAD-RC-QTD-TABELA            PIC 9(03) COMP VALUE 210.
       77  PAD-RC-ACHOU                 PIC X(01) VALUE 'N'.
           88  PAD-RC-ENCONTROU                   VALUE 'S'.
      *----------------------------------------------------------------
               '190TABELA DE CONTRATOS CHEIA     '.
           05  FILLER PIC X(33) VALUE
               '192ERRO EM REJEITO POR FILIAL    '.
           05  FILLER PIC X(33) VALUE
               '194ERRO NO PLANO DE PARCELAS     '.
           05  FILLER PIC X(33) VALUE
               '210ERRO NA ABERTURA DE OUTPTFL   '.
           05  FILLER PIC X(33) VALUE
               '265MODO REAL SEM ENTRADA117      '.
           05  FILLER PIC X(33) VALUE
               '270ERRO EM ARQUIVO DE CATALOGO   '.
           05  FILLER PIC X(33) VALUE
               '280ERRO NO MASTER CONTA CORRENTE '.
           05  FILLER PIC X(33) VALUE
               '281ERRO NOS LANCAMENTOS DA CONTA '.
           05  FILLER PIC X(33) VALUE
               '282ERRO NOS VENCIMENTOS DA CONTA '.
           05  FILLER PIC X(33) VALUE
               '285ERRO NO MASTER CONTA CORRENTE '.
           05  FILLER PIC X(33) VALUE
               '286ERRO EM ARQUIVO DE RELATORIO  '.
           05  FILLER PIC X(33) VALUE
               '287TABELA DE SALDOS CHEIA        '.
           05  FILLER PIC X(33) VALUE
               '290ERRO NA LEITURA DE FATUR117   '.
           05  FILLER PIC X(33) VALUE
               '291ERRO NA TABELA DE NIVEIS      '.
           05  FILLER PIC X(33) VALUE
               '292TABELA DE NIVEIS INVALIDA     '.
           05  FILLER PIC X(33) VALUE
               '293ERRO NO HISTORICO DE AVISOS   '.
           05  FILLER PIC X(33) VALUE
               '294ERRO NO ARQUIVO DE AVISOS     '.
           05  FILLER PIC X(33) VALUE
               '310ERRO EM ARQUIVO DE MOVIMENTO  '.
           05  FILLER PIC X(33) VALUE
               '340TABELA DE CODIGOS USO CHEIA   '.
           05  FILLER PIC X(33) VALUE
               '345ERRO EM ARQUIVO DE USO        '.
           05  FILLER PIC X(33) VALUE
               '346ERRO EM ARQUIVO DE PENDENCIAS '.
           05  FILLER PIC X(33) VALUE
               '347TABELA DE PENDENCIAS CHEIA    '.
           05  FILLER PIC X(33) VALUE
               '348DATA JA CONTABILIZADA         '.
           05  FILLER PIC X(33) VALUE
               '349ERRO NO CONTROLE CONTABIL     '.
           05  FILLER PIC X(33) VALUE
               '350ERRO ARQUIVO FATURAMENTO      '.
           05  FILLER PIC X(33) VALUE
               '351ERRO ARQUIVO LIQUIDACOES      '.
           05  FILLER PIC X(33) VALUE
               '352ERRO TABELA DE CONTAS         '.
           05  FILLER PIC X(33) VALUE
               '353EVENTO SEM CONTA CONTABIL     '.
           05  FILLER PIC X(33) VALUE
               '354ERRO ARQUIVO LANCAMENTOS      '.
           05  FILLER PIC X(33) VALUE
               '355LANCAMENTOS DESBALANCEADOS    '.
           05  FILLER PIC X(33) VALUE
               '356CONTABIL DIVERGE DA FATURA    '.
           05  FILLER PIC X(33) VALUE
               '357FATURAMENTO SEM TRAILER       '.
           05  FILLER PIC X(33) VALUE
               '358ERRO ARQUIVO MOVIMENTO        '.
           05  FILLER PIC X(33) VALUE
               '359ERRO TABELA DE CONTAS         '.
           05  FILLER PIC X(33) VALUE
               '360ERRO ARQUIVO LOG              '.
           05  FILLER PIC X(33) VALUE
               '361TABELA DE CONTAS CHEIA        '.
           05  FILLER PIC X(33) VALUE
               '365ERRO ARQUIVO DE RELATORIO     '.
           05  FILLER PIC X(33) VALUE
               '366ERRO EM ARQUIVO DE ENTRADA    '.
           05  FILLER PIC X(33) VALUE
               '367TABELA DE FILIAIS CHEIA       '.
           05  FILLER PIC X(33) VALUE
               '368RECAP DIVERGE DAS FILIAIS     '.
           05  FILLER PIC X(33) VALUE
               '375ERRO NO MASTER TABREF001      '.
           05  FILLER PIC X(33) VALUE
               '376ERRO EM ARQUIVO DE LOG        '.
           05  FILLER PIC X(33) VALUE
               '377TABELA DE CODIGOS USO CHEIA   '.
           05  FILLER PIC X(33) VALUE
               '378ERRO EM ARQUIVO DE USO        '.
           05  FILLER PIC X(33) VALUE
               '379ERRO EM ARQUIVO DE PENDENCIAS '.
           05  FILLER PIC X(33) VALUE
               '380TABELA DE PENDENCIAS CHEIA    '.
           05  FILLER PIC X(33) VALUE
               '385ERRO ARQUIVO MOVIMENTO        '.
           05  FILLER PIC X(33) VALUE
               '386ERRO ARQUIVO LOG              '.
           05  FILLER PIC X(33) VALUE
               '387ERRO NO ARQUIVO VENCC117      '.
           05  FILLER PIC X(33) VALUE
               '393ERRO ARQUIVO DE ENTRADA       '.
           05  FILLER PIC X(33) VALUE
               '394ERRO ARQUIVO ESTAT DIARIA     '.
           05  FILLER PIC X(33) VALUE
               '395ERRO ARQUIVO ESTAT MENSAL     '.
           05  FILLER PIC X(33) VALUE
               '396ERRO ARQUIVO RELATORIO        '.
           05  FILLER PIC X(33) VALUE
               '397TABELA CHEIA                  '.
           05  FILLER PIC X(33) VALUE
               '398MES DE REFERENCIA INVALIDO    '.
           05  FILLER PIC X(33) VALUE
               '399FILIAL FORA DA TOLERANCIA     '.
           05  FILLER PIC X(33) VALUE
               '410ERRO NA ABERTURA DE SAIDA119  '.
           05  FILLER PIC X(33) VALUE
               '430ERRO NA GRAVACAO DE ENTRADA117'.
           05  FILLER PIC X(33) VALUE
               '440ERRO EM ARQUIVO DE STATUS     '.
           05  FILLER PIC X(33) VALUE
               '450FILIAL INVALIDA P/ RERODADA   '.
           05  FILLER PIC X(33) VALUE
               '451CICLO PRINCIPAL NAO FECHADO   '.
           05  FILLER PIC X(33) VALUE
               '452SEM CICLO FECHADO P/RERODADA  '.
           05  FILLER PIC X(33) VALUE
               '453OUTRA RERODADA PENDENTE       '.
           05  FILLER PIC X(33) VALUE
               '454FILIAL JA PROCESSADA NO CICLO '.
           05  FILLER PIC X(33) VALUE
               '455ERRO EM ARQUIVO JOBRF117      '.
           05  FILLER PIC X(33) VALUE
               '456ERRO NA COPIA DE ARQUIVO      '.
           05  FILLER PIC X(33) VALUE
               '470ERRO NO REGISTRO REGCT119     '.
           05  FILLER PIC X(33) VALUE
               '471ERRO NO ARQUIVO SAIDA119      '.
           05  FILLER PIC X(33) VALUE
               '472ERRO NO CATALOGO CATLG117     '.
           05  FILLER PIC X(33) VALUE
               '473ERRO NA GERACAO DO EXTRATO    '.
           05  FILLER PIC X(33) VALUE
               '474ERRO NO ARQUIVO FATUR117      '.
           05  FILLER PIC X(33) VALUE
               '475ERRO NO RELATORIO RELAU119    '.
           05  FILLER PIC X(33) VALUE
               '476TABELA DE CONTRATOS CHEIA     '.
           05  FILLER PIC X(33) VALUE
               '477FUNCAO INVALIDA AUDCT119      '.
           05  FILLER PIC X(33) VALUE
               '478REGISTRO DIVERGE DOS ARQUIVOS '.
           05  FILLER PIC X(33) VALUE
               '479DIVERGENCIA APOS RECONSTRUCAO '.
           05  FILLER PIC X(33) VALUE
               '500ERRO NA ABERTURA DO MASTER TAB'.
           05  FILLER PIC X(33) VALUE
               '660ERRO EM ARQUIVO DE LOG        '.
           05  FILLER PIC X(33) VALUE
               '665TABELA DE FERIADOS CHEIA      '.
           05  FILLER PIC X(33) VALUE
               '670ERRO EM ARQUIVO DE PENDENCIAS '.
           05  FILLER PIC X(33) VALUE
               '675TABELA DE PENDENCIAS CHEIA    '.
           05  FILLER PIC X(33) VALUE
               '680ERRO NO LOG DE RECEBIMENTO    '.
           05  FILLER PIC X(33) VALUE
               '685ERRO NO RELATORIO DE FILIAIS  '.
           05  FILLER PIC X(33) VALUE
               '690ERRO NA ABERTURA DE LOTE119   '.
           05  FILLER PIC X(33) VALUE
               '700FILIAL SEM ARQUIVO OU VAZIA   '.
           05  FILLER PIC X(33) VALUE
               '705ERRO EM ARQUIVO DE FILIAL     '.
           05  FILLER PIC X(33) VALUE
               '710FILIAL INVALIDA NO PARM       '.
           05  FILLER PIC X(33) VALUE
               '715FILIAL RECUSADA NO CONTROLE   '.
           05  FILLER PIC X(33) VALUE
               '730ERRO NA ABERTURA DE ENTRADA117'.
           05  FILLER PIC X(33) VALUE
               '844TOTAIS DO RETORNO NAO FECHAM  '.
           05  FILLER PIC X(33) VALUE
               '845ESTRUTURA INVALIDA DA FATURA  '.
           05  FILLER PIC X(33) VALUE
               '846ERRO EM ARQUIVO DE LIQUIDACOES'.
           05  FILLER PIC X(33) VALUE
               '850ERRO NA ABERTURA DO EXTRATO   '.
           05  FILLER PIC X(33) VALUE
               '865ESTRUTURA INVALIDA DO EXTRATO '.
           05  FILLER PIC X(33) VALUE
               '870DIVERGENCIA COM O TRAILER     '.
           05  FILLER PIC X(33) VALUE
               '885BASE DE FATURAMENTO INVALIDA  '.
           05  FILLER PIC X(33) VALUE
               '890ERRO NA ABERTURA DE ENTRADA117'.
           05  FILLER PIC X(33) VALUE
               '901ERRO NA TABELA DE ENCARGOS    '.
           05  FILLER PIC X(33) VALUE
               '902SEM FAIXA DE ENCARGO VIGENTE  '.
           05  FILLER PIC X(33) VALUE
               '903ERRO NO ARQUIVO DE ABONOS     '.
           05  FILLER PIC X(33) VALUE
               '904TABELA DE ABONOS CHEIA        '.
           05  FILLER PIC X(33) VALUE
               '905ERRO EM ARQUIVO DE MOVIMENTO  '.
           05  FILLER PIC X(33) VALUE
               '907ERRO EM ARQUIVO DE LOG        '.
           05  FILLER PIC X(33) VALUE
               '908TABELA DE ENCARGOS CHEIA      '.
           05  FILLER PIC X(33) VALUE
               '909ERRO NAS PENDENCIAS ENCARGOS  '.
           05  FILLER PIC X(33) VALUE
               '910ERRO EM ARQUIVO DE MOVIMENTO  '.
           05  FILLER PIC X(33) VALUE
               '911ERRO NO ARQUIVO DE ABONOS     '.
           05  FILLER PIC X(33) VALUE
               '912ERRO EM ARQUIVO DE LOG        '.
           05  FILLER PIC X(33) VALUE
               '913TABELA DE ABONOS CHEIA        '.
           05  FILLER PIC X(33) VALUE
               '920ERRO NO ARQUIVO DE HISTORICO  '.
           05  FILLER PIC X(33) VALUE
               '921ERRO NO ARQUIVO DE MEDIAS     '.
           05  FILLER PIC X(33) VALUE
               '922ERRO NO ARQUIVO DE ALERTAS    '.
           05  FILLER PIC X(33) VALUE
               '923ERRO NO ARQUIVO DE RELATORIO  '.
           05  FILLER PIC X(33) VALUE
               '924TABELA DE EXECUCOES CHEIA     '.
           05  FILLER PIC X(33) VALUE
               '925PASSO FORA DA MEDIA HISTORICA '.
           05  FILLER PIC X(33) VALUE
               '930ERRO EM ARQUIVO DE HISTORICO  '.
           05  FILLER PIC X(33) VALUE
           05  FILLER PIC X(33) VALUE
               '994FUNCAO DE TRAVA INVALIDA      '.
       01  TAB-RETCOD REDEFINES TAB-RETCOD-DADOS.
           05  TAB-RETCOD-ENTRY OCCURS 210 TIMES.
               10  TAB-RETCOD-RC        PIC 9(03).
               10  TAB-RETCOD-MSG       PIC X(30).
