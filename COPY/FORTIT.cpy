          03 TIT-SITUACAO          PIC X(01).
      *    TIT-SITUACAO: A = ABERTO  P = PAGO  C = CANCELADO
      *                  R = SELECIONADO PARA REMESSA (SCE017)
      *                  L = AGUARDANDO APROVACAO (NOTA ACIMA DO
      *                      LIMITE LIMAPROV DO ARQFORPAR - SCE027)
      *                  (P TAMBEM NO TITULO DE LIQUIDO ZERO - SO
      *                   CREDITO DO FORNECEDOR, RETENCAO OU
      *                   DESCONTO - QUITADO NA SELECAO - SCE017)
          03 TIT-CODBARRAS         PIC X(44).
      *    TIT-CODBARRAS: CODIGO DE BARRAS DO BOLETO (44 POSICOES,
      *                   CONVERTIDO DA LINHA DIGITAVEL NO SCE008);
      *                   ESPACOS = CREDITO EM CONTA/PIX (SEGMENTO A)
      *                   PREENCHIDO = PAGAMENTO DE BOLETO (SEGMENTO J)
          03 TIT-USU-INC           PIC X(08).
      *    TIT-USU-INC: OPERADOR QUE LANCOU/ALTEROU O TITULO (SCE008)
          03 TIT-USU-APROV         PIC X(08).
          03 TIT-DATAHORA-APROV    PIC 9(16).
      *    TIT-USU-APROV/TIT-DATAHORA-APROV: SUPERVISOR QUE APROVOU OU
      *    REJEITOU O TITULO "L" NO SCE027 (AAAAMMDDHHMMSSCC);
      *    ESPACOS/ZEROS = TITULO NAO PASSOU POR APROVACAO
          03 TIT-VALOR-CTB         PIC 9(13)V99.
      *    TIT-VALOR-CTB: VALOR DO PASSIVO JA CONTABILIZADO (SCE029);
      *                   DIFERENTE DO VALOR DO TITULO (OU > ZERO NO
      *                   TITULO CANCELADO) = LANCAMENTO PENDENTE
          03 TIT-SEQ-CTB           PIC 9(03).
      *    TIT-SEQ-CTB: SEQUENCIA DO ULTIMO LANCAMENTO DO TITULO
          03 TIT-PERC-MULTA        PIC 9(02)V99.
          03 TIT-PERC-JUROS        PIC 9(02)V9999.
          03 TIT-PERC-DESC         PIC 9(02)V99.
          03 TIT-DIAS-DESC         PIC 9(03).
      *    CONDICOES DO TITULO: MULTA % (UMA VEZ, PAGO APOS O
      *    VENCIMENTO), JUROS % AO DIA DE ATRASO E DESCONTO % PARA
      *    PAGAMENTO ATE TIT-DIAS-DESC DIAS ANTES DO VENCIMENTO;
      *    PERCENTUAIS ZERADOS = VALEM AS CONDICOES DO CONTRATO
          03 TIT-VALOR-MULTA       PIC 9(13)V99.
          03 TIT-VALOR-JUROS       PIC 9(13)V99.
          03 TIT-VALOR-DESC        PIC 9(13)V99.
      *    MULTA, JUROS E DESCONTO CALCULADOS NA SELECAO (SCE017)
      *    PARA A DATA DO PAGAMENTO; JA INCLUIDOS NO TIT-VALOR-LIQ
          03 TIT-VALOR-COMP        PIC 9(13)V99.
      *    TIT-VALOR-COMP: CREDITO/ADIANTAMENTO DO FORNECEDOR JA
      *                    ABATIDO DO TITULO (SCE017 - ARQFORCMP);
      *                    JA DEDUZIDO DO TIT-VALOR-LIQ
