      *-----------------------------------------------------------------
      *    REGFORREM - CONTROLE DAS REMESSAS BANCARIAS (ARQFORREM)
      *    POR LOTE (SCE007): UM HEADER, UM REGISTRO POR TITULO REMETIDO
      *    E UM REGISTRO POR RETORNO PROCESSADO (SCE018). O LOTE 000000
      *    GUARDA O ULTIMO NSA (SEQUENCIAL DE ARQUIVO) DE CADA BANCO.
      *-----------------------------------------------------------------
       01 REGFORREM.
          03 REM-CHAVE.
             05 REM-LOTE           PIC 9(06).
             05 REM-TIPO           PIC X(01).
      *    REM-TIPO: B = NSA DO BANCO (LOTE 000000)
      *              H = REMESSA GERADA (HEADER DO LOTE)
      *              T = TITULO REMETIDO NO LOTE
      *              R = ARQUIVO DE RETORNO JA PROCESSADO
             05 REM-DOCTO          PIC X(18).
      *    REM-DOCTO: ESPACOS NO TIPO H; DEMAIS TIPOS CONFORME ABAIXO
             05 REM-DOCTO-TIT REDEFINES REM-DOCTO.
                07 REM-NUMERO      PIC X(10).
                07 REM-CODIGO      PIC 9(06).
                07 REM-PARCELA     PIC 9(02).
             05 REM-DOCTO-RET REDEFINES REM-DOCTO.
                07 REM-NSA-RET     PIC 9(06).
                07 REM-DATA-RET    PIC 9(08).
                07 REM-HORA-RET    PIC 9(04).
             05 REM-DOCTO-BCO REDEFINES REM-DOCTO.
                07 REM-BCO-CHAVE   PIC 9(03).
                07 FILLER          PIC X(15).
          03 REM-BANCO             PIC 9(03).
          03 REM-NSA               PIC 9(06).
      *    REM-NSA: SEQUENCIAL DO ARQUIVO NO BANCO (NO TIPO B = ULTIMO
      *             NSA JA UTILIZADO PARA O BANCO)
          03 REM-DATAHORA          PIC 9(16).
      *    REM-DATAHORA: GERACAO DA REMESSA / PROCESSAMENTO DO RETORNO
          03 REM-QTD               PIC 9(06).
          03 REM-VALOR             PIC 9(16)V99.
      *    REM-QTD/REM-VALOR: H = DETALHES E TOTAL LIQUIDO REMETIDO
      *                       T = 1 E LIQUIDO REMETIDO DO TITULO
      *                       R = DETALHES LIDOS E TOTAL BAIXADO
          03 REM-SEGMENTO          PIC X(01).
      *    REM-SEGMENTO: A = CREDITO EM CONTA/PIX  J = BOLETO (TIPO T)
          03 REM-DATAPGTO          PIC 9(08).
      *    REM-DATAPGTO: DATA PREVISTA DO PAGAMENTO (TIPO T)
          03 REM-SITUACAO          PIC X(01).
      *    REM-SITUACAO: TIPO H: I = EM GERACAO  G = GERADA
      *                          R = COM RETORNO PROCESSADO
      *                  TIPO T: E = ENVIADO (AGUARDANDO RETORNO)
      *                          P = PAGO  D = DEVOLVIDO/REJEITADO
          03 REM-DATAHORA-RET      PIC 9(16).
          03 REM-VALOR-RET         PIC 9(16)V99.
      *    REM-DATAHORA-RET/REM-VALOR-RET: ULTIMO RETORNO E VALOR
      *    CONFIRMADO PELO BANCO (TIPOS H E T)
