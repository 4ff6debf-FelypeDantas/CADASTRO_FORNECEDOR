      *-----------------------------------------------------------------
      *    REGFORCTB - LANCAMENTOS CONTABEIS GERADOS (ARQFORCTB)
      *    UMA LINHA DEBITO/CREDITO POR REGISTRO; A CHAVE IDENTIFICA
      *    O EVENTO DE ORIGEM E GARANTE QUE ELE SO E LANCADO UMA VEZ.
      *-----------------------------------------------------------------
       01 REGFORCTB.
          03 CTB-CHAVE.
             05 CTB-ORIGEM         PIC X(01).
      *    CTB-ORIGEM: T = TITULO (ARQFORTIT)  H = PAGAMENTO (ARQFORHIS)
             05 CTB-DOCTO          PIC X(22).
             05 CTB-DOCTO-TIT REDEFINES CTB-DOCTO.
                07 CTB-TIT-CHAVE   PIC X(18).
                07 CTB-TIT-SEQ     PIC 9(03).
                07 FILLER          PIC X(01).
             05 CTB-DOCTO-HIS REDEFINES CTB-DOCTO.
                07 CTB-HIS-CODIGO  PIC 9(06).
                07 CTB-HIS-DATAHORA PIC 9(16).
             05 CTB-LINHA          PIC 9(02).
          03 CTB-LOTE              PIC 9(06).
      *    CTB-LOTE: EXECUCAO DO SCE029 QUE GEROU O LANCAMENTO
          03 CTB-DATA              PIC 9(08).
          03 CTB-EVENTO            PIC X(03).
      *    CTB-EVENTO: INC = LANCAMENTO DO TITULO  AJU = ALTERACAO
      *                CAN = CANCELAMENTO          PAG = PAGAMENTO
          03 CTB-CHAVE-CTA         PIC X(04).
          03 CTB-CONTA             PIC X(20).
          03 CTB-DC                PIC X(01).
      *    CTB-DC: D = DEBITO  C = CREDITO
          03 CTB-VALOR             PIC 9(13)V99.
          03 CTB-CODIGO            PIC 9(06).
          03 CTB-NUMERO            PIC X(10).
          03 CTB-PARCELA           PIC 9(02).
