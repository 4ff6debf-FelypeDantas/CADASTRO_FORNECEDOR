      *-----------------------------------------------------------------
      *    REGFORCMP - COMPENSACOES DE CREDITO (ARQFORCMP) - UM
      *    REGISTRO POR CREDITO ABATIDO DE UM TITULO NA SELECAO
      *    (SCE017); BASE DO RELATORIO DE COMPENSACOES (SCE035).
      *-----------------------------------------------------------------
       01 REGFORCMP.
          03 CMP-CHAVE.
             05 CMP-CODIGO         PIC 9(06).
             05 CMP-DATAHORA       PIC 9(16).
          03 CMP-NUMERO            PIC X(10).
          03 CMP-PARCELA           PIC 9(02).
      *    CMP-NUMERO/CMP-PARCELA: TITULO QUE RECEBEU O ABATIMENTO
          03 CMP-DATAPGTO          PIC 9(08).
      *    CMP-DATAPGTO: DATA DO PAGAMENTO DA SELECAO
          03 CMP-CRE-SEQ           PIC 9(04).
          03 CMP-CRE-TIPO          PIC X(01).
          03 CMP-CRE-DOCTO         PIC X(10).
      *    CMP-CRE-xxx: CREDITO CONSUMIDO (CHAVE NO ARQFORCRE)
          03 CMP-VALOR             PIC 9(13)V99.
      *    CMP-VALOR: VALOR ABATIDO DO TITULO
          03 CMP-SALDO-CRE         PIC 9(13)V99.
      *    CMP-SALDO-CRE: SALDO DO CREDITO APOS O ABATIMENTO
          03 CMP-QUITADO           PIC X(01).
      *    CMP-QUITADO: S = TITULO QUITADO SO COM CREDITO (SEM ORDEM
      *                 NO ARQPAG)  N = RESTANTE VAI NA REMESSA
      *                 E = ESTORNO: CREDITO COMPENSADO A MAIOR NUMA
      *                     SELECAO ANTERIOR DEVOLVIDO AO SALDO DO
      *                     CREDITO (CMP-VALOR VOLTA AO CRE-SALDO)
