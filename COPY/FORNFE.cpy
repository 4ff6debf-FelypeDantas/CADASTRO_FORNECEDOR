      *-----------------------------------------------------------------
      *    REGNFE - LAYOUT DO EXTRATO DE NF-E DE COMPRA (ARQNFE)
      *    UMA LINHA POR DUPLICATA (PARCELA) DA NOTA; AS PARCELAS DE
      *    UMA MESMA NOTA VEM EM SEQUENCIA (CARGA EM LOTE - SCE031).
      *-----------------------------------------------------------------
       01 REGNFE.
          03 NFE-CNPJ               PIC 9(14).
      *    NFE-CNPJ: CNPJ DO EMITENTE (LOCALIZADO NO ARQFORDOC)
          03 NFE-NUMERO             PIC X(10).
          03 NFE-EMISSAO            PIC 9(08).
          03 NFE-VALOR-NOTA         PIC 9(13)V99.
      *    NFE-VALOR-NOTA: VALOR TOTAL DA NOTA (CONFERE COM AS PARCELAS)
          03 NFE-PARCELA            PIC 9(02).
          03 NFE-VENCIMENTO         PIC 9(08).
          03 NFE-VALOR              PIC 9(13)V99.
      *    NFE-EMISSAO/NFE-VENCIMENTO: AAAAMMDD
