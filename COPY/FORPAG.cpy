          03 PAG-IRRF              PIC 9(13)V99.
          03 PAG-INSS              PIC 9(13)V99.
          03 PAG-LIQUIDO           PIC 9(13)V99.
      *    PAG-LIQUIDO: VALOR A REMETER (BRUTO - RETENCOES + MULTA +
      *                 JUROS - DESCONTO - CREDITO COMPENSADO)
          03 PAG-DATA              PIC 9(08).
      *    PAG-DATA: AAAAMMDD (DATA PREVISTA DO PAGAMENTO)
          03 PAG-MULTA             PIC 9(13)V99.
          03 PAG-JUROS             PIC 9(13)V99.
          03 PAG-DESCONTO          PIC 9(13)V99.
      *    MULTA/JUROS POR ATRASO E DESCONTO POR ANTECIPACAO NA DATA
      *    DO PAGAMENTO (SCE017)
