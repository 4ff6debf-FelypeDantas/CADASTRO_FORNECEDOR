          03 HIS-DATAPGTO          PIC 9(08).
      *    HIS-DATAPGTO: AAAAMMDD (DATA DO PAGAMENTO NO RETORNO)
          03 HIS-VALOR             PIC 9(13)V99.
      *    HIS-VALOR: VALOR BRUTO ORIGINAL DO TITULO (RENDIMENTO)
          03 HIS-IRRF              PIC 9(13)V99.
          03 HIS-INSS              PIC 9(13)V99.
          03 HIS-BANCO             PIC 9(03).
          03 HIS-AGENCIA           PIC 9(05).
          03 HIS-CONTA             PIC 9(10).
          03 HIS-MULTA             PIC 9(13)V99.
          03 HIS-JUROS             PIC 9(13)V99.
          03 HIS-DESCONTO          PIC 9(13)V99.
      *    HIS-MULTA/HIS-JUROS: ACRESCIMOS PAGOS POR ATRASO
      *    HIS-DESCONTO: DESCONTO OBTIDO PELA ANTECIPACAO
          03 HIS-COMPENSADO        PIC 9(13)V99.
      *    HIS-COMPENSADO: CREDITO/ADIANTAMENTO DO FORNECEDOR ABATIDO
      *    (VALOR PAGO = HIS-VALOR - RETENCOES + MULTA + JUROS -
      *     DESCONTO - COMPENSADO)
