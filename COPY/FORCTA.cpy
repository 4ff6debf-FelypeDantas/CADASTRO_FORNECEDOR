      *-----------------------------------------------------------------
      *    REGFORCTA - DE/PARA DE CONTAS CONTABEIS (ARQFORCTA)
      *    UM REGISTRO POR CHAVE DE LANCAMENTO; MANTIDO PELO
      *    SUPERVISOR (SCE028) E LIDO NA EXPORTACAO (SCE029).
      *-----------------------------------------------------------------
       01 REGFORCTA.
          03 CTA-CHAVE             PIC X(04).
      *    CTA-CHAVE: FORN = FORNECEDORES A PAGAR (PASSIVO)
      *               DESP = DESPESA/ESTOQUE DA NOTA
      *               BANC = BANCO DO PAGAMENTO
      *               IRRF = IRRF A RECOLHER
      *               INSS = INSS A RECOLHER
      *               JURO = JUROS E MULTAS POR ATRASO PAGOS
      *               DESC = DESCONTOS OBTIDOS POR ANTECIPACAO
      *               CRED = CREDITOS/ADIANTAMENTOS DE FORNECEDOR
      *                      COMPENSADOS NO PAGAMENTO
          03 CTA-CONTA             PIC X(20).
      *    CTA-CONTA: CONTA DO PLANO DO RAZAO GERAL
          03 CTA-DESCRICAO         PIC X(30).
