      *    CON-VALOR-TETO: VALOR MAXIMO CONTRATADO
          03 CON-VALOR-UTIL        PIC 9(13)V99.
      *    CON-VALOR-UTIL: VALOR JA CONSUMIDO PELOS TITULOS
          03 CON-PERC-MULTA        PIC 9(02)V99.
          03 CON-PERC-JUROS        PIC 9(02)V9999.
          03 CON-PERC-DESC         PIC 9(02)V99.
          03 CON-DIAS-DESC         PIC 9(03).
      *    CONDICOES DE PAGAMENTO DO CONTRATO: MULTA % E JUROS % AO
      *    DIA POR ATRASO, DESCONTO % PARA PAGAMENTO ATE CON-DIAS-DESC
      *    DIAS ANTES DO VENCIMENTO; VALEM PARA OS TITULOS SEM
      *    CONDICOES PROPRIAS (SCE017)
