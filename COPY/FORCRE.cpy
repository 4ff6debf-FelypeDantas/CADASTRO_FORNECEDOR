      *-----------------------------------------------------------------
      *    REGFORCRE - CREDITOS E ADIANTAMENTOS DO FORNECEDOR
      *    (ARQFORCRE) - UM REGISTRO POR NOTA DE CREDITO/ADIANTAMENTO;
      *    LANCADO NO SCE034, LIBERADO POR SUPERVISOR E ABATIDO DOS
      *    TITULOS DO FORNECEDOR NA SELECAO (SCE017).
      *-----------------------------------------------------------------
       01 REGFORCRE.
          03 CRE-CHAVE.
             05 CRE-CODIGO         PIC 9(06).
             05 CRE-SEQ            PIC 9(04).
      *    CRE-SEQ: SEQUENCIAL DO CREDITO NO FORNECEDOR (ORDEM DE
      *             CONSUMO - O MAIS ANTIGO E ABATIDO PRIMEIRO)
          03 CRE-TIPO              PIC X(01).
      *    CRE-TIPO: N = NOTA DE CREDITO (DEVOLUCAO/ERRO DE FATURAMENTO)
      *              A = ADIANTAMENTO PAGO AO FORNECEDOR
          03 CRE-DOCTO             PIC X(10).
      *    CRE-DOCTO: NUMERO DA NOTA DE CREDITO OU DO ADIANTAMENTO
          03 CRE-EMISSAO           PIC 9(08).
          03 CRE-VALOR             PIC 9(13)V99.
          03 CRE-SALDO             PIC 9(13)V99.
      *    CRE-SALDO: VALOR AINDA DISPONIVEL PARA COMPENSACAO
          03 CRE-SITUACAO          PIC X(01).
      *    CRE-SITUACAO: P = PENDENTE DE LIBERACAO
      *                  L = LIBERADO (ABATIDO NA SELECAO)
      *                  E = ESGOTADO (SALDO TOTALMENTE COMPENSADO)
      *                      VOLTA A "L" QUANDO A SELECAO DEVOLVE
      *                      CREDITO COMPENSADO A MAIOR
      *                  C = SALDO CANCELADO PELO SUPERVISOR
          03 CRE-HISTORICO         PIC X(30).
          03 CRE-USU-INC           PIC X(08).
          03 CRE-USU-LIB           PIC X(08).
          03 CRE-DATAHORA-LIB      PIC 9(16).
      *    CRE-USU-LIB/CRE-DATAHORA-LIB: SUPERVISOR QUE LIBEROU OU
      *    CANCELOU O SALDO (AAAAMMDDHHMMSSCC)
