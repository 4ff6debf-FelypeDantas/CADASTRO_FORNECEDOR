      *-----------------------------------------------------------------
      *    REGFORPAR - PARAMETROS DO CONTAS A PAGAR (ARQFORPAR)
      *    UM REGISTRO POR PARAMETRO; MANTIDO PELO SUPERVISOR (SCE026).
      *-----------------------------------------------------------------
       01 REGFORPAR.
          03 PAR-CHAVE             PIC X(08).
      *    PAR-CHAVE: LIMAPROV = LIMITE DA NOTA SEM APROVACAO (SCE008)
      *               DIASREM  = DIAS EM REMESSA SEM RETORNO ANTES DE
      *                          SAIR NO RELATORIO DO SCE032
          03 PAR-VALOR             PIC 9(13)V99.
          03 PAR-DESCRICAO         PIC X(30).
