      *-----------------------------------------------------------------
      *    REGFORFER - CALENDARIO DE FERIADOS (ARQFORFER) - UM REGISTRO
      *    POR FERIADO NACIONAL OU LOCAL; MANTIDO PELO SUPERVISOR
      *    (SCE036). SABADO E DOMINGO NUNCA SAO DIAS UTEIS E NAO PRECISAM
      *    SER CADASTRADOS. USADO NO VENCIMENTO DAS PARCELAS (SCE008/
      *    SCE031), NA DATA DO PAGAMENTO (SCE017) E NO AGING (SCE009).
      *-----------------------------------------------------------------
       01 REGFORFER.
          03 FER-DATA              PIC 9(08).
      *    FER-DATA: AAAAMMDD; ANO 0000 = FERIADO FIXO, REPETE TODO ANO
      *              (EX.: 00000101 CONFRATERNIZACAO UNIVERSAL)
          03 FER-DATA-X REDEFINES FER-DATA.
             05 FER-ANO            PIC 9(04).
             05 FER-MMDD           PIC 9(04).
          03 FER-TIPO              PIC X(01).
      *    FER-TIPO: N = NACIONAL (BANCOS FECHADOS EM TODO O PAIS)
      *              L = LOCAL (ESTADUAL/MUNICIPAL DA PRACA DE PAGAMENTO)
          03 FER-DESCRICAO         PIC X(30).
          03 FER-LOCAL             PIC X(20).
      *    FER-LOCAL: MUNICIPIO/UF DO FERIADO LOCAL (ESPACOS NO NACIONAL)
          03 FER-USU-INC           PIC X(08).
          03 FER-DATAHORA-INC      PIC 9(16).
