      *-----------------------------------------------------------------
      *    REGFORREI - CONTROLE DE ENVIO DA EFD-REINF (ARQFORREI)
      *    UM REGISTRO POR COMPETENCIA E BENEFICIARIO ENVIADO (SCE030).
      *-----------------------------------------------------------------
       01 REGFORREI.
          03 REI-CHAVE.
             05 REI-MES            PIC 9(06).
      *    REI-MES: COMPETENCIA AAAAMM
             05 REI-TIPO           PIC X(01).
      *    REI-TIPO: F = PESSOA FISICA (R-4010)  J = JURIDICA (R-4020)
             05 REI-DOCUMENTO      PIC 9(14).
          03 REI-CODIGO            PIC 9(06).
          03 REI-BASE              PIC 9(13)V99.
          03 REI-IRRF              PIC 9(13)V99.
          03 REI-INSS              PIC 9(13)V99.
          03 REI-ENVIO             PIC 9(02).
      *    REI-ENVIO: 01 = ORIGINAL  02 EM DIANTE = RETIFICACOES
          03 REI-SITUACAO          PIC X(01).
      *    REI-SITUACAO: A = ENVIADO  E = EXCLUIDO (R-9000)
          03 REI-DATAHORA          PIC 9(16).
