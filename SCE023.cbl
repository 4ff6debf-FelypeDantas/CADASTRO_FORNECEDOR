      *-----------------------------------------------------------------
      ***********************************************
      *     MANUTENCAO DE CONTRATOS DE COMPRA        *
      *     (ARQFORCON - VIGENCIA, VALOR TETO E      *
      *      CONDICOES DE MULTA/JUROS/DESCONTO POR   *
      *      FORNECEDOR; SOMENTE SUPERVISOR)         *
      ***********************************************
        ENVIRONMENT DIVISION.
       01 W-SALDO           PIC S9(13)V99 VALUE ZEROS.
       01 W-VAL-EDIT        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-SALDO-EDIT      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-PERC-EDIT       PIC Z9,99.
       01 W-JUROS-EDIT      PIC Z9,9999.

      *--------------------------------------------
      *-------[ VALIDACAO DE DATA AAAAMMDD ]------------------------
           IF FOR-SITUACAO = "I"
              DISPLAY "*** FORNECEDOR INATIVO ***"
              GO TO INCLUI-FIM.
           PERFORM ACEITA-VIGENCIA THRU ACEITA-DIASDESC-FIM
           MOVE ZEROS TO CON-VALOR-UTIL
           WRITE REGFORCON
           IF ST-ERROCON = "00" OR "02"
           EXIT.

      *--------------------------------------------------------------
      *---[ ALTERACAO DE VIGENCIA/TETO/CONDICOES (SALDO UTILIZADO ]---
      *---[ MANTIDO) ]------------------------------------------------
       ALTERA-CON.
           PERFORM ACEITA-CODIGO.
           READ ARQFORCON
              DISPLAY "*** CONTRATO NAO CADASTRADO ***"
              GO TO ALTERA-FIM.
           PERFORM MOSTRA-CON
           PERFORM ACEITA-VIGENCIA THRU ACEITA-DIASDESC-FIM
           IF CON-VALOR-TETO < CON-VALOR-UTIL
              DISPLAY "*** TETO MENOR QUE O VALOR JA UTILIZADO ***"
              GO TO ALTERA-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ ENTRADA DO CODIGO, VIGENCIA, TETO E CONDICOES DE ]--------
      *---[ PAGAMENTO DO CONTRATO ]-----------------------------------
       ACEITA-CODIGO.
           DISPLAY "CODIGO DO FORNECEDOR     : " WITH NO ADVANCING
           ACCEPT CON-CODIGO
           IF CON-VALOR-TETO = ZEROS
              DISPLAY "*** TETO NAO PODE SER ZERO ***"
              GO TO ACEITA-TETO.
       ACEITA-MULTA.
           DISPLAY "MULTA POR ATRASO %       : " WITH NO ADVANCING
           ACCEPT CON-PERC-MULTA.
       ACEITA-JUROS.
           DISPLAY "JUROS POR DIA DE ATRASO %: " WITH NO ADVANCING
           ACCEPT CON-PERC-JUROS.
       ACEITA-DESC.
           DISPLAY "DESCONTO ANTECIPACAO %   : " WITH NO ADVANCING
           ACCEPT CON-PERC-DESC
           IF CON-PERC-DESC = ZEROS
              MOVE ZEROS TO CON-DIAS-DESC
              GO TO ACEITA-DIASDESC-FIM.
       ACEITA-DIASDESC.
           DISPLAY "DIAS ANTES DO VENCIMENTO : " WITH NO ADVANCING
           ACCEPT CON-DIAS-DESC.
       ACEITA-DIASDESC-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ LISTA OS CONTRATOS COM O SALDO DISPONIVEL ]---------------
           DISPLAY "CODIGO " W-COD-EDIT
                   " VIGENCIA " CON-INIVIG "-" CON-FIMVIG
                   " TETO " W-VAL-EDIT
                   " SALDO " W-SALDO-EDIT
           MOVE CON-PERC-MULTA TO W-PERC-EDIT
           MOVE CON-PERC-JUROS TO W-JUROS-EDIT
           DISPLAY "       MULTA " W-PERC-EDIT "%"
                   " JUROS/DIA " W-JUROS-EDIT "%" WITH NO ADVANCING
           MOVE CON-PERC-DESC TO W-PERC-EDIT
           DISPLAY " DESCONTO " W-PERC-EDIT "% ATE " CON-DIAS-DESC
                   " DIAS ANTES".

      *--------------------------------------------------------------
      *---[ VALIDA MES (01-12) E DIA (01-31) DE UMA DATA AAAAMMDD ]---
