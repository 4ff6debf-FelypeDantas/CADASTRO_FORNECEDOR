      *-----------------------------------------------------------------
      ***********************************************
      *     DRIVER DA CADEIA NOTURNA (SCE015 ->      *
      *     SCE016 -> SCE012 -> SCE013 -> SCE032)    *
      *     COM CONTROLE DE EXECUCAO EM ARQFORRUN:   *
      *     NAO REPETE PASSO CONCLUIDO NA DATA E     *
      *     REINICIA DO PASSO QUE FALHOU             *
      ***********************************************
          05 FILLER          PIC X(08) VALUE "SCE016".
          05 FILLER          PIC X(08) VALUE "SCE012".
          05 FILLER          PIC X(08) VALUE "SCE013".
          05 FILLER          PIC X(08) VALUE "SCE032".
       01 W-TAB-PASSOS-R REDEFINES W-TAB-PASSOS.
          05 W-PASSO-PROG    PIC X(08) OCCURS 5 TIMES.

      *--------------------------------------------
      *-------[ VALIDACAO DE DATA AAAAMMDD ]------------------------
      *------------- EXECUTA A CADEIA NA ORDEM FIXA ---------------
       R2.
           MOVE ZEROS TO W-PASSO
           PERFORM EXECUTA-PASSO THRU EXECUTA-PASSO-FIM 5 TIMES
           GO TO ROT-FIM.

      *--------------------------------------------------------------
