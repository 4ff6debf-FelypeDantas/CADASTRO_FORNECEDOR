       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE026.
      *AUTHOR. FELYPE DANTAS DOS SANTOS.
      *-----------------------------------------------------------------
      ***********************************************
      *     MANUTENCAO DOS PARAMETROS DO CONTAS A    *
      *     PAGAR (ARQFORPAR - LIMITE DE APROVACAO   *
      *      DE TITULOS, PRAZO DO RETORNO DA         *
      *      REMESSA; SOMENTE SUPERVISOR)            *
      ***********************************************
        ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFORPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-CHAVE
                    FILE STATUS  IS ST-ERROPAR.
      *
           SELECT ARQFORUSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-ID
                    FILE STATUS  IS ST-ERROUSU.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQFORPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORPAR.DAT".
           COPY FORPAR.
      *-----------------------------------------------------------------
       FD ARQFORUSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORUSU.DAT".
           COPY FORUSU.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERROPAR        PIC X(02) VALUE "00".
       01 ST-ERROUSU        PIC X(02) VALUE "00".
       01 W-OPCAO           PIC X(01) VALUE SPACES.
       01 W-FIM             PIC X(01) VALUE "N".
       01 W-ID-SIGNON       PIC X(08) VALUE SPACES.
       01 W-SENHA-SIGNON    PIC X(08) VALUE SPACES.
       01 W-TENTATIVAS      PIC 9(01) VALUE ZEROS.
       01 W-VAL-EDIT        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQFORPAR
           IF ST-ERROPAR NOT = "00"
              IF ST-ERROPAR = "30"
                 OPEN OUTPUT ARQFORPAR
                 CLOSE ARQFORPAR
                 OPEN I-O ARQFORPAR
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE PARAMETROS"
                 STOP RUN.
       R0A.
           OPEN INPUT ARQFORUSU
           IF ST-ERROUSU NOT = "00"
              DISPLAY "*** ARQUIVO DE OPERADORES AUSENTE ***"
              DISPLAY "*** CADASTRE OS OPERADORES NO SCE011 ***"
              CLOSE ARQFORPAR
              STOP RUN.

      *------------- SIGN-ON: SOMENTE SUPERVISOR ------------------
       SIGNON.
           ADD 1 TO W-TENTATIVAS
           IF W-TENTATIVAS > 3
              DISPLAY "*** ACESSO BLOQUEADO - 3 TENTATIVAS ***"
              GO TO ROT-FIM.
           DISPLAY "USUARIO : " WITH NO ADVANCING
           ACCEPT W-ID-SIGNON
           DISPLAY "SENHA   : " WITH NO ADVANCING
           ACCEPT W-SENHA-SIGNON
           MOVE W-ID-SIGNON TO USU-ID
           READ ARQFORUSU
           IF ST-ERROUSU NOT = "00"
              DISPLAY "*** USUARIO OU SENHA INVALIDOS ***"
              GO TO SIGNON.
           IF USU-SENHA NOT = W-SENHA-SIGNON
              DISPLAY "*** USUARIO OU SENHA INVALIDOS ***"
              GO TO SIGNON.
           IF USU-PERFIL NOT = "S"
              DISPLAY "*** SOMENTE SUPERVISOR ACESSA ESTE PROGRAMA ***"
              GO TO ROT-FIM.

      *------------- MENU DE MANUTENCAO ---------------------------
       MENU-OPC.
           DISPLAY "I=INCLUIR|A=ALTERAR|E=EXCLUIR|C=CONSULTAR|S=SAIR: "
                   WITH NO ADVANCING
           ACCEPT W-OPCAO
           IF W-OPCAO = "i" MOVE "I" TO W-OPCAO.
           IF W-OPCAO = "a" MOVE "A" TO W-OPCAO.
           IF W-OPCAO = "e" MOVE "E" TO W-OPCAO.
           IF W-OPCAO = "c" MOVE "C" TO W-OPCAO.
           IF W-OPCAO = "s" MOVE "S" TO W-OPCAO.
           IF W-OPCAO = "I"
              PERFORM INCLUI-PAR THRU INCLUI-FIM
              GO TO MENU-OPC.
           IF W-OPCAO = "A"
              PERFORM ALTERA-PAR THRU ALTERA-FIM
              GO TO MENU-OPC.
           IF W-OPCAO = "E"
              PERFORM EXCLUI-PAR THRU EXCLUI-FIM
              GO TO MENU-OPC.
           IF W-OPCAO = "C"
              PERFORM CONSULTA-PAR
              GO TO MENU-OPC.
           IF W-OPCAO = "S"
              GO TO ROT-FIM.
           GO TO MENU-OPC.

      *--------------------------------------------------------------
      *---[ INCLUSAO DE PARAMETRO ]-----------------------------------
       INCLUI-PAR.
           PERFORM ACEITA-CHAVE.
           PERFORM ACEITA-VALOR.
           WRITE REGFORPAR
           IF ST-ERROPAR = "00" OR "02"
              DISPLAY "*** PARAMETRO GRAVADO ***"
           ELSE
              IF ST-ERROPAR = "22"
                 DISPLAY "*** PARAMETRO JA CADASTRADO - USE ALTERAR ***"
              ELSE
                 DISPLAY "ERRO NA GRAVACAO DO PARAMETRO".
       INCLUI-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ ALTERACAO DE PARAMETRO ]----------------------------------
       ALTERA-PAR.
           PERFORM ACEITA-CHAVE.
           READ ARQFORPAR
           IF ST-ERROPAR NOT = "00"
              DISPLAY "*** PARAMETRO NAO CADASTRADO ***"
              GO TO ALTERA-FIM.
           PERFORM MOSTRA-PAR
           PERFORM ACEITA-VALOR
           REWRITE REGFORPAR
           IF ST-ERROPAR = "00" OR "02"
              DISPLAY "*** PARAMETRO ALTERADO ***"
           ELSE
              DISPLAY "ERRO NA ALTERACAO DO PARAMETRO".
       ALTERA-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ EXCLUSAO DE PARAMETRO ]-----------------------------------
       EXCLUI-PAR.
           PERFORM ACEITA-CHAVE.
           READ ARQFORPAR
           IF ST-ERROPAR NOT = "00"
              DISPLAY "*** PARAMETRO NAO CADASTRADO ***"
              GO TO EXCLUI-FIM.
           DELETE ARQFORPAR
           IF ST-ERROPAR = "00"
              DISPLAY "*** PARAMETRO EXCLUIDO ***"
           ELSE
              DISPLAY "ERRO NA EXCLUSAO DO PARAMETRO".
       EXCLUI-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ ENTRADA DA CHAVE E DO VALOR DO PARAMETRO ]----------------
       ACEITA-CHAVE.
           DISPLAY "PARAMETRO (LIMAPROV/DIASREM) : " WITH NO ADVANCING
           ACCEPT PAR-CHAVE
           IF PAR-CHAVE = "limaprov" MOVE "LIMAPROV" TO PAR-CHAVE.
           IF PAR-CHAVE = "diasrem"  MOVE "DIASREM"  TO PAR-CHAVE.
           IF PAR-CHAVE NOT = "LIMAPROV" AND NOT = "DIASREM"
              DISPLAY "*** PARAMETRO DEVE SER LIMAPROV OU DIASREM ***"
              GO TO ACEITA-CHAVE.
           IF PAR-CHAVE = "LIMAPROV"
              MOVE "LIMITE DA NOTA SEM APROVACAO" TO PAR-DESCRICAO.
           IF PAR-CHAVE = "DIASREM"
              MOVE "DIAS SEM RETORNO DA REMESSA" TO PAR-DESCRICAO.

       ACEITA-VALOR.
           DISPLAY "VALOR                        : " WITH NO ADVANCING
           ACCEPT PAR-VALOR
           IF PAR-VALOR = ZEROS
              DISPLAY "*** VALOR NAO PODE SER ZERO ***"
              GO TO ACEITA-VALOR.

      *--------------------------------------------------------------
      *---[ LISTA OS PARAMETROS CADASTRADOS ]-------------------------
       CONSULTA-PAR.
           MOVE "N" TO W-FIM
           MOVE SPACES TO PAR-CHAVE
           START ARQFORPAR KEY IS NOT LESS THAN PAR-CHAVE
           IF ST-ERROPAR NOT = "00"
              MOVE "S" TO W-FIM.
           PERFORM UNTIL W-FIM = "S"
              READ ARQFORPAR NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM
                 NOT AT END
                    PERFORM MOSTRA-PAR
              END-READ
           END-PERFORM.

       MOSTRA-PAR.
           MOVE PAR-VALOR TO W-VAL-EDIT
           DISPLAY PAR-CHAVE " " PAR-DESCRICAO " VALOR: " W-VAL-EDIT.

       ROT-FIM.
           CLOSE ARQFORPAR ARQFORUSU.
           STOP RUN.
