       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE028.
      *AUTHOR. FELYPE DANTAS DOS SANTOS.
      *-----------------------------------------------------------------
      ***********************************************
      *     MANUTENCAO DO DE/PARA DE CONTAS          *
      *     CONTABEIS (ARQFORCTA - CONTAS USADAS NA  *
      *      EXPORTACAO DE LANCAMENTOS DO SCE029;    *
      *      SOMENTE SUPERVISOR)                     *
      ***********************************************
        ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFORCTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTA-CHAVE
                    FILE STATUS  IS ST-ERROCTA.
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
       FD ARQFORCTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORCTA.DAT".
           COPY FORCTA.
      *-----------------------------------------------------------------
       FD ARQFORUSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORUSU.DAT".
           COPY FORUSU.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERROCTA        PIC X(02) VALUE "00".
       01 ST-ERROUSU        PIC X(02) VALUE "00".
       01 W-OPCAO           PIC X(01) VALUE SPACES.
       01 W-FIM             PIC X(01) VALUE "N".
       01 W-ID-SIGNON       PIC X(08) VALUE SPACES.
       01 W-SENHA-SIGNON    PIC X(08) VALUE SPACES.
       01 W-TENTATIVAS      PIC 9(01) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQFORCTA
           IF ST-ERROCTA NOT = "00"
              IF ST-ERROCTA = "30"
                 OPEN OUTPUT ARQFORCTA
                 CLOSE ARQFORCTA
                 OPEN I-O ARQFORCTA
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO DE/PARA DE CONTAS"
                 STOP RUN.
       R0A.
           OPEN INPUT ARQFORUSU
           IF ST-ERROUSU NOT = "00"
              DISPLAY "*** ARQUIVO DE OPERADORES AUSENTE ***"
              DISPLAY "*** CADASTRE OS OPERADORES NO SCE011 ***"
              CLOSE ARQFORCTA
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
              PERFORM INCLUI-CTA THRU INCLUI-FIM
              GO TO MENU-OPC.
           IF W-OPCAO = "A"
              PERFORM ALTERA-CTA THRU ALTERA-FIM
              GO TO MENU-OPC.
           IF W-OPCAO = "E"
              PERFORM EXCLUI-CTA THRU EXCLUI-FIM
              GO TO MENU-OPC.
           IF W-OPCAO = "C"
              PERFORM CONSULTA-CTA
              GO TO MENU-OPC.
           IF W-OPCAO = "S"
              GO TO ROT-FIM.
           GO TO MENU-OPC.

      *--------------------------------------------------------------
      *---[ INCLUSAO DE CONTA ]---------------------------------------
       INCLUI-CTA.
           PERFORM ACEITA-CHAVE.
           PERFORM ACEITA-CONTA.
           WRITE REGFORCTA
           IF ST-ERROCTA = "00" OR "02"
              DISPLAY "*** CONTA GRAVADA ***"
           ELSE
              IF ST-ERROCTA = "22"
                 DISPLAY "*** CHAVE JA CADASTRADA - USE ALTERAR ***"
              ELSE
                 DISPLAY "ERRO NA GRAVACAO DA CONTA".
       INCLUI-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ ALTERACAO DE CONTA ]--------------------------------------
       ALTERA-CTA.
           PERFORM ACEITA-CHAVE.
           READ ARQFORCTA
           IF ST-ERROCTA NOT = "00"
              DISPLAY "*** CHAVE NAO CADASTRADA ***"
              GO TO ALTERA-FIM.
           PERFORM MOSTRA-CTA
           PERFORM ACEITA-CONTA
           REWRITE REGFORCTA
           IF ST-ERROCTA = "00" OR "02"
              DISPLAY "*** CONTA ALTERADA ***"
           ELSE
              DISPLAY "ERRO NA ALTERACAO DA CONTA".
       ALTERA-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ EXCLUSAO DE CONTA ]---------------------------------------
       EXCLUI-CTA.
           PERFORM ACEITA-CHAVE.
           READ ARQFORCTA
           IF ST-ERROCTA NOT = "00"
              DISPLAY "*** CHAVE NAO CADASTRADA ***"
              GO TO EXCLUI-FIM.
           DELETE ARQFORCTA
           IF ST-ERROCTA = "00"
              DISPLAY "*** CONTA EXCLUIDA ***"
           ELSE
              DISPLAY "ERRO NA EXCLUSAO DA CONTA".
       EXCLUI-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ ENTRADA DA CHAVE E DA CONTA DO RAZAO ]--------------------
       ACEITA-CHAVE.
           DISPLAY "CHAVE (FORN/DESP/BANC/IRRF/INSS/JURO/DESC/CRED): "
                   WITH NO ADVANCING
           ACCEPT CTA-CHAVE
           IF CTA-CHAVE = "forn" MOVE "FORN" TO CTA-CHAVE.
           IF CTA-CHAVE = "desp" MOVE "DESP" TO CTA-CHAVE.
           IF CTA-CHAVE = "banc" MOVE "BANC" TO CTA-CHAVE.
           IF CTA-CHAVE = "irrf" MOVE "IRRF" TO CTA-CHAVE.
           IF CTA-CHAVE = "inss" MOVE "INSS" TO CTA-CHAVE.
           IF CTA-CHAVE = "juro" MOVE "JURO" TO CTA-CHAVE.
           IF CTA-CHAVE = "desc" MOVE "DESC" TO CTA-CHAVE.
           IF CTA-CHAVE = "cred" MOVE "CRED" TO CTA-CHAVE.
           IF CTA-CHAVE NOT = "FORN" AND "DESP" AND "BANC"
                         AND "IRRF" AND "INSS" AND "JURO" AND "DESC"
                         AND "CRED"
              DISPLAY "*** CHAVE INVALIDA ***"
              GO TO ACEITA-CHAVE.
           IF CTA-CHAVE = "FORN"
              MOVE "FORNECEDORES A PAGAR" TO CTA-DESCRICAO.
           IF CTA-CHAVE = "DESP"
              MOVE "DESPESA/ESTOQUE DA NOTA" TO CTA-DESCRICAO.
           IF CTA-CHAVE = "BANC"
              MOVE "BANCO DO PAGAMENTO" TO CTA-DESCRICAO.
           IF CTA-CHAVE = "IRRF"
              MOVE "IRRF A RECOLHER" TO CTA-DESCRICAO.
           IF CTA-CHAVE = "INSS"
              MOVE "INSS A RECOLHER" TO CTA-DESCRICAO.
           IF CTA-CHAVE = "JURO"
              MOVE "JUROS E MULTAS PAGOS" TO CTA-DESCRICAO.
           IF CTA-CHAVE = "DESC"
              MOVE "DESCONTOS OBTIDOS" TO CTA-DESCRICAO.
           IF CTA-CHAVE = "CRED"
              MOVE "CREDITOS/ADIANTAMENTOS FORNEC." TO CTA-DESCRICAO.

       ACEITA-CONTA.
           DISPLAY "CONTA DO RAZAO GERAL                           : "
                   WITH NO ADVANCING
           ACCEPT CTA-CONTA
           IF CTA-CONTA = SPACES
              DISPLAY "*** CONTA NAO PODE FICAR EM BRANCO ***"
              GO TO ACEITA-CONTA.

      *--------------------------------------------------------------
      *---[ LISTA O DE/PARA CADASTRADO ]------------------------------
       CONSULTA-CTA.
           MOVE "N" TO W-FIM
           MOVE SPACES TO CTA-CHAVE
           START ARQFORCTA KEY IS NOT LESS THAN CTA-CHAVE
           IF ST-ERROCTA NOT = "00"
              MOVE "S" TO W-FIM.
           PERFORM UNTIL W-FIM = "S"
              READ ARQFORCTA NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM
                 NOT AT END
                    PERFORM MOSTRA-CTA
              END-READ
           END-PERFORM.

       MOSTRA-CTA.
           DISPLAY CTA-CHAVE " " CTA-DESCRICAO " CONTA: " CTA-CONTA.

       ROT-FIM.
           CLOSE ARQFORCTA ARQFORUSU.
           STOP RUN.
