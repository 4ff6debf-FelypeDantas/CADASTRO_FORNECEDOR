       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE036.
      *AUTHOR. FELYPE DANTAS DOS SANTOS.
      *-----------------------------------------------------------------
      ***********************************************
      *     MANUTENCAO DO CALENDARIO DE FERIADOS     *
      *     (ARQFORFER - FERIADOS NACIONAIS E        *
      *      LOCAIS QUE NAO SAO DIAS UTEIS NO        *
      *      VENCIMENTO E NO PAGAMENTO; ANO 0000 =   *
      *      FERIADO FIXO; SOMENTE SUPERVISOR)       *
      ***********************************************
        ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFORFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-DATA
                    FILE STATUS  IS ST-ERROFER.
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
       FD ARQFORFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORFER.DAT".
           COPY FORFER.
      *-----------------------------------------------------------------
       FD ARQFORUSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORUSU.DAT".
           COPY FORUSU.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERROFER        PIC X(02) VALUE "00".
       01 ST-ERROUSU        PIC X(02) VALUE "00".
       01 W-OPCAO           PIC X(01) VALUE SPACES.
       01 W-FIM             PIC X(01) VALUE "N".
       01 W-ID-SIGNON       PIC X(08) VALUE SPACES.
       01 W-SENHA-SIGNON    PIC X(08) VALUE SPACES.
       01 W-TENTATIVAS      PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR        PIC X(08) VALUE SPACES.
       01 W-DATAHORA-FULL   PIC X(21) VALUE SPACES.
       01 W-DATA            PIC 9(08) VALUE ZEROS.
       01 W-ANO             PIC 9(04) VALUE ZEROS.
       01 W-DESC-TIPO       PIC X(08) VALUE SPACES.
       01 W-DESC-SEMANA     PIC X(07) VALUE SPACES.
       01 W-CONT-FER        PIC 9(06) VALUE ZEROS.
       01 W-CONT-EDIT       PIC ZZZ.ZZ9.

      *--------------------------------------------
      *-------[ DIA DA SEMANA (1=SEGUNDA ... 6=SABADO 0=DOMINGO) ]--
       01 W-DU-DIAS         PIC 9(08) VALUE ZEROS.
       01 W-DU-SEMANA       PIC 9(01) VALUE ZEROS.

      *--------------------------------------------
      *-------[ VALIDACAO DE DATA AAAAMMDD ]------------------------
       01 W-DATA-VAL        PIC 9(08) VALUE ZEROS.
       01 W-DATA-VAL-X REDEFINES W-DATA-VAL.
          05 W-DATA-ANO     PIC 9(04).
          05 W-DATA-MES     PIC 9(02).
          05 W-DATA-DIA     PIC 9(02).
       01 W-DATA-OK         PIC X(01) VALUE "S".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQFORFER
           IF ST-ERROFER NOT = "00"
              IF ST-ERROFER = "30"
                 OPEN OUTPUT ARQFORFER
                 CLOSE ARQFORFER
                 OPEN I-O ARQFORFER
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO CALENDARIO DE FERIADOS"
                 STOP RUN.
       R0A.
           OPEN INPUT ARQFORUSU
           IF ST-ERROUSU NOT = "00"
              DISPLAY "*** ARQUIVO DE OPERADORES AUSENTE ***"
              DISPLAY "*** CADASTRE OS OPERADORES NO SCE011 ***"
              CLOSE ARQFORFER
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
           MOVE USU-ID TO W-OPERADOR.

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
              PERFORM INCLUI-FER THRU INCLUI-FIM
              GO TO MENU-OPC.
           IF W-OPCAO = "A"
              PERFORM ALTERA-FER THRU ALTERA-FIM
              GO TO MENU-OPC.
           IF W-OPCAO = "E"
              PERFORM EXCLUI-FER THRU EXCLUI-FIM
              GO TO MENU-OPC.
           IF W-OPCAO = "C"
              PERFORM CONSULTA-FER
              GO TO MENU-OPC.
           IF W-OPCAO = "S"
              GO TO ROT-FIM.
           GO TO MENU-OPC.

      *--------------------------------------------------------------
      *---[ INCLUSAO DE FERIADO ]-------------------------------------
       INCLUI-FER.
           PERFORM ACEITA-DATA.
           MOVE W-DATA TO FER-DATA
           READ ARQFORFER
           IF ST-ERROFER = "00"
              DISPLAY "*** FERIADO JA CADASTRADO - USE ALTERAR ***"
              GO TO INCLUI-FIM.
           MOVE W-DATA TO FER-DATA
           PERFORM ACEITA-TIPO THRU ACEITA-LOCAL.
           MOVE W-OPERADOR TO FER-USU-INC
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA-FULL
           MOVE W-DATAHORA-FULL (1:16) TO FER-DATAHORA-INC
           PERFORM CONFIRMA
           IF W-OPCAO NOT = "S"
              DISPLAY "*** INCLUSAO CANCELADA ***"
              GO TO INCLUI-FIM.
           WRITE REGFORFER
           IF ST-ERROFER = "00" OR "02"
              DISPLAY "*** FERIADO GRAVADO ***"
           ELSE
              DISPLAY "ERRO NA GRAVACAO DO FERIADO".
       INCLUI-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ ALTERACAO DO TIPO, DESCRICAO E LOCAL DO FERIADO ]----------
       ALTERA-FER.
           PERFORM ACEITA-DATA.
           MOVE W-DATA TO FER-DATA
           READ ARQFORFER
           IF ST-ERROFER NOT = "00"
              DISPLAY "*** FERIADO NAO CADASTRADO ***"
              GO TO ALTERA-FIM.
           PERFORM MOSTRA-FER
           PERFORM ACEITA-TIPO THRU ACEITA-LOCAL.
           PERFORM CONFIRMA
           IF W-OPCAO NOT = "S"
              DISPLAY "*** ALTERACAO CANCELADA ***"
              GO TO ALTERA-FIM.
           REWRITE REGFORFER
           IF ST-ERROFER = "00" OR "02"
              DISPLAY "*** FERIADO ALTERADO ***"
           ELSE
              DISPLAY "ERRO NA ALTERACAO DO FERIADO".
       ALTERA-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ EXCLUSAO DE FERIADO ]-------------------------------------
       EXCLUI-FER.
           PERFORM ACEITA-DATA.
           MOVE W-DATA TO FER-DATA
           READ ARQFORFER
           IF ST-ERROFER NOT = "00"
              DISPLAY "*** FERIADO NAO CADASTRADO ***"
              GO TO EXCLUI-FIM.
           PERFORM MOSTRA-FER
           PERFORM CONFIRMA
           IF W-OPCAO NOT = "S"
              DISPLAY "*** EXCLUSAO CANCELADA ***"
              GO TO EXCLUI-FIM.
           DELETE ARQFORFER
           IF ST-ERROFER = "00"
              DISPLAY "*** FERIADO EXCLUIDO ***"
           ELSE
              DISPLAY "ERRO NA EXCLUSAO DO FERIADO".
       EXCLUI-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ LISTA OS FERIADOS FIXOS E OS DO ANO INFORMADO ]------------
      *---[ (ANO ZERO = TODOS OS CADASTRADOS) ]------------------------
       CONSULTA-FER.
           DISPLAY "ANO AAAA (0=TODOS) : " WITH NO ADVANCING
           ACCEPT W-ANO
           MOVE ZEROS TO W-CONT-FER
           MOVE "N" TO W-FIM
           MOVE ZEROS TO FER-DATA
           START ARQFORFER KEY IS NOT LESS THAN FER-DATA
           IF ST-ERROFER NOT = "00"
              MOVE "S" TO W-FIM.
           PERFORM UNTIL W-FIM = "S"
              READ ARQFORFER NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM
                 NOT AT END
                    IF W-ANO = ZEROS OR FER-ANO = ZEROS
                       OR FER-ANO = W-ANO
                       ADD 1 TO W-CONT-FER
                       PERFORM MOSTRA-FER
                    END-IF
              END-READ
           END-PERFORM
           MOVE W-CONT-FER TO W-CONT-EDIT
           DISPLAY "FERIADOS LISTADOS : " W-CONT-EDIT.

       MOSTRA-FER.
           IF FER-TIPO = "N"
              MOVE "NACIONAL" TO W-DESC-TIPO
           ELSE
              MOVE "LOCAL"    TO W-DESC-TIPO.
           MOVE SPACES TO W-DESC-SEMANA
           IF FER-ANO = ZEROS
              MOVE "FIXO" TO W-DESC-SEMANA
           ELSE
              PERFORM DIA-DA-SEMANA THRU DIA-DA-SEMANA-FIM.
           DISPLAY FER-DATA " " W-DESC-SEMANA " " W-DESC-TIPO " "
                   FER-DESCRICAO " " FER-LOCAL " " FER-USU-INC.

      *--------------------------------------------------------------
      *---[ DIA DA SEMANA DO FERIADO (01/01/1601 FOI SEGUNDA) ]--------
       DIA-DA-SEMANA.
           COMPUTE W-DU-DIAS = FUNCTION INTEGER-OF-DATE (FER-DATA)
           IF W-DU-DIAS = ZEROS
              GO TO DIA-DA-SEMANA-FIM.
           COMPUTE W-DU-SEMANA = FUNCTION MOD (W-DU-DIAS, 7)
           IF W-DU-SEMANA = 1 MOVE "SEGUNDA" TO W-DESC-SEMANA.
           IF W-DU-SEMANA = 2 MOVE "TERCA"   TO W-DESC-SEMANA.
           IF W-DU-SEMANA = 3 MOVE "QUARTA"  TO W-DESC-SEMANA.
           IF W-DU-SEMANA = 4 MOVE "QUINTA"  TO W-DESC-SEMANA.
           IF W-DU-SEMANA = 5 MOVE "SEXTA"   TO W-DESC-SEMANA.
           IF W-DU-SEMANA = 6 MOVE "SABADO"  TO W-DESC-SEMANA.
           IF W-DU-SEMANA = 0 MOVE "DOMINGO" TO W-DESC-SEMANA.
       DIA-DA-SEMANA-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ ENTRADA DOS DADOS DO FERIADO ]-----------------------------
       ACEITA-DATA.
           DISPLAY "DATA AAAAMMDD (ANO 0000=TODO ANO) : "
                   WITH NO ADVANCING
           ACCEPT W-DATA
           MOVE W-DATA TO W-DATA-VAL
           PERFORM VALIDA-DATA
           IF W-DATA-OK = "N"
              DISPLAY "*** DATA INVALIDA ***"
              GO TO ACEITA-DATA.
           IF W-DATA-ANO NOT = ZEROS
              IF FUNCTION INTEGER-OF-DATE (W-DATA) = ZEROS
                 DISPLAY "*** DATA INEXISTENTE NO CALENDARIO ***"
                 GO TO ACEITA-DATA.

       ACEITA-TIPO.
           DISPLAY "TIPO N=NACIONAL L=LOCAL           : "
                   WITH NO ADVANCING
           ACCEPT FER-TIPO
           IF FER-TIPO = "n" MOVE "N" TO FER-TIPO.
           IF FER-TIPO = "l" MOVE "L" TO FER-TIPO.
           IF FER-TIPO NOT = "N" AND FER-TIPO NOT = "L"
              DISPLAY "*** TIPO INVALIDO ***"
              GO TO ACEITA-TIPO.
       ACEITA-DESCRICAO.
           DISPLAY "DESCRICAO                         : "
                   WITH NO ADVANCING
           ACCEPT FER-DESCRICAO
           IF FER-DESCRICAO = SPACES
              DISPLAY "*** DESCRICAO NAO PODE FICAR EM BRANCO ***"
              GO TO ACEITA-DESCRICAO.
       ACEITA-LOCAL.
           MOVE SPACES TO FER-LOCAL
           IF FER-TIPO = "L"
              DISPLAY "MUNICIPIO/UF                      : "
                      WITH NO ADVANCING
              ACCEPT FER-LOCAL
              IF FER-LOCAL = SPACES
                 DISPLAY "*** INFORME O LOCAL DO FERIADO ***"
                 GO TO ACEITA-LOCAL.

       CONFIRMA.
           DISPLAY "CONFIRMA (S/N) : " WITH NO ADVANCING
           ACCEPT W-OPCAO
           IF W-OPCAO = "s" MOVE "S" TO W-OPCAO.
           IF W-OPCAO = "n" MOVE "N" TO W-OPCAO.
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "N"
              GO TO CONFIRMA.

      *--------------------------------------------------------------
      *---[ VALIDA MES (01-12) E DIA (01-31) DE UMA DATA AAAAMMDD ]---
       VALIDA-DATA.
           MOVE "S" TO W-DATA-OK
           IF W-DATA-MES < 01 OR W-DATA-MES > 12
              MOVE "N" TO W-DATA-OK.
           IF W-DATA-DIA < 01 OR W-DATA-DIA > 31
              MOVE "N" TO W-DATA-OK.

       ROT-FIM.
           CLOSE ARQFORFER ARQFORUSU.
           STOP RUN.
