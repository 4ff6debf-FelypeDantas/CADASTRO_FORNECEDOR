       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE034.
      *AUTHOR. FELYPE DANTAS DOS SANTOS.
      *-----------------------------------------------------------------
      ***********************************************
      *     MANUTENCAO DE CREDITOS E ADIANTAMENTOS   *
      *     DE FORNECEDOR (ARQFORCRE - OPERADOR      *
      *      LANCA NOTA DE CREDITO/ADIANTAMENTO      *
      *      PENDENTE; SUPERVISOR, QUE NAO SEJA O    *
      *      DO LANCAMENTO, LIBERA PARA COMPENSACAO  *
      *      NA SELECAO - SCE017 - OU CANCELA O      *
      *      SALDO)                                  *
      ***********************************************
        ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFOR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FOR-CODIGO
                      ALTERNATE RECORD KEY IS FOR-NOME WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
      *
           SELECT ARQFORCRE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRE-CHAVE
                    FILE STATUS  IS ST-ERROCRE.
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
       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".
           COPY REGFOR.
      *-----------------------------------------------------------------
       FD ARQFORCRE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORCRE.DAT".
           COPY FORCRE.
      *-----------------------------------------------------------------
       FD ARQFORUSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORUSU.DAT".
           COPY FORUSU.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-ERROCRE        PIC X(02) VALUE "00".
       01 ST-ERROUSU        PIC X(02) VALUE "00".
       01 W-OPCAO           PIC X(01) VALUE SPACES.
       01 W-FIM             PIC X(01) VALUE "N".
       01 W-ID-SIGNON       PIC X(08) VALUE SPACES.
       01 W-SENHA-SIGNON    PIC X(08) VALUE SPACES.
       01 W-TENTATIVAS      PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR        PIC X(08) VALUE SPACES.
       01 W-PERFIL          PIC X(01) VALUE SPACES.
       01 W-DATAHORA-FULL   PIC X(21) VALUE SPACES.
       01 W-COD-EDIT        PIC ZZZZZ9.
       01 W-VAL-EDIT        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-SALDO-EDIT      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-CODIGO          PIC 9(06) VALUE ZEROS.
       01 W-SEQ             PIC 9(04) VALUE ZEROS.
       01 W-ULT-SEQ         PIC 9(04) VALUE ZEROS.
       01 W-DESC-SIT        PIC X(10) VALUE SPACES.
       01 W-CONT-CRE        PIC 9(06) VALUE ZEROS.
       01 W-CONT-EDIT       PIC ZZZ.ZZ9.
       01 W-TOT-DISP        PIC 9(15)V99 VALUE ZEROS.
       01 W-TOT-PEND        PIC 9(15)V99 VALUE ZEROS.
       01 W-TOT-EDIT        PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

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
           OPEN INPUT ARQFOR
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO DE FORNECEDOR NAO ENCONTRADO ***"
              STOP RUN.
       R0A.
           OPEN I-O ARQFORCRE
           IF ST-ERROCRE NOT = "00"
              IF ST-ERROCRE = "30"
                 OPEN OUTPUT ARQFORCRE
                 CLOSE ARQFORCRE
                 OPEN I-O ARQFORCRE
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE CREDITOS"
                 CLOSE ARQFOR
                 STOP RUN.
       R0B.
           OPEN INPUT ARQFORUSU
           IF ST-ERROUSU NOT = "00"
              DISPLAY "*** ARQUIVO DE OPERADORES AUSENTE ***"
              DISPLAY "*** CADASTRE OS OPERADORES NO SCE011 ***"
              CLOSE ARQFOR ARQFORCRE
              STOP RUN.

      *------------- SIGN-ON: OPERADOR OU SUPERVISOR --------------
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
           MOVE USU-ID     TO W-OPERADOR
           MOVE USU-PERFIL TO W-PERFIL.

      *------------- MENU DE MANUTENCAO ---------------------------
       MENU-OPC.
           DISPLAY "I=INCLUIR|A=ALTERAR|E=EXCLUIR|L=LIBERAR|"
                   "X=CANCELAR SALDO|C=CONSULTAR|S=SAIR: "
                   WITH NO ADVANCING
           ACCEPT W-OPCAO
           IF W-OPCAO = "i" MOVE "I" TO W-OPCAO.
           IF W-OPCAO = "a" MOVE "A" TO W-OPCAO.
           IF W-OPCAO = "e" MOVE "E" TO W-OPCAO.
           IF W-OPCAO = "l" MOVE "L" TO W-OPCAO.
           IF W-OPCAO = "x" MOVE "X" TO W-OPCAO.
           IF W-OPCAO = "c" MOVE "C" TO W-OPCAO.
           IF W-OPCAO = "s" MOVE "S" TO W-OPCAO.
           IF W-OPCAO = "I"
              PERFORM INCLUI-CRE THRU INCLUI-FIM
              GO TO MENU-OPC.
           IF W-OPCAO = "A"
              PERFORM ALTERA-CRE THRU ALTERA-FIM
              GO TO MENU-OPC.
           IF W-OPCAO = "E"
              PERFORM EXCLUI-CRE THRU EXCLUI-FIM
              GO TO MENU-OPC.
           IF W-OPCAO = "L"
              PERFORM LIBERA-CRE THRU LIBERA-FIM
              GO TO MENU-OPC.
           IF W-OPCAO = "X"
              PERFORM CANCELA-CRE THRU CANCELA-FIM
              GO TO MENU-OPC.
           IF W-OPCAO = "C"
              PERFORM CONSULTA-CRE
              GO TO MENU-OPC.
           IF W-OPCAO = "S"
              GO TO ROT-FIM.
           GO TO MENU-OPC.

      *--------------------------------------------------------------
      *---[ INCLUSAO: CREDITO ENTRA PENDENTE ("P") COM O SALDO ]-------
      *---[ IGUAL AO VALOR, NA PROXIMA SEQUENCIA DO FORNECEDOR ]-------
       INCLUI-CRE.
           PERFORM ACEITA-CODIGO.
           MOVE W-CODIGO TO FOR-CODIGO
           READ ARQFOR
           IF ST-ERRO NOT = "00"
              DISPLAY "*** FORNECEDOR NAO CADASTRADO ***"
              GO TO INCLUI-FIM.
           DISPLAY "FORNECEDOR               : " FOR-NOME
           PERFORM ULTIMA-SEQUENCIA
           MOVE W-CODIGO TO CRE-CODIGO
           COMPUTE CRE-SEQ = W-ULT-SEQ + 1
           PERFORM ACEITA-TIPO THRU ACEITA-HISTORICO
           MOVE CRE-VALOR  TO CRE-SALDO
           MOVE "P"        TO CRE-SITUACAO
           MOVE W-OPERADOR TO CRE-USU-INC
           MOVE SPACES     TO CRE-USU-LIB
           MOVE ZEROS      TO CRE-DATAHORA-LIB
           WRITE REGFORCRE
           IF ST-ERROCRE = "00" OR "02"
              DISPLAY "*** CREDITO GRAVADO - SEQUENCIA " CRE-SEQ
                      " - AGUARDANDO LIBERACAO ***"
           ELSE
              DISPLAY "ERRO NA GRAVACAO DO CREDITO".
       INCLUI-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ ALTERACAO: SO CREDITO AINDA PENDENTE DE LIBERACAO ]-------
       ALTERA-CRE.
           PERFORM LOCALIZA-CRE.
           IF ST-ERROCRE NOT = "00"
              GO TO ALTERA-FIM.
           IF CRE-SITUACAO NOT = "P"
              DISPLAY "*** SO CREDITO PENDENTE PODE SER ALTERADO ***"
              GO TO ALTERA-FIM.
           PERFORM ACEITA-TIPO THRU ACEITA-HISTORICO
           MOVE CRE-VALOR  TO CRE-SALDO
           MOVE W-OPERADOR TO CRE-USU-INC
           REWRITE REGFORCRE
           IF ST-ERROCRE = "00" OR "02"
              DISPLAY "*** CREDITO ALTERADO ***"
           ELSE
              DISPLAY "ERRO NA ALTERACAO DO CREDITO".
       ALTERA-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ EXCLUSAO: SO CREDITO AINDA PENDENTE DE LIBERACAO ]--------
       EXCLUI-CRE.
           PERFORM LOCALIZA-CRE.
           IF ST-ERROCRE NOT = "00"
              GO TO EXCLUI-FIM.
           IF CRE-SITUACAO NOT = "P"
              DISPLAY "*** SO CREDITO PENDENTE PODE SER EXCLUIDO ***"
              GO TO EXCLUI-FIM.
           DELETE ARQFORCRE
           IF ST-ERROCRE = "00"
              DISPLAY "*** CREDITO EXCLUIDO ***"
           ELSE
              DISPLAY "ERRO NA EXCLUSAO DO CREDITO".
       EXCLUI-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ LIBERACAO: SOMENTE SUPERVISOR E QUE NAO SEJA QUEM ]--------
      *---[ LANCOU/ALTEROU O CREDITO ]---------------------------------
       LIBERA-CRE.
           IF W-PERFIL NOT = "S"
              DISPLAY "*** SOMENTE SUPERVISOR LIBERA CREDITOS ***"
              GO TO LIBERA-FIM.
           PERFORM LOCALIZA-CRE.
           IF ST-ERROCRE NOT = "00"
              GO TO LIBERA-FIM.
           IF CRE-SITUACAO NOT = "P"
              DISPLAY "*** CREDITO NAO ESTA PENDENTE ***"
              GO TO LIBERA-FIM.
           IF CRE-USU-INC = W-OPERADOR
              DISPLAY "*** CREDITO LANCADO POR VOCE - OUTRO SUPERVISOR "
                      "DEVE LIBERAR ***"
              GO TO LIBERA-FIM.
           PERFORM CONFIRMA
           IF W-OPCAO NOT = "S"
              GO TO LIBERA-FIM.
           MOVE "L" TO CRE-SITUACAO
           MOVE W-OPERADOR TO CRE-USU-LIB
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA-FULL
           MOVE W-DATAHORA-FULL (1:16) TO CRE-DATAHORA-LIB
           REWRITE REGFORCRE
           IF ST-ERROCRE = "00" OR "02"
              DISPLAY "*** CREDITO LIBERADO PARA COMPENSACAO ***"
           ELSE
              DISPLAY "ERRO NA LIBERACAO DO CREDITO".
       LIBERA-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ CANCELAMENTO DO SALDO: SOMENTE SUPERVISOR E QUE NAO ]------
      *---[ SEJA QUEM LANCOU/ALTEROU O CREDITO; O CREDITO DEIXA DE ]---
      *---[ SER COMPENSADO (O JA ABATIDO FICA NOS TITULOS) ]-----------
       CANCELA-CRE.
           IF W-PERFIL NOT = "S"
              DISPLAY "*** SOMENTE SUPERVISOR CANCELA CREDITOS ***"
              GO TO CANCELA-FIM.
           PERFORM LOCALIZA-CRE.
           IF ST-ERROCRE NOT = "00"
              GO TO CANCELA-FIM.
           IF CRE-SITUACAO NOT = "L" AND CRE-SITUACAO NOT = "P"
              DISPLAY "*** CREDITO SEM SALDO A CANCELAR ***"
              GO TO CANCELA-FIM.
           IF CRE-USU-INC = W-OPERADOR
              DISPLAY "*** CREDITO LANCADO POR VOCE - OUTRO SUPERVISOR "
                      "DEVE CANCELAR ***"
              GO TO CANCELA-FIM.
           PERFORM CONFIRMA
           IF W-OPCAO NOT = "S"
              GO TO CANCELA-FIM.
           MOVE "C" TO CRE-SITUACAO
           MOVE W-OPERADOR TO CRE-USU-LIB
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA-FULL
           MOVE W-DATAHORA-FULL (1:16) TO CRE-DATAHORA-LIB
           REWRITE REGFORCRE
           IF ST-ERROCRE = "00" OR "02"
              DISPLAY "*** SALDO DO CREDITO CANCELADO ***"
           ELSE
              DISPLAY "ERRO NO CANCELAMENTO DO CREDITO".
       CANCELA-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ LISTA OS CREDITOS DE UM FORNECEDOR (ZERO = TODOS) COM ]----
      *---[ O SALDO LIBERADO E O PENDENTE ]----------------------------
       CONSULTA-CRE.
           DISPLAY "CODIGO DO FORNECEDOR (0=TODOS): " WITH NO ADVANCING
           ACCEPT W-CODIGO
           MOVE ZEROS TO W-CONT-CRE W-TOT-DISP W-TOT-PEND
           MOVE "N" TO W-FIM
           MOVE W-CODIGO TO CRE-CODIGO
           MOVE ZEROS TO CRE-SEQ
           START ARQFORCRE KEY IS NOT LESS THAN CRE-CHAVE
           IF ST-ERROCRE NOT = "00"
              MOVE "S" TO W-FIM.
           PERFORM UNTIL W-FIM = "S"
              READ ARQFORCRE NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM
                 NOT AT END
                    IF W-CODIGO NOT = ZEROS AND
                       CRE-CODIGO NOT = W-CODIGO
                       MOVE "S" TO W-FIM
                    ELSE
                       ADD 1 TO W-CONT-CRE
                       PERFORM MOSTRA-CRE
                       IF CRE-SITUACAO = "L"
                          ADD CRE-SALDO TO W-TOT-DISP
                       END-IF
                       IF CRE-SITUACAO = "P"
                          ADD CRE-SALDO TO W-TOT-PEND
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           MOVE W-CONT-CRE TO W-CONT-EDIT
           DISPLAY "CREDITOS LISTADOS       : " W-CONT-EDIT
           MOVE W-TOT-DISP TO W-TOT-EDIT
           DISPLAY "SALDO LIBERADO          : " W-TOT-EDIT
           MOVE W-TOT-PEND TO W-TOT-EDIT
           DISPLAY "PENDENTE DE LIBERACAO   : " W-TOT-EDIT.

       MOSTRA-CRE.
           MOVE CRE-CODIGO TO W-COD-EDIT
           MOVE CRE-VALOR  TO W-VAL-EDIT
           MOVE CRE-SALDO  TO W-SALDO-EDIT
           IF CRE-SITUACAO = "P"
              MOVE "PENDENTE" TO W-DESC-SIT.
           IF CRE-SITUACAO = "L"
              MOVE "LIBERADO" TO W-DESC-SIT.
           IF CRE-SITUACAO = "E"
              MOVE "ESGOTADO" TO W-DESC-SIT.
           IF CRE-SITUACAO = "C"
              MOVE "CANCELADO" TO W-DESC-SIT.
           DISPLAY "CODIGO " W-COD-EDIT " SEQ " CRE-SEQ
                   " " CRE-TIPO " " CRE-DOCTO " " CRE-EMISSAO
                   " VALOR " W-VAL-EDIT " SALDO " W-SALDO-EDIT
                   " " W-DESC-SIT
           DISPLAY "       " CRE-HISTORICO " LANC " CRE-USU-INC
                   " LIB " CRE-USU-LIB.

      *--------------------------------------------------------------
      *---[ CODIGO + SEQUENCIA DE UM CREDITO EXISTENTE (MOSTRA OS ]----
      *---[ CREDITOS DO FORNECEDOR ANTES DE PEDIR A SEQUENCIA) ]-------
       LOCALIZA-CRE.
           PERFORM ACEITA-CODIGO.
           MOVE W-CODIGO TO CRE-CODIGO
           MOVE ZEROS TO CRE-SEQ
           MOVE "N" TO W-FIM
           START ARQFORCRE KEY IS NOT LESS THAN CRE-CHAVE
           IF ST-ERROCRE NOT = "00"
              MOVE "S" TO W-FIM.
           PERFORM UNTIL W-FIM = "S"
              READ ARQFORCRE NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM
                 NOT AT END
                    IF CRE-CODIGO NOT = W-CODIGO
                       MOVE "S" TO W-FIM
                    ELSE
                       PERFORM MOSTRA-CRE
                    END-IF
              END-READ
           END-PERFORM
           DISPLAY "SEQUENCIA DO CREDITO     : " WITH NO ADVANCING
           ACCEPT W-SEQ
           MOVE W-CODIGO TO CRE-CODIGO
           MOVE W-SEQ    TO CRE-SEQ
           READ ARQFORCRE
           IF ST-ERROCRE NOT = "00"
              DISPLAY "*** CREDITO NAO CADASTRADO ***".

      *--------------------------------------------------------------
      *---[ ULTIMA SEQUENCIA JA USADA NO FORNECEDOR ]-----------------
       ULTIMA-SEQUENCIA.
           MOVE ZEROS TO W-ULT-SEQ
           MOVE W-CODIGO TO CRE-CODIGO
           MOVE ZEROS TO CRE-SEQ
           MOVE "N" TO W-FIM
           START ARQFORCRE KEY IS NOT LESS THAN CRE-CHAVE
           IF ST-ERROCRE NOT = "00"
              MOVE "S" TO W-FIM.
           PERFORM UNTIL W-FIM = "S"
              READ ARQFORCRE NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM
                 NOT AT END
                    IF CRE-CODIGO NOT = W-CODIGO
                       MOVE "S" TO W-FIM
                    ELSE
                       MOVE CRE-SEQ TO W-ULT-SEQ
                    END-IF
              END-READ
           END-PERFORM.

      *--------------------------------------------------------------
      *---[ ENTRADA DOS DADOS DO CREDITO ]-----------------------------
       ACEITA-CODIGO.
           DISPLAY "CODIGO DO FORNECEDOR     : " WITH NO ADVANCING
           ACCEPT W-CODIGO
           IF W-CODIGO = ZEROS
              DISPLAY "*** CODIGO NAO PODE SER ZERO ***"
              GO TO ACEITA-CODIGO.

       ACEITA-TIPO.
           DISPLAY "TIPO N=NOTA CREDITO A=ADIANTAMENTO: "
                   WITH NO ADVANCING
           ACCEPT CRE-TIPO
           IF CRE-TIPO = "n" MOVE "N" TO CRE-TIPO.
           IF CRE-TIPO = "a" MOVE "A" TO CRE-TIPO.
           IF CRE-TIPO NOT = "N" AND CRE-TIPO NOT = "A"
              DISPLAY "*** TIPO INVALIDO ***"
              GO TO ACEITA-TIPO.
       ACEITA-DOCTO.
           DISPLAY "NUMERO DO DOCUMENTO      : " WITH NO ADVANCING
           ACCEPT CRE-DOCTO
           IF CRE-DOCTO = SPACES
              DISPLAY "*** DOCUMENTO NAO PODE FICAR EM BRANCO ***"
              GO TO ACEITA-DOCTO.
       ACEITA-EMISSAO.
           DISPLAY "EMISSAO AAAAMMDD         : " WITH NO ADVANCING
           ACCEPT CRE-EMISSAO
           MOVE CRE-EMISSAO TO W-DATA-VAL
           PERFORM VALIDA-DATA
           IF W-DATA-OK = "N"
              DISPLAY "*** DATA DE EMISSAO INVALIDA ***"
              GO TO ACEITA-EMISSAO.
       ACEITA-VALOR.
           DISPLAY "VALOR DO CREDITO         : " WITH NO ADVANCING
           ACCEPT CRE-VALOR
           IF CRE-VALOR = ZEROS
              DISPLAY "*** VALOR NAO PODE SER ZERO ***"
              GO TO ACEITA-VALOR.
       ACEITA-HISTORICO.
           DISPLAY "HISTORICO                : " WITH NO ADVANCING
           ACCEPT CRE-HISTORICO.

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
           CLOSE ARQFOR ARQFORCRE ARQFORUSU.
           STOP RUN.
