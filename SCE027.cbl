       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE027.
      *AUTHOR. FELYPE DANTAS DOS SANTOS.
      *-----------------------------------------------------------------
      ***********************************************
      *     APROVACAO DE TITULOS A PAGAR             *
      *     (LISTA OS TITULOS "L" DO ARQFORTIT -     *
      *      NOTA ACIMA DO LIMITE LIMAPROV - E       *
      *      APROVA (VOLTA PARA "A") OU REJEITA      *
      *      (CANCELA "C"); O APROVADOR DEVE SER     *
      *      OUTRO USUARIO QUE NAO O DO LANCAMENTO;  *
      *      SOMENTE SUPERVISOR)                     *
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
           SELECT ARQFORTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIT-CHAVE
                    ALTERNATE RECORD KEY IS TIT-CODIGO
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS TIT-VENCIMENTO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERROTIT.
      *
           SELECT ARQFORCON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CON-CODIGO
                    FILE STATUS  IS ST-ERROCON.
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
       FD ARQFORTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORTIT.DAT".
           COPY FORTIT.
      *-----------------------------------------------------------------
       FD ARQFORCON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORCON.DAT".
           COPY FORCON.
      *-----------------------------------------------------------------
       FD ARQFORUSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORUSU.DAT".
           COPY FORUSU.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-ERROTIT        PIC X(02) VALUE "00".
       01 ST-ERROCON        PIC X(02) VALUE "00".
       01 ST-ERROUSU        PIC X(02) VALUE "00".
       01 W-OPCAO           PIC X(01) VALUE SPACES.
       01 W-DECISAO         PIC X(01) VALUE SPACES.
       01 W-FIM             PIC X(01) VALUE "N".
       01 W-ID-SIGNON       PIC X(08) VALUE SPACES.
       01 W-SENHA-SIGNON    PIC X(08) VALUE SPACES.
       01 W-TENTATIVAS      PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR        PIC X(08) VALUE SPACES.
       01 W-DATAHORA-FULL   PIC X(21) VALUE SPACES.
       01 W-UTIL-NOVO       PIC S9(13)V99 VALUE ZEROS.
       01 W-NOME            PIC X(30) VALUE SPACES.
       01 W-COD-EDIT        PIC ZZZZZ9.
       01 W-VAL-EDIT        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-CONT-EDIT       PIC ZZZ.ZZ9.

      *--------------------------------------------
      *-------[ CONTROLE DE CONCORRENCIA NA REGRAVACAO ]------------
       01 W-TIT-LIDO        PIC X(266) VALUE SPACES.
       01 W-CONCORRENCIA    PIC X(01) VALUE "N".

       01 W-CONT-PEND       PIC 9(06) VALUE ZEROS.
       01 W-CONT-APROV      PIC 9(06) VALUE ZEROS.
       01 W-CONT-REJEIT     PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT ARQFOR
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO DE FORNECEDOR NAO ENCONTRADO ***"
              STOP RUN.
       R0A.
           OPEN I-O ARQFORTIT
           IF ST-ERROTIT NOT = "00"
              DISPLAY "*** ARQUIVO DE TITULOS NAO ENCONTRADO ***"
              CLOSE ARQFOR
              STOP RUN.
       R0B.
           OPEN I-O ARQFORCON
           IF ST-ERROCON NOT = "00"
              IF ST-ERROCON = "30"
                 OPEN OUTPUT ARQFORCON
                 CLOSE ARQFORCON
                 OPEN I-O ARQFORCON
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE CONTRATOS"
                 CLOSE ARQFOR ARQFORTIT
                 STOP RUN.
       R0C.
           OPEN INPUT ARQFORUSU
           IF ST-ERROUSU NOT = "00"
              DISPLAY "*** ARQUIVO DE OPERADORES AUSENTE ***"
              DISPLAY "*** CADASTRE OS OPERADORES NO SCE011 ***"
              CLOSE ARQFOR ARQFORTIT ARQFORCON
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

      *------------- MENU DE APROVACAO ----------------------------
       MENU-OPC.
           DISPLAY "L=LISTAR PENDENTES|A=APROVAR/REJEITAR|S=SAIR: "
                   WITH NO ADVANCING
           ACCEPT W-OPCAO
           IF W-OPCAO = "l" MOVE "L" TO W-OPCAO.
           IF W-OPCAO = "a" MOVE "A" TO W-OPCAO.
           IF W-OPCAO = "s" MOVE "S" TO W-OPCAO.
           IF W-OPCAO = "L"
              PERFORM LISTA-PENDENTES
              GO TO MENU-OPC.
           IF W-OPCAO = "A"
              PERFORM DECIDE-PENDENTES
              GO TO MENU-OPC.
           IF W-OPCAO = "S"
              GO TO ROT-FIM.
           GO TO MENU-OPC.

      *--------------------------------------------------------------
      *---[ LISTA OS TITULOS AGUARDANDO APROVACAO ]-------------------
       LISTA-PENDENTES.
           MOVE ZEROS TO W-CONT-PEND
           PERFORM POSICIONA-INICIO
           PERFORM UNTIL W-FIM = "S"
              READ ARQFORTIT NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM
                 NOT AT END
                    IF TIT-SITUACAO = "L"
                       ADD 1 TO W-CONT-PEND
                       PERFORM MOSTRA-TIT
                    END-IF
              END-READ
           END-PERFORM
           MOVE W-CONT-PEND TO W-CONT-EDIT
           DISPLAY "TITULOS AGUARDANDO APROVACAO: " W-CONT-EDIT.

      *--------------------------------------------------------------
      *---[ PERCORRE OS PENDENTES PEDINDO A DECISAO DE CADA UM ]------
       DECIDE-PENDENTES.
           MOVE ZEROS TO W-CONT-APROV W-CONT-REJEIT
           PERFORM POSICIONA-INICIO
           PERFORM UNTIL W-FIM = "S"
              READ ARQFORTIT NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM
                 NOT AT END
                    IF TIT-SITUACAO = "L"
                       PERFORM DECIDE-TIT THRU DECIDE-TIT-FIM
                    END-IF
              END-READ
           END-PERFORM
           MOVE W-CONT-APROV TO W-CONT-EDIT
           DISPLAY "TITULOS APROVADOS : " W-CONT-EDIT
           MOVE W-CONT-REJEIT TO W-CONT-EDIT
           DISPLAY "TITULOS REJEITADOS: " W-CONT-EDIT.

       DECIDE-TIT.
           PERFORM MOSTRA-TIT
           IF TIT-USU-INC = W-OPERADOR
              DISPLAY "*** TITULO LANCADO POR VOCE - OUTRO SUPERVISOR "
                      "DEVE APROVAR ***"
              GO TO DECIDE-TIT-FIM.
       DECIDE-TIT-1.
           DISPLAY "A=APROVAR|R=REJEITAR|P=PULAR|S=SAIR: "
                   WITH NO ADVANCING
           ACCEPT W-DECISAO
           IF W-DECISAO = "a" MOVE "A" TO W-DECISAO.
           IF W-DECISAO = "r" MOVE "R" TO W-DECISAO.
           IF W-DECISAO = "p" MOVE "P" TO W-DECISAO.
           IF W-DECISAO = "s" MOVE "S" TO W-DECISAO.
           IF W-DECISAO = "P"
              GO TO DECIDE-TIT-FIM.
           IF W-DECISAO = "S"
              MOVE "S" TO W-FIM
              GO TO DECIDE-TIT-FIM.
           IF W-DECISAO NOT = "A" AND W-DECISAO NOT = "R"
              GO TO DECIDE-TIT-1.
      *    CREDITO DO FORNECEDOR JA ABATIDO NO TITULO (ORDEM DEVOLVIDA
      *    PELO BANCO): CANCELAR PERDERIA O CREDITO - SO APROVA
           IF W-DECISAO = "R" AND TIT-VALOR-COMP > ZEROS
              DISPLAY "*** TITULO COMPENSADO - NAO PODE CANCELAR ***"
              GO TO DECIDE-TIT-1.
           PERFORM VERIFICA-CONCORRENCIA
           IF W-CONCORRENCIA = "S"
              GO TO DECIDE-TIT-FIM.
           MOVE W-OPERADOR TO TIT-USU-APROV
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA-FULL
           MOVE W-DATAHORA-FULL (1:16) TO TIT-DATAHORA-APROV
           IF W-DECISAO = "A"
              MOVE "A" TO TIT-SITUACAO
           ELSE
              MOVE "C" TO TIT-SITUACAO.
           REWRITE REGFORTIT
           IF ST-ERROTIT NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO TITULO"
              GO TO DECIDE-TIT-FIM.
           IF W-DECISAO = "A"
              ADD 1 TO W-CONT-APROV
              DISPLAY "*** TITULO APROVADO ***"
           ELSE
              ADD 1 TO W-CONT-REJEIT
              PERFORM LIBERA-CONTRATO
              DISPLAY "*** TITULO REJEITADO (CANCELADO) ***".
       DECIDE-TIT-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ CONTROLE DE CONCORRENCIA: RELE O TITULO PELA CHAVE ]------
      *---[ ANTES DA REGRAVACAO; SE MUDOU DESDE A LISTAGEM (SCE008) ]--
      *---[ NAO GRAVA A DECISAO ]--------------------------------------
       VERIFICA-CONCORRENCIA.
           MOVE "N" TO W-CONCORRENCIA
           MOVE REGFORTIT TO W-TIT-LIDO
           READ ARQFORTIT
           IF ST-ERROTIT NOT = "00"
              MOVE "S" TO W-CONCORRENCIA
           ELSE
              IF REGFORTIT NOT = W-TIT-LIDO
                 MOVE "S" TO W-CONCORRENCIA.
           IF W-CONCORRENCIA = "S"
              DISPLAY "*** TITULO ALTERADO POR OUTRO OPERADOR - "
                      "DECISAO NAO GRAVADA ***".

      *--------------------------------------------------------------
      *---[ REJEICAO: DEVOLVE O VALOR DO TITULO AO SALDO ]------------
      *---[ DISPONIVEL DO CONTRATO DO FORNECEDOR ]--------------------
       LIBERA-CONTRATO.
           MOVE TIT-CODIGO TO CON-CODIGO
           READ ARQFORCON
           IF ST-ERROCON = "00"
              COMPUTE W-UTIL-NOVO = CON-VALOR-UTIL - TIT-VALOR
              IF W-UTIL-NOVO < ZEROS
                 MOVE ZEROS TO W-UTIL-NOVO
              END-IF
              MOVE W-UTIL-NOVO TO CON-VALOR-UTIL
              REWRITE REGFORCON
              IF ST-ERROCON NOT = "00" AND "02"
                 DISPLAY "*** ERRO AO ATUALIZAR O CONTRATO ***".

      *--------------------------------------------------------------
      *---[ POSICIONA NO PRIMEIRO TITULO PELA CHAVE PRINCIPAL ]-------
       POSICIONA-INICIO.
           MOVE "N" TO W-FIM
           MOVE LOW-VALUES TO TIT-CHAVE
           START ARQFORTIT KEY IS NOT LESS THAN TIT-CHAVE
           IF ST-ERROTIT NOT = "00"
              MOVE "S" TO W-FIM.

       MOSTRA-TIT.
           MOVE TIT-CODIGO TO FOR-CODIGO
           READ ARQFOR
           IF ST-ERRO = "00"
              MOVE FOR-NOME TO W-NOME
           ELSE
              MOVE "** FORNECEDOR NAO CADASTRADO **" TO W-NOME.
           MOVE TIT-CODIGO TO W-COD-EDIT
           MOVE TIT-VALOR  TO W-VAL-EDIT
           DISPLAY "NOTA " TIT-NUMERO " PC " TIT-PARCELA
                   " COD " W-COD-EDIT " " W-NOME
           DISPLAY "     VENC " TIT-VENCIMENTO " VALOR " W-VAL-EDIT
                   " LANCADO POR " TIT-USU-INC.

       ROT-FIM.
           CLOSE ARQFOR ARQFORTIT ARQFORCON ARQFORUSU.
           STOP RUN.
