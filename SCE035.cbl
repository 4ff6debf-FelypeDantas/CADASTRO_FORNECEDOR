       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE035.
      *AUTHOR. FELYPE DANTAS DOS SANTOS.
      *-----------------------------------------------------------------
      ***********************************************
      *     RELATORIO DE COMPENSACOES DE CREDITO     *
      *     (ABATIMENTOS DO ARQFORCMP NO PERIODO     *
      *      POR FORNECEDOR, COM O SALDO DE          *
      *      CREDITO QUE FICA PARA AS PROXIMAS       *
      *      SELECOES - ARQFORCRE)                   *
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
           SELECT ARQFORCMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMP-CHAVE
                    FILE STATUS  IS ST-ERROCMP.
      *
           SELECT ARQFORCRE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRE-CHAVE
                    FILE STATUS  IS ST-ERROCRE.
      *
           SELECT RELCMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROREL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".
           COPY REGFOR.
      *-----------------------------------------------------------------
       FD ARQFORCMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORCMP.DAT".
           COPY FORCMP.
      *-----------------------------------------------------------------
       FD ARQFORCRE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORCRE.DAT".
           COPY FORCRE.
      *-----------------------------------------------------------------
       FD RELCMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCMP.LST".
       01 REL-LINHA                 PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-ERROCMP        PIC X(02) VALUE "00".
       01 ST-ERROCRE        PIC X(02) VALUE "00".
       01 ST-ERROREL        PIC X(02) VALUE "00".

       01 W-FIM             PIC X(01) VALUE "N".
       01 W-CRE-FIM         PIC X(01) VALUE "N".
       01 W-DATA-INI        PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM        PIC 9(08) VALUE ZEROS.
       01 W-COD-ANT         PIC 9(06) VALUE ZEROS.
       01 W-COMP-FORN       PIC S9(14)V99 VALUE ZEROS.
       01 W-COMP-GERAL      PIC S9(15)V99 VALUE ZEROS.
       01 W-DISP-FORN       PIC 9(14)V99 VALUE ZEROS.
       01 W-PEND-FORN       PIC 9(14)V99 VALUE ZEROS.
       01 W-DISP-GERAL      PIC 9(15)V99 VALUE ZEROS.
       01 W-CONT-FORN       PIC 9(06) VALUE ZEROS.
       01 W-CONT-CMP        PIC 9(06) VALUE ZEROS.
       01 W-CONT-QUIT       PIC 9(06) VALUE ZEROS.
       01 W-CONT-EST        PIC 9(06) VALUE ZEROS.
       01 W-CONT-EDIT       PIC ZZZ.ZZ9.

      *--------------------------------------------
      *-------[ VALIDACAO DE DATA AAAAMMDD ]------------------------
       01 W-DATA-VAL        PIC 9(08) VALUE ZEROS.
       01 W-DATA-VAL-X REDEFINES W-DATA-VAL.
          05 W-DATA-ANO     PIC 9(04).
          05 W-DATA-MES     PIC 9(02).
          05 W-DATA-DIA     PIC 9(02).
       01 W-DATA-OK         PIC X(01) VALUE "S".

       01 W-CAB1.
          05 FILLER          PIC X(40) VALUE
                        "COMPENSACOES DE CREDITO - SCE035        ".
          05 FILLER          PIC X(09) VALUE "PERIODO: ".
          05 CAB1-INI        PIC 9(08).
          05 FILLER          PIC X(03) VALUE " A ".
          05 CAB1-FIM        PIC 9(08).

       01 W-CAB2.
          05 FILLER          PIC X(14) VALUE "   NOTA       ".
          05 FILLER          PIC X(04) VALUE "PC  ".
          05 FILLER          PIC X(10) VALUE "DATA PGTO ".
          05 FILLER          PIC X(22) VALUE
                        "CREDITO (T/DOCTO/SEQ) ".
          05 FILLER          PIC X(19) VALUE "     VALOR ABATIDO ".
          05 FILLER          PIC X(19) VALUE "   SALDO DO CREDITO".
          05 FILLER          PIC X(08) VALUE " QUITOU".

       01 W-FOR1.
          05 FILLER          PIC X(09) VALUE "CODIGO : ".
          05 FOR1-CODIGO     PIC ZZZZZ9.
          05 FILLER          PIC X(03) VALUE SPACES.
          05 FOR1-NOME       PIC X(30).

       01 W-DET1.
          05 FILLER          PIC X(03) VALUE SPACES.
          05 DET-NUMERO      PIC X(10).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-PARCELA     PIC 9(02).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 DET-DATA        PIC 9(08).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 DET-TIPO        PIC X(01).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-DOCTO       PIC X(10).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-SEQ         PIC 9(04).
          05 FILLER          PIC X(05) VALUE SPACES.
          05 DET-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-SALDO       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER          PIC X(03) VALUE SPACES.
          05 DET-QUITADO     PIC X(01).

       01 W-TOT1.
          05 FILLER          PIC X(28) VALUE
                        "   TOTAL COMPENSADO       : ".
          05 TOT1-VALOR      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-TOT2.
          05 FILLER          PIC X(28) VALUE
                        "   CREDITO LIBERADO ATUAL : ".
          05 TOT2-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-TOT3.
          05 FILLER          PIC X(28) VALUE
                        "   PENDENTE DE LIBERACAO  : ".
          05 TOT3-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 W-SEP1.
          05 FILLER          PIC X(40) VALUE ALL "-".
          05 FILLER          PIC X(40) VALUE ALL "-".

       01 W-ROD1.
          05 FILLER          PIC X(30) VALUE
                        "FORNECEDORES LISTADOS       : ".
          05 ROD1-TOTAL      PIC ZZZ.ZZ9.
       01 W-ROD2.
          05 FILLER          PIC X(30) VALUE
                        "COMPENSACOES NO PERIODO     : ".
          05 ROD2-TOTAL      PIC ZZZ.ZZ9.
       01 W-ROD3.
          05 FILLER          PIC X(30) VALUE
                        "TITULOS QUITADOS COM CREDITO: ".
          05 ROD3-TOTAL      PIC ZZZ.ZZ9.
       01 W-ROD6.
          05 FILLER          PIC X(30) VALUE
                        "ESTORNOS (CREDITO DEVOLVIDO): ".
          05 ROD6-TOTAL      PIC ZZZ.ZZ9.
       01 W-ROD4.
          05 FILLER          PIC X(30) VALUE
                        "VALOR TOTAL COMPENSADO      : ".
          05 ROD4-TOTAL      PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-ROD5.
          05 FILLER          PIC X(30) VALUE
                        "CREDITO LIBERADO A COMPENSAR: ".
          05 ROD5-TOTAL      PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT ARQFOR
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO DE FORNECEDOR NAO ENCONTRADO ***"
              STOP RUN.
       R0A.
           OPEN INPUT ARQFORCMP
           IF ST-ERROCMP NOT = "00"
              DISPLAY "*** ARQUIVO DE COMPENSACOES NAO ENCONTRADO ***"
              CLOSE ARQFOR
              STOP RUN.
       R0B.
           OPEN INPUT ARQFORCRE
           IF ST-ERROCRE NOT = "00"
              DISPLAY "*** ARQUIVO DE CREDITOS NAO ENCONTRADO ***"
              CLOSE ARQFOR ARQFORCMP
              STOP RUN.
       R0C.
           OPEN OUTPUT RELCMP
           IF ST-ERROREL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              CLOSE ARQFOR ARQFORCMP ARQFORCRE
              STOP RUN.

       R1.
           DISPLAY "COMPENSACOES DE (AAAAMMDD) : " WITH NO ADVANCING
           ACCEPT W-DATA-INI
           MOVE W-DATA-INI TO W-DATA-VAL
           PERFORM VALIDA-DATA
           IF W-DATA-OK = "N"
              DISPLAY "*** DATA INICIAL INVALIDA ***"
              GO TO R1.
       R1A.
           DISPLAY "COMPENSACOES ATE(AAAAMMDD) : " WITH NO ADVANCING
           ACCEPT W-DATA-FIM
           MOVE W-DATA-FIM TO W-DATA-VAL
           PERFORM VALIDA-DATA
           IF W-DATA-OK = "N"
              DISPLAY "*** DATA FINAL INVALIDA ***"
              GO TO R1A.
           IF W-DATA-FIM < W-DATA-INI
              DISPLAY "*** DATA FINAL ANTERIOR A INICIAL ***"
              GO TO R1.

       R2.
           MOVE W-DATA-INI TO CAB1-INI
           MOVE W-DATA-FIM TO CAB1-FIM
           WRITE REL-LINHA FROM W-CAB1
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM W-CAB2.

      *------------- VARRE AS COMPENSACOES POR FORNECEDOR ---------
       R3.
           MOVE ZEROS TO CMP-CODIGO CMP-DATAHORA
           START ARQFORCMP KEY IS NOT LESS THAN CMP-CHAVE
           IF ST-ERROCMP NOT = "00"
              MOVE "S" TO W-FIM.

       LOOP-CMP.
           PERFORM UNTIL W-FIM = "S"
              READ ARQFORCMP NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM
                 NOT AT END
                    IF CMP-DATAPGTO NOT < W-DATA-INI
                       AND CMP-DATAPGTO NOT > W-DATA-FIM
                       PERFORM IMPRIME-CMP
                    END-IF
              END-READ
           END-PERFORM.
           IF W-COD-ANT NOT = ZEROS
              PERFORM FECHA-FORN.
           GO TO ROT-FIM.

      *--------------------------------------------------------------
      *---[ QUEBRA POR FORNECEDOR E LINHA DE CADA ABATIMENTO ]--------
       IMPRIME-CMP.
           IF CMP-CODIGO NOT = W-COD-ANT
              IF W-COD-ANT NOT = ZEROS
                 PERFORM FECHA-FORN
              END-IF
              PERFORM ABRE-FORN
           END-IF
           MOVE CMP-NUMERO    TO DET-NUMERO
           MOVE CMP-PARCELA   TO DET-PARCELA
           MOVE CMP-DATAPGTO  TO DET-DATA
           MOVE CMP-CRE-TIPO  TO DET-TIPO
           MOVE CMP-CRE-DOCTO TO DET-DOCTO
           MOVE CMP-CRE-SEQ   TO DET-SEQ
           MOVE CMP-VALOR     TO DET-VALOR
           MOVE CMP-SALDO-CRE TO DET-SALDO
           MOVE CMP-QUITADO   TO DET-QUITADO
           WRITE REL-LINHA FROM W-DET1
      *    QUITOU "E" = ESTORNO: CREDITO DEVOLVIDO, SAI DO TOTAL
           IF CMP-QUITADO = "E"
              ADD 1 TO W-CONT-EST
              SUBTRACT CMP-VALOR FROM W-COMP-FORN W-COMP-GERAL
           ELSE
              ADD 1 TO W-CONT-CMP
              IF CMP-QUITADO = "S"
                 ADD 1 TO W-CONT-QUIT
              END-IF
              ADD CMP-VALOR TO W-COMP-FORN W-COMP-GERAL.

       ABRE-FORN.
           ADD 1 TO W-CONT-FORN
           MOVE CMP-CODIGO TO W-COD-ANT
           MOVE ZEROS TO W-COMP-FORN
           MOVE W-COD-ANT TO FOR1-CODIGO
           MOVE W-COD-ANT TO FOR-CODIGO
           READ ARQFOR
           IF ST-ERRO = "00"
              MOVE FOR-NOME TO FOR1-NOME
           ELSE
              MOVE "*FORNECEDOR NAO CADASTRADO*" TO FOR1-NOME.
           WRITE REL-LINHA FROM W-SEP1
           WRITE REL-LINHA FROM W-FOR1.

      *--------------------------------------------------------------
      *---[ SUBTOTAL DO FORNECEDOR E SALDO DE CREDITO QUE FICA ]------
       FECHA-FORN.
           PERFORM SOMA-CREDITO
           MOVE W-COMP-FORN TO TOT1-VALOR
           MOVE W-DISP-FORN TO TOT2-VALOR
           MOVE W-PEND-FORN TO TOT3-VALOR
           WRITE REL-LINHA FROM W-TOT1
           WRITE REL-LINHA FROM W-TOT2
           WRITE REL-LINHA FROM W-TOT3
           ADD W-DISP-FORN TO W-DISP-GERAL.

       SOMA-CREDITO.
           MOVE ZEROS TO W-DISP-FORN W-PEND-FORN
           MOVE "N" TO W-CRE-FIM
           MOVE W-COD-ANT TO CRE-CODIGO
           MOVE ZEROS TO CRE-SEQ
           START ARQFORCRE KEY IS NOT LESS THAN CRE-CHAVE
           IF ST-ERROCRE NOT = "00"
              MOVE "S" TO W-CRE-FIM.
           PERFORM UNTIL W-CRE-FIM = "S"
              READ ARQFORCRE NEXT RECORD
                 AT END
                    MOVE "S" TO W-CRE-FIM
                 NOT AT END
                    IF CRE-CODIGO NOT = W-COD-ANT
                       MOVE "S" TO W-CRE-FIM
                    ELSE
                       IF CRE-SITUACAO = "L"
                          ADD CRE-SALDO TO W-DISP-FORN
                       END-IF
                       IF CRE-SITUACAO = "P"
                          ADD CRE-SALDO TO W-PEND-FORN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *--------------------------------------------------------------
      *---[ VALIDA MES (01-12) E DIA (01-31) DE UMA DATA AAAAMMDD ]---
       VALIDA-DATA.
           MOVE "S" TO W-DATA-OK
           IF W-DATA-MES < 01 OR W-DATA-MES > 12
              MOVE "N" TO W-DATA-OK.
           IF W-DATA-DIA < 01 OR W-DATA-DIA > 31
              MOVE "N" TO W-DATA-OK.

       ROT-FIM.
           MOVE W-CONT-FORN  TO ROD1-TOTAL
           MOVE W-CONT-CMP   TO ROD2-TOTAL
           MOVE W-CONT-QUIT  TO ROD3-TOTAL
           MOVE W-CONT-EST   TO ROD6-TOTAL
           MOVE W-COMP-GERAL TO ROD4-TOTAL
           MOVE W-DISP-GERAL TO ROD5-TOTAL
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM W-ROD1
           WRITE REL-LINHA FROM W-ROD2
           WRITE REL-LINHA FROM W-ROD3
           WRITE REL-LINHA FROM W-ROD6
           WRITE REL-LINHA FROM W-ROD4
           WRITE REL-LINHA FROM W-ROD5
           CLOSE ARQFOR ARQFORCMP ARQFORCRE RELCMP
           MOVE W-CONT-CMP TO W-CONT-EDIT
           DISPLAY "COMPENSACOES LISTADAS : " W-CONT-EDIT
           DISPLAY "RELATORIO GERADO EM RELCMP.LST"
           STOP RUN.
