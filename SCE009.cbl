      ***********************************************
      *     RELATORIO DE TITULOS A PAGAR (AGING)     *
      *     (POR VENCIMENTO E POR FORNECEDOR -       *
      *      SO TITULOS EM ABERTO, INCLUSIVE "L";    *
      *      FAIXAS EM DIAS CORRIDOS OU EM DIAS      *
      *      UTEIS PELO CALENDARIO ARQFORFER)        *
      ***********************************************
        ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ALTERNATE RECORD KEY IS TIT-VENCIMENTO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERROTIT.
      *
           SELECT ARQFORFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-DATA
                    FILE STATUS  IS ST-ERROFER.
      *
           SELECT RELTIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORTIT.DAT".
           COPY FORTIT.
      *-----------------------------------------------------------------
       FD ARQFORFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORFER.DAT".
           COPY FORFER.
      *-----------------------------------------------------------------
       FD RELTIT
               LABEL RECORD IS STANDARD
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-ERROTIT        PIC X(02) VALUE "00".
       01 ST-ERROREL        PIC X(02) VALUE "00".
       01 ST-ERROFER        PIC X(02) VALUE "00".
       01 W-FIM             PIC X(01) VALUE "N".
       01 W-DATA-REF        PIC 9(08) VALUE ZEROS.
       01 W-DATAHORA-FULL   PIC X(21) VALUE SPACES.
       01 W-DIAS-VENC       PIC 9(08) VALUE ZEROS.
       01 W-DIAS-ATRASO     PIC S9(05) VALUE ZEROS.
       01 W-FAIXA           PIC X(10) VALUE SPACES.
       01 W-DIAS-UTEIS      PIC X(01) VALUE "N".

      *--------------------------------------------
      *-------[ DIA UTIL: SABADO, DOMINGO E FERIADO DO ARQFORFER ]--
       01 W-TEM-FER         PIC X(01) VALUE "N".
       01 W-DU-DATA         PIC 9(08) VALUE ZEROS.
       01 W-DU-DATA-X REDEFINES W-DU-DATA.
          05 W-DU-ANO       PIC 9(04).
          05 W-DU-MMDD      PIC 9(04).
       01 W-DU-DIAS         PIC 9(08) VALUE ZEROS.
       01 W-DU-CONT         PIC 9(08) VALUE ZEROS.
       01 W-DU-SEMANA       PIC 9(01) VALUE ZEROS.
      *    W-DU-SEMANA: 1 = SEGUNDA ... 6 = SABADO  0 = DOMINGO
       01 W-DU-UTIL         PIC X(01) VALUE "S".

      *--------------------------------------------
      *-------[ VALIDACAO DE DATA AAAAMMDD ]------------------------
          05 FILLER          PIC X(12) VALUE "  REFERENCIA".
          05 FILLER          PIC X(02) VALUE ": ".
          05 CAB1-REF        PIC 9(08).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 CAB1-DIAS       PIC X(13).

       01 W-CAB2.
          05 FILLER          PIC X(11) VALUE "NOTA       ".
              CLOSE ARQFOR ARQFORTIT
              STOP RUN.

      *------------- CALENDARIO DE FERIADOS (SEM O ARQUIVO SO ----
      *------------- SABADO E DOMINGO NAO SAO DIAS UTEIS) ---------
       R0C.
           OPEN INPUT ARQFORFER
           IF ST-ERROFER = "00"
              MOVE "S" TO W-TEM-FER.

       R1.
           DISPLAY "DATA DE REFERENCIA AAAAMMDD (0=HOJE): " WITH
           NO ADVANCING
              DISPLAY "*** DATA DE REFERENCIA INVALIDA ***"
              GO TO R1.
           COMPUTE W-DIAS-REF = FUNCTION INTEGER-OF-DATE (W-DATA-REF).
       R1A.
           DISPLAY "FAIXAS EM DIAS UTEIS (S/N)           : " WITH
           NO ADVANCING
           ACCEPT W-DIAS-UTEIS
           IF W-DIAS-UTEIS = "s" MOVE "S" TO W-DIAS-UTEIS.
           IF W-DIAS-UTEIS = "n" MOVE "N" TO W-DIAS-UTEIS.
           IF W-DIAS-UTEIS = SPACES MOVE "N" TO W-DIAS-UTEIS.
           IF W-DIAS-UTEIS NOT = "S" AND W-DIAS-UTEIS NOT = "N"
              DISPLAY "*** DIGITE S=SIM OU N=NAO ***"
              GO TO R1A.
           IF W-DIAS-UTEIS = "S"
              MOVE "(DIAS UTEIS)" TO CAB1-DIAS
              IF W-TEM-FER NOT = "S"
                 DISPLAY "*** CALENDARIO DE FERIADOS AUSENTE - SO "
                         "FIM DE SEMANA NAO E DIA UTIL ***"
              END-IF
           ELSE
              MOVE "(DIAS CORRID)" TO CAB1-DIAS.

       R2.
           MOVE W-DATA-REF TO CAB1-REF
                 AT END
                    MOVE "S" TO W-FIM
                 NOT AT END
                    IF TIT-SITUACAO = "A" OR "L"
                       PERFORM IMPRIME-VENC
                    END-IF
              END-READ
                 AT END
                    MOVE "S" TO W-FIM
                 NOT AT END
                    IF TIT-SITUACAO = "A" OR "L"
                       PERFORM ACUMULA-FORN
                    END-IF
              END-READ
              COMPUTE W-DIAS-VENC =
                      FUNCTION INTEGER-OF-DATE (TIT-VENCIMENTO)
              COMPUTE W-DIAS-ATRASO = W-DIAS-REF - W-DIAS-VENC
              IF W-DIAS-UTEIS = "S" AND W-DIAS-ATRASO > ZEROS
                 PERFORM CONTA-DIAS-UTEIS
              END-IF
              IF W-DIAS-ATRASO NOT > ZEROS
                 MOVE "A VENCER"   TO W-FAIXA
              ELSE
           MOVE W-TOT-FORN TO DET2-TOTAL
           WRITE REL-LINHA FROM W-DET2.

      *--------------------------------------------------------------
      *---[ ATRASO EM DIAS UTEIS: CONTA OS DIAS UTEIS DEPOIS DO ]------
      *---[ VENCIMENTO (PRORROGADO PARA DIA UTIL) ATE A REFERENCIA; ]--
      *---[ PARA AO PASSAR DE 90, ULTIMA FAIXA DO RELATORIO ]----------
       CONTA-DIAS-UTEIS.
           MOVE ZEROS TO W-DIAS-ATRASO
           MOVE TIT-VENCIMENTO TO W-DU-DATA
           PERFORM PROXIMO-DIA-UTIL
           MOVE W-DU-DIAS TO W-DU-CONT
           PERFORM UNTIL W-DU-CONT NOT < W-DIAS-REF
                      OR W-DIAS-ATRASO > 90
              ADD 1 TO W-DU-CONT
              COMPUTE W-DU-DATA = FUNCTION DATE-OF-INTEGER (W-DU-CONT)
              PERFORM VERIFICA-DIA-UTIL THRU VERIFICA-DIA-UTIL-FIM
              IF W-DU-UTIL = "S"
                 ADD 1 TO W-DIAS-ATRASO
              END-IF
           END-PERFORM.

      *--------------------------------------------------------------
      *---[ DIA UTIL: NAO E SABADO, DOMINGO NEM FERIADO DO ANO OU ]----
      *---[ FIXO (ANO 0000) NO ARQFORFER. 01/01/1601 (DIA 1 DO ]-------
      *---[ INTEGER-OF-DATE) FOI SEGUNDA-FEIRA ]-----------------------
       VERIFICA-DIA-UTIL.
           MOVE "S" TO W-DU-UTIL
           COMPUTE W-DU-DIAS = FUNCTION INTEGER-OF-DATE (W-DU-DATA)
           IF W-DU-DIAS = ZEROS
              GO TO VERIFICA-DIA-UTIL-FIM.
           COMPUTE W-DU-SEMANA = FUNCTION MOD (W-DU-DIAS, 7)
           IF W-DU-SEMANA = 6 OR W-DU-SEMANA = 0
              MOVE "N" TO W-DU-UTIL
              GO TO VERIFICA-DIA-UTIL-FIM.
           IF W-TEM-FER NOT = "S"
              GO TO VERIFICA-DIA-UTIL-FIM.
           MOVE W-DU-DATA TO FER-DATA
           READ ARQFORFER
           IF ST-ERROFER = "00"
              MOVE "N" TO W-DU-UTIL
              GO TO VERIFICA-DIA-UTIL-FIM.
           MOVE ZEROS     TO FER-ANO
           MOVE W-DU-MMDD TO FER-MMDD
           READ ARQFORFER
           IF ST-ERROFER = "00"
              MOVE "N" TO W-DU-UTIL.
       VERIFICA-DIA-UTIL-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ AVANCA W-DU-DATA ATE O PRIMEIRO DIA UTIL (ELA MESMA ]------
      *---[ QUANDO JA FOR DIA UTIL) ]----------------------------------
       PROXIMO-DIA-UTIL.
           PERFORM VERIFICA-DIA-UTIL THRU VERIFICA-DIA-UTIL-FIM
           PERFORM UNTIL W-DU-UTIL = "S"
              ADD 1 TO W-DU-DIAS
              COMPUTE W-DU-DATA = FUNCTION DATE-OF-INTEGER (W-DU-DIAS)
              PERFORM VERIFICA-DIA-UTIL THRU VERIFICA-DIA-UTIL-FIM
           END-PERFORM.

       ROT-FIM.
           MOVE W-CONT-TIT TO ROD1-TOTAL
           MOVE W-TOT-GERAL TO ROD2-TOTAL
           WRITE REL-LINHA FROM W-ROD1
           WRITE REL-LINHA FROM W-ROD2
           CLOSE ARQFOR ARQFORTIT RELTIT
           IF W-TEM-FER = "S"
              CLOSE ARQFORFER.
           MOVE W-CONT-TIT TO W-CONT-EDIT
           DISPLAY "TITULOS EM ABERTO: " W-CONT-EDIT
           DISPLAY "RELATORIO GERADO EM RELTIT.LST"
