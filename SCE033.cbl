       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE033.
      *AUTHOR. FELYPE DANTAS DOS SANTOS.
      *-----------------------------------------------------------------
      ***********************************************
      *     CUSTO DO ATRASO E ECONOMIA COM           *
      *     DESCONTOS NO PERIODO (MULTA, JUROS E     *
      *      DESCONTO DO HISTORICO ARQFORHIS         *
      *      TOTALIZADOS POR FORNECEDOR)             *
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
           SELECT ARQFORHIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HIS-CHAVE
                    FILE STATUS  IS ST-ERROHIS.
      *
           SELECT RELENC ASSIGN TO DISK
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
       FD ARQFORHIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORHIS.DAT".
           COPY FORHIS.
      *-----------------------------------------------------------------
       FD RELENC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELENC.LST".
       01 REL-LINHA                 PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-ERROHIS        PIC X(02) VALUE "00".
       01 ST-ERROREL        PIC X(02) VALUE "00".

       01 W-FIM             PIC X(01) VALUE "N".
       01 W-DATA-INI        PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM        PIC 9(08) VALUE ZEROS.
       01 W-COD-ANT         PIC 9(06) VALUE ZEROS.
       01 W-PAG-FORN        PIC 9(06) VALUE ZEROS.
       01 W-VALOR-FORN      PIC 9(14)V99 VALUE ZEROS.
       01 W-MULTA-FORN      PIC 9(14)V99 VALUE ZEROS.
       01 W-JUROS-FORN      PIC 9(14)V99 VALUE ZEROS.
       01 W-DESC-FORN       PIC 9(14)V99 VALUE ZEROS.
       01 W-VALOR-GERAL     PIC 9(15)V99 VALUE ZEROS.
       01 W-MULTA-GERAL     PIC 9(15)V99 VALUE ZEROS.
       01 W-JUROS-GERAL     PIC 9(15)V99 VALUE ZEROS.
       01 W-DESC-GERAL      PIC 9(15)V99 VALUE ZEROS.
       01 W-CONT-ATRASO     PIC 9(06) VALUE ZEROS.
       01 W-CONT-DESC       PIC 9(06) VALUE ZEROS.
       01 W-CONT-PAG        PIC 9(06) VALUE ZEROS.
       01 W-CONT-FORN       PIC 9(06) VALUE ZEROS.
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
                        "CUSTO DO ATRASO E DESCONTOS - SCE033    ".
          05 FILLER          PIC X(09) VALUE "PERIODO: ".
          05 CAB1-INI        PIC 9(08).
          05 FILLER          PIC X(03) VALUE " A ".
          05 CAB1-FIM        PIC 9(08).

       01 W-CAB2.
          05 FILLER          PIC X(08) VALUE "CODIGO  ".
          05 FILLER          PIC X(31) VALUE
                        "NOME                           ".
          05 FILLER          PIC X(08) VALUE "  PGTOS ".
          05 FILLER          PIC X(19) VALUE " VALOR ORIGINAL    ".
          05 FILLER          PIC X(15) VALUE "      MULTA    ".
          05 FILLER          PIC X(15) VALUE "      JUROS    ".
          05 FILLER          PIC X(15) VALUE "   DESCONTO    ".

       01 W-DET1.
          05 DET-CODIGO      PIC ZZZZZ9.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 DET-NOME        PIC X(30).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-PAG         PIC ZZZ.ZZ9.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-MULTA       PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-JUROS       PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-DESC        PIC ZZZ.ZZZ.ZZ9,99.

       01 W-ROD1.
          05 FILLER          PIC X(30) VALUE
                        "FORNECEDORES LISTADOS       : ".
          05 ROD1-TOTAL      PIC ZZZ.ZZ9.
       01 W-ROD2.
          05 FILLER          PIC X(30) VALUE
                        "PAGAMENTOS NO PERIODO       : ".
          05 ROD2-TOTAL      PIC ZZZ.ZZ9.
       01 W-ROD3.
          05 FILLER          PIC X(30) VALUE
                        "PAGOS COM ATRASO (MULTA/JUR): ".
          05 ROD3-TOTAL      PIC ZZZ.ZZ9.
       01 W-ROD4.
          05 FILLER          PIC X(30) VALUE
                        "PAGOS COM DESCONTO          : ".
          05 ROD4-TOTAL      PIC ZZZ.ZZ9.
       01 W-ROD5.
          05 FILLER          PIC X(30) VALUE
                        "VALOR ORIGINAL PAGO         : ".
          05 ROD5-TOTAL      PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-ROD6.
          05 FILLER          PIC X(30) VALUE
                        "CUSTO DO ATRASO - MULTA     : ".
          05 ROD6-TOTAL      PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-ROD7.
          05 FILLER          PIC X(30) VALUE
                        "CUSTO DO ATRASO - JUROS     : ".
          05 ROD7-TOTAL      PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-ROD8.
          05 FILLER          PIC X(30) VALUE
                        "ECONOMIA COM DESCONTOS      : ".
          05 ROD8-TOTAL      PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT ARQFOR
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO DE FORNECEDOR NAO ENCONTRADO ***"
              STOP RUN.
       R0A.
           OPEN INPUT ARQFORHIS
           IF ST-ERROHIS NOT = "00"
              DISPLAY "*** HISTORICO DE PAGAMENTOS NAO ENCONTRADO ***"
              CLOSE ARQFOR
              STOP RUN.
       R0B.
           OPEN OUTPUT RELENC
           IF ST-ERROREL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              CLOSE ARQFOR ARQFORHIS
              STOP RUN.

       R1.
           DISPLAY "PAGAMENTOS DE   (AAAAMMDD) : " WITH NO ADVANCING
           ACCEPT W-DATA-INI
           MOVE W-DATA-INI TO W-DATA-VAL
           PERFORM VALIDA-DATA
           IF W-DATA-OK = "N"
              DISPLAY "*** DATA INICIAL INVALIDA ***"
              GO TO R1.
       R1A.
           DISPLAY "PAGAMENTOS ATE  (AAAAMMDD) : " WITH NO ADVANCING
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

      *------------- VARRE O HISTORICO POR FORNECEDOR -------------
       R3.
           MOVE ZEROS TO HIS-CODIGO HIS-DATAHORA
           START ARQFORHIS KEY IS NOT LESS THAN HIS-CHAVE
           IF ST-ERROHIS NOT = "00"
              MOVE "S" TO W-FIM.

       LOOP-HIS.
           PERFORM UNTIL W-FIM = "S"
              READ ARQFORHIS NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM
                 NOT AT END
                    IF HIS-DATAPGTO NOT < W-DATA-INI
                       AND HIS-DATAPGTO NOT > W-DATA-FIM
                       PERFORM ACUMULA-FORN
                    END-IF
              END-READ
           END-PERFORM.
           IF W-COD-ANT NOT = ZEROS
              PERFORM IMPRIME-FORN.
           GO TO ROT-FIM.

      *--------------------------------------------------------------
      *---[ QUEBRA POR FORNECEDOR: VALOR ORIGINAL, MULTA, JUROS E ]---
      *---[ DESCONTO DOS PAGAMENTOS DO PERIODO ]-----------------------
       ACUMULA-FORN.
           IF HIS-CODIGO NOT = W-COD-ANT
              IF W-COD-ANT NOT = ZEROS
                 PERFORM IMPRIME-FORN
              END-IF
              MOVE HIS-CODIGO TO W-COD-ANT
              MOVE ZEROS TO W-PAG-FORN W-VALOR-FORN W-MULTA-FORN
                            W-JUROS-FORN W-DESC-FORN
           END-IF
           ADD 1 TO W-PAG-FORN W-CONT-PAG
           ADD HIS-VALOR    TO W-VALOR-FORN W-VALOR-GERAL
           ADD HIS-MULTA    TO W-MULTA-FORN W-MULTA-GERAL
           ADD HIS-JUROS    TO W-JUROS-FORN W-JUROS-GERAL
           ADD HIS-DESCONTO TO W-DESC-FORN  W-DESC-GERAL
           IF HIS-MULTA > ZEROS OR HIS-JUROS > ZEROS
              ADD 1 TO W-CONT-ATRASO.
           IF HIS-DESCONTO > ZEROS
              ADD 1 TO W-CONT-DESC.

      *--------------------------------------------------------------
      *---[ SO LISTA O FORNECEDOR QUE TEVE ENCARGO OU DESCONTO ]------
       IMPRIME-FORN.
           IF W-MULTA-FORN = ZEROS AND W-JUROS-FORN = ZEROS
              AND W-DESC-FORN = ZEROS
              NEXT SENTENCE
           ELSE
              ADD 1 TO W-CONT-FORN
              MOVE W-COD-ANT TO DET-CODIGO
              MOVE W-COD-ANT TO FOR-CODIGO
              READ ARQFOR
              IF ST-ERRO = "00"
                 MOVE FOR-NOME TO DET-NOME
              ELSE
                 MOVE "*FORNECEDOR NAO CADASTRADO*" TO DET-NOME
              END-IF
              MOVE W-PAG-FORN   TO DET-PAG
              MOVE W-VALOR-FORN TO DET-VALOR
              MOVE W-MULTA-FORN TO DET-MULTA
              MOVE W-JUROS-FORN TO DET-JUROS
              MOVE W-DESC-FORN  TO DET-DESC
              WRITE REL-LINHA FROM W-DET1.

      *--------------------------------------------------------------
      *---[ VALIDA MES (01-12) E DIA (01-31) DE UMA DATA AAAAMMDD ]---
       VALIDA-DATA.
           MOVE "S" TO W-DATA-OK
           IF W-DATA-MES < 01 OR W-DATA-MES > 12
              MOVE "N" TO W-DATA-OK.
           IF W-DATA-DIA < 01 OR W-DATA-DIA > 31
              MOVE "N" TO W-DATA-OK.

       ROT-FIM.
           MOVE W-CONT-FORN   TO ROD1-TOTAL
           MOVE W-CONT-PAG    TO ROD2-TOTAL
           MOVE W-CONT-ATRASO TO ROD3-TOTAL
           MOVE W-CONT-DESC   TO ROD4-TOTAL
           MOVE W-VALOR-GERAL TO ROD5-TOTAL
           MOVE W-MULTA-GERAL TO ROD6-TOTAL
           MOVE W-JUROS-GERAL TO ROD7-TOTAL
           MOVE W-DESC-GERAL  TO ROD8-TOTAL
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM W-ROD1
           WRITE REL-LINHA FROM W-ROD2
           WRITE REL-LINHA FROM W-ROD3
           WRITE REL-LINHA FROM W-ROD4
           WRITE REL-LINHA FROM W-ROD5
           WRITE REL-LINHA FROM W-ROD6
           WRITE REL-LINHA FROM W-ROD7
           WRITE REL-LINHA FROM W-ROD8
           CLOSE ARQFOR ARQFORHIS RELENC
           MOVE W-CONT-FORN TO W-CONT-EDIT
           DISPLAY "FORNECEDORES LISTADOS : " W-CONT-EDIT
           DISPLAY "RELATORIO GERADO EM RELENC.LST"
           STOP RUN.
