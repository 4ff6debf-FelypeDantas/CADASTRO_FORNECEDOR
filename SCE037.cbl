       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE037.
      *AUTHOR. FELYPE DANTAS DOS SANTOS.
      *-----------------------------------------------------------------
      ***********************************************
      *     CURVA ABC DE GASTOS POR FORNECEDOR       *
      *     (VALOR PAGO NO PERIODO - ARQFORHIS -     *
      *      EM ORDEM DECRESCENTE, CLASSE A/B/C      *
      *      PELA PARTICIPACAO ACUMULADA, VARIACAO   *
      *      SOBRE O MESMO PERIODO DO ANO ANTERIOR,  *
      *      SALDO EM ABERTO NO ARQFORTIT, USO DO    *
      *      TETO DO CONTRATO - ARQFORCON - E        *
      *      FORNECEDOR IRREGULAR NA RECEITA COM     *
      *      TITULO EM ABERTO; RELATORIO RELABC.LST  *
      *      E EXTRATO PARA PLANILHA ABC.TXT)        *
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
           SELECT RELABC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROREL.
      *
           SELECT ARQABC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROTXT.
      *
           SELECT ARQSORT ASSIGN TO DISK.
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
       FD RELABC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELABC.LST".
       01 REL-LINHA                 PIC X(132).
      *-----------------------------------------------------------------
       FD ARQABC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ABC.TXT".
       01 TXT-LINHA                 PIC X(200).
      *-----------------------------------------------------------------
       SD ARQSORT.
       01 SORT-REG.
          03 SORT-VALOR             PIC 9(13)V99.
          03 SORT-CODIGO            PIC 9(06).
          03 SORT-VALOR-ANT         PIC 9(13)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-ERROHIS        PIC X(02) VALUE "00".
       01 ST-ERROTIT        PIC X(02) VALUE "00".
       01 ST-ERROCON        PIC X(02) VALUE "00".
       01 ST-ERROREL        PIC X(02) VALUE "00".
       01 ST-ERROTXT        PIC X(02) VALUE "00".

       01 W-FIM             PIC X(01) VALUE "N".
       01 W-TIT-FIM         PIC X(01) VALUE "N".
       01 W-TEM-CON         PIC X(01) VALUE "N".
       01 W-DATA-INI        PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM        PIC 9(08) VALUE ZEROS.
       01 W-ANT-INI         PIC 9(08) VALUE ZEROS.
       01 W-ANT-FIM         PIC 9(08) VALUE ZEROS.
       01 W-DATA-AJ         PIC 9(08) VALUE ZEROS.
       01 W-DATA-AJ-X REDEFINES W-DATA-AJ.
          05 W-AJ-ANO       PIC 9(04).
          05 W-AJ-MMDD      PIC 9(04).

      *--------------------------------------------
      *-------[ LIMITES DAS CLASSES (% ACUMULADO DO VALOR PAGO) ]---
       01 W-LIM-A           PIC 9(03) VALUE ZEROS.
       01 W-LIM-B           PIC 9(03) VALUE ZEROS.

      *--------------------------------------------
      *-------[ ACUMULADORES DO FORNECEDOR NA LEITURA DO HISTORICO ]-
       01 W-COD-ANT         PIC 9(06) VALUE ZEROS.
       01 W-VALOR-PAGO      PIC 9(13)V99 VALUE ZEROS.
       01 W-FORN-ATUAL      PIC 9(13)V99 VALUE ZEROS.
       01 W-FORN-ANT        PIC 9(13)V99 VALUE ZEROS.

      *--------------------------------------------
      *-------[ CLASSIFICACAO E DADOS DE CADA FORNECEDOR ]-----------
       01 W-RANK            PIC 9(06) VALUE ZEROS.
       01 W-CLASSE          PIC X(01) VALUE SPACES.
       01 W-PERC            PIC 9(03)V99 VALUE ZEROS.
       01 W-ACUM-VALOR      PIC 9(15)V99 VALUE ZEROS.
       01 W-ACUM-PERC       PIC 9(03)V99 VALUE ZEROS.
       01 W-ACUM-ANTES      PIC 9(03)V99 VALUE ZEROS.
       01 W-VAR-PERC        PIC S9(07)V99 VALUE ZEROS.
       01 W-TEM-VAR         PIC X(01) VALUE "N".
       01 W-SALDO-ABERTO    PIC 9(13)V99 VALUE ZEROS.
       01 W-QTD-ABERTO      PIC 9(05) VALUE ZEROS.
       01 W-TETO            PIC 9(13)V99 VALUE ZEROS.
       01 W-UTIL            PIC 9(13)V99 VALUE ZEROS.
       01 W-PERC-TETO       PIC 9(05)V99 VALUE ZEROS.
       01 W-TEM-TETO        PIC X(01) VALUE "N".
       01 W-NOME            PIC X(30) VALUE SPACES.
       01 W-SITREC          PIC X(01) VALUE SPACES.
       01 W-IRREGULAR       PIC X(01) VALUE "N".

      *--------------------------------------------
      *-------[ TOTAIS ]---------------------------------------------
       01 W-TOT-ATUAL       PIC 9(15)V99 VALUE ZEROS.
       01 W-TOT-ANT         PIC 9(15)V99 VALUE ZEROS.
       01 W-TOT-SO-ANT      PIC 9(15)V99 VALUE ZEROS.
       01 W-TOT-ABERTO      PIC 9(15)V99 VALUE ZEROS.
       01 W-TOT-CLASSE-A    PIC 9(15)V99 VALUE ZEROS.
       01 W-TOT-CLASSE-B    PIC 9(15)V99 VALUE ZEROS.
       01 W-TOT-CLASSE-C    PIC 9(15)V99 VALUE ZEROS.
       01 W-CONT-FORN       PIC 9(06) VALUE ZEROS.
       01 W-CONT-A          PIC 9(06) VALUE ZEROS.
       01 W-CONT-B          PIC 9(06) VALUE ZEROS.
       01 W-CONT-C          PIC 9(06) VALUE ZEROS.
       01 W-CONT-SO-ANT     PIC 9(06) VALUE ZEROS.
       01 W-CONT-IRREG      PIC 9(06) VALUE ZEROS.
       01 W-CONT-EDIT       PIC ZZZ.ZZ9.

      *--------------------------------------------
      *-------[ CAMPOS NUMERICOS DO EXTRATO PARA PLANILHA ]----------
       01 W-VALOR-TX        PIC 9(13),99.
       01 W-VALOR-ANT-TX    PIC 9(13),99.
       01 W-ABERTO-TX       PIC 9(13),99.
       01 W-TETO-TX         PIC 9(13),99.
       01 W-UTIL-TX         PIC 9(13),99.
       01 W-PERC-TX         PIC 9(03),99.
       01 W-ACUM-TX         PIC 9(03),99.
       01 W-PTETO-TX        PIC 9(05),99.
       01 W-VAR-CAMPO       PIC X(11) VALUE SPACES.
       01 W-PTETO-CAMPO     PIC X(08) VALUE SPACES.
       01 W-VAR-TX          PIC -9(07),99.
       01 W-VAR-EDIT        PIC -ZZZZ9,99.
       01 W-PTETO-EDIT      PIC ZZZ9,99.

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
                        "CURVA ABC DE FORNECEDORES - SCE037      ".
          05 FILLER          PIC X(09) VALUE "PERIODO: ".
          05 CAB1-INI        PIC 9(08).
          05 FILLER          PIC X(03) VALUE " A ".
          05 CAB1-FIM        PIC 9(08).
          05 FILLER          PIC X(17) VALUE "   ANO ANTERIOR: ".
          05 CAB1-ANT-INI    PIC 9(08).
          05 FILLER          PIC X(03) VALUE " A ".
          05 CAB1-ANT-FIM    PIC 9(08).

       01 W-CAB2.
          05 FILLER          PIC X(30) VALUE
                        "CLASSE A ATE ACUMULADO DE    ".
          05 CAB2-LIM-A      PIC ZZ9.
          05 FILLER          PIC X(28) VALUE
                        "%   CLASSE B ATE ACUMULADO ".
          05 CAB2-LIM-B      PIC ZZ9.
          05 FILLER          PIC X(18) VALUE "%   DEMAIS: C".

       01 W-CAB3.
          05 FILLER          PIC X(13) VALUE "RANK CODIGO ".
          05 FILLER          PIC X(28) VALUE "NOME".
          05 FILLER          PIC X(18) VALUE "  VALOR PAGO".
          05 FILLER          PIC X(14) VALUE "  PART.  ACUM.".
          05 FILLER          PIC X(18) VALUE "   ANO ANTERIOR".
          05 FILLER          PIC X(10) VALUE "    VAR.%".
          05 FILLER          PIC X(18) VALUE "    SALDO ABERTO".
          05 FILLER          PIC X(13) VALUE " %TETO ALERTA".

       01 W-DET1.
          05 DET-RANK        PIC ZZZ9.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-CODIGO      PIC ZZZZZ9.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-NOME        PIC X(25).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-CLASSE      PIC X(01).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-PERC        PIC ZZ9,99.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-ACUM        PIC ZZ9,99.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-VALOR-ANT   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-VAR         PIC X(09).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-ABERTO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-TETO        PIC X(07).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-ALERTA      PIC X(05).

       01 W-SUB2.
          05 FILLER          PIC X(40) VALUE
                        "---------- FORNECEDORES IRREGULARES NA R".
          05 FILLER          PIC X(35) VALUE
                        "ECEITA COM TITULOS EM ABERTO ------".

       01 W-CAB4.
          05 FILLER          PIC X(08) VALUE "CODIGO  ".
          05 FILLER          PIC X(31) VALUE "NOME".
          05 FILLER          PIC X(12) VALUE "SIT.RECEITA ".
          05 FILLER          PIC X(08) VALUE " TITULOS".
          05 FILLER          PIC X(18) VALUE "    SALDO ABERTO".

       01 W-DET2.
          05 DET2-CODIGO     PIC ZZZZZ9.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 DET2-NOME       PIC X(30).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET2-SITREC     PIC X(11).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET2-QTD        PIC ZZ.ZZ9.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET2-ABERTO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 W-SEP1.
          05 FILLER          PIC X(40) VALUE ALL "-".
          05 FILLER          PIC X(40) VALUE ALL "-".

       01 W-ROD1.
          05 FILLER          PIC X(32) VALUE
                        "FORNECEDORES COM PAGAMENTO    : ".
          05 ROD1-QTD        PIC ZZZ.ZZ9.
          05 FILLER          PIC X(10) VALUE "   VALOR: ".
          05 ROD1-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-ROD2.
          05 FILLER          PIC X(32) VALUE
                        "  CLASSE A                    : ".
          05 ROD2-QTD        PIC ZZZ.ZZ9.
          05 FILLER          PIC X(10) VALUE "   VALOR: ".
          05 ROD2-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-ROD3.
          05 FILLER          PIC X(32) VALUE
                        "  CLASSE B                    : ".
          05 ROD3-QTD        PIC ZZZ.ZZ9.
          05 FILLER          PIC X(10) VALUE "   VALOR: ".
          05 ROD3-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-ROD4.
          05 FILLER          PIC X(32) VALUE
                        "  CLASSE C                    : ".
          05 ROD4-QTD        PIC ZZZ.ZZ9.
          05 FILLER          PIC X(10) VALUE "   VALOR: ".
          05 ROD4-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-ROD5.
          05 FILLER          PIC X(32) VALUE
                        "PAGO NO ANO ANTERIOR (MESMOS) : ".
          05 FILLER          PIC X(17) VALUE SPACES.
          05 ROD5-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-ROD6.
          05 FILLER          PIC X(32) VALUE
                        "PAGOS SO NO ANO ANTERIOR      : ".
          05 ROD6-QTD        PIC ZZZ.ZZ9.
          05 FILLER          PIC X(10) VALUE "   VALOR: ".
          05 ROD6-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-ROD7.
          05 FILLER          PIC X(32) VALUE
                        "IRREGULARES COM TITULO ABERTO : ".
          05 ROD7-QTD        PIC ZZZ.ZZ9.
          05 FILLER          PIC X(10) VALUE "   VALOR: ".
          05 ROD7-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           OPEN INPUT ARQFORTIT
           IF ST-ERROTIT NOT = "00"
              DISPLAY "*** ARQUIVO DE TITULOS NAO ENCONTRADO ***"
              CLOSE ARQFOR ARQFORHIS
              STOP RUN.
      *------------- SEM CONTRATOS O % DO TETO SAI EM BRANCO ------
       R0C.
           OPEN INPUT ARQFORCON
           IF ST-ERROCON = "00"
              MOVE "S" TO W-TEM-CON.
       R0D.
           OPEN OUTPUT RELABC
           IF ST-ERROREL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              GO TO R0-FECHA.
           OPEN OUTPUT ARQABC
           IF ST-ERROTXT NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO ABC.TXT ***"
              CLOSE RELABC
              GO TO R0-FECHA.
           GO TO R1.
       R0-FECHA.
           CLOSE ARQFOR ARQFORHIS ARQFORTIT
           IF W-TEM-CON = "S"
              CLOSE ARQFORCON.
           STOP RUN.

      *------------- PERIODO DE PAGAMENTO ANALISADO ---------------
       R1.
           DISPLAY "PAGAMENTOS DE (AAAAMMDD)         : " WITH
           NO ADVANCING
           ACCEPT W-DATA-INI
           MOVE W-DATA-INI TO W-DATA-VAL
           PERFORM VALIDA-DATA
           IF W-DATA-OK = "N"
              DISPLAY "*** DATA INICIAL INVALIDA ***"
              GO TO R1.
       R1A.
           DISPLAY "PAGAMENTOS ATE(AAAAMMDD)         : " WITH
           NO ADVANCING
           ACCEPT W-DATA-FIM
           MOVE W-DATA-FIM TO W-DATA-VAL
           PERFORM VALIDA-DATA
           IF W-DATA-OK = "N"
              DISPLAY "*** DATA FINAL INVALIDA ***"
              GO TO R1A.
           IF W-DATA-FIM < W-DATA-INI
              DISPLAY "*** DATA FINAL ANTERIOR A INICIAL ***"
              GO TO R1.
      *    MESMO PERIODO DO ANO ANTERIOR (29/02 VIRA 28/02)
           MOVE W-DATA-INI TO W-DATA-AJ
           PERFORM ANO-ANTERIOR
           MOVE W-DATA-AJ TO W-ANT-INI
           MOVE W-DATA-FIM TO W-DATA-AJ
           PERFORM ANO-ANTERIOR
           MOVE W-DATA-AJ TO W-ANT-FIM
           IF W-ANT-FIM NOT < W-DATA-INI
              DISPLAY "*** PERIODO MAIOR QUE UM ANO - NAO HA COMO "
                      "COMPARAR COM O ANO ANTERIOR ***"
              GO TO R1.

      *------------- LIMITES DAS CLASSES A E B --------------------
       R1B.
           DISPLAY "CLASSE A ATE % ACUMULADO (0=80)  : " WITH
           NO ADVANCING
           ACCEPT W-LIM-A
           IF W-LIM-A = ZEROS
              MOVE 80 TO W-LIM-A.
           DISPLAY "CLASSE B ATE % ACUMULADO (0=95)  : " WITH
           NO ADVANCING
           ACCEPT W-LIM-B
           IF W-LIM-B = ZEROS
              MOVE 95 TO W-LIM-B.
           IF W-LIM-A > 99 OR W-LIM-B > 100 OR W-LIM-B NOT > W-LIM-A
              DISPLAY "*** LIMITES INVALIDOS (A < B <= 100) ***"
              GO TO R1B.

       R2.
           MOVE W-DATA-INI TO CAB1-INI
           MOVE W-DATA-FIM TO CAB1-FIM
           MOVE W-ANT-INI  TO CAB1-ANT-INI
           MOVE W-ANT-FIM  TO CAB1-ANT-FIM
           MOVE W-LIM-A    TO CAB2-LIM-A
           MOVE W-LIM-B    TO CAB2-LIM-B
           WRITE REL-LINHA FROM W-CAB1
           WRITE REL-LINHA FROM W-CAB2
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM W-CAB3
           MOVE SPACES TO TXT-LINHA
           STRING "RANK;CODIGO;NOME;CLASSE;VALOR_PAGO;PART_PERC;"
                                                   DELIMITED BY SIZE
                  "ACUM_PERC;VALOR_ANO_ANT;VAR_PERC;SALDO_ABERTO;"
                                                   DELIMITED BY SIZE
                  "TETO_CONTRATO;UTIL_CONTRATO;PERC_TETO;"
                                                   DELIMITED BY SIZE
                  "SIT_RECEITA;IRREGULAR_ABERTO"   DELIMITED BY SIZE
                  INTO TXT-LINHA
           WRITE TXT-LINHA.

      *------------- SECAO 1: FORNECEDORES EM ORDEM DECRESCENTE ---
      *------------- DO VALOR PAGO NO PERIODO ---------------------
       R3.
           SORT ARQSORT ON DESCENDING KEY SORT-VALOR
                           ASCENDING  KEY SORT-CODIGO
                INPUT  PROCEDURE IS SEL-ENTRADA THRU SEL-ENTRADA-FIM
                OUTPUT PROCEDURE IS SEL-SAIDA THRU SEL-SAIDA-FIM.

      *------------- SECAO 2: IRREGULARES NA RECEITA COM TITULO ---
      *------------- EM ABERTO (COM OU SEM PAGAMENTO NO PERIODO) --
       R4.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM W-SUB2
           WRITE REL-LINHA FROM W-CAB4
           MOVE "N" TO W-FIM
           MOVE ZEROS TO FOR-CODIGO
           START ARQFOR KEY IS NOT LESS THAN FOR-CODIGO
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM.

       LOOP-IRREG.
           PERFORM UNTIL W-FIM = "S"
              READ ARQFOR NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM
                 NOT AT END
                    IF FOR-SITRECEITA = "S" OR "B"
                       PERFORM IMPRIME-IRREG
                    END-IF
              END-READ
           END-PERFORM.
           GO TO ROT-FIM.

      *--------------------------------------------------------------
      *---[ FORNECEDOR IRREGULAR: SO SAI SE TIVER TITULO EM ABERTO ]--
       IMPRIME-IRREG.
           MOVE FOR-CODIGO TO W-COD-ANT
           PERFORM SOMA-ABERTO
           IF W-QTD-ABERTO > ZEROS
              ADD 1 TO W-CONT-IRREG
              ADD W-SALDO-ABERTO TO W-TOT-ABERTO
              MOVE FOR-CODIGO     TO DET2-CODIGO
              MOVE FOR-NOME       TO DET2-NOME
              IF FOR-SITRECEITA = "S"
                 MOVE "SUSPENSO"  TO DET2-SITREC
              ELSE
                 MOVE "BAIXADO"   TO DET2-SITREC
              END-IF
              MOVE W-QTD-ABERTO   TO DET2-QTD
              MOVE W-SALDO-ABERTO TO DET2-ABERTO
              WRITE REL-LINHA FROM W-DET2.

       ROT-FIM.
           MOVE W-CONT-FORN    TO ROD1-QTD
           MOVE W-TOT-ATUAL    TO ROD1-VALOR
           MOVE W-CONT-A       TO ROD2-QTD
           MOVE W-TOT-CLASSE-A TO ROD2-VALOR
           MOVE W-CONT-B       TO ROD3-QTD
           MOVE W-TOT-CLASSE-B TO ROD3-VALOR
           MOVE W-CONT-C       TO ROD4-QTD
           MOVE W-TOT-CLASSE-C TO ROD4-VALOR
           MOVE W-TOT-ANT      TO ROD5-VALOR
           MOVE W-CONT-SO-ANT  TO ROD6-QTD
           MOVE W-TOT-SO-ANT   TO ROD6-VALOR
           MOVE W-CONT-IRREG   TO ROD7-QTD
           MOVE W-TOT-ABERTO   TO ROD7-VALOR
           WRITE REL-LINHA FROM W-SEP1
           WRITE REL-LINHA FROM W-ROD1
           WRITE REL-LINHA FROM W-ROD2
           WRITE REL-LINHA FROM W-ROD3
           WRITE REL-LINHA FROM W-ROD4
           WRITE REL-LINHA FROM W-ROD5
           WRITE REL-LINHA FROM W-ROD6
           WRITE REL-LINHA FROM W-ROD7
           CLOSE ARQFOR ARQFORHIS ARQFORTIT RELABC ARQABC
           IF W-TEM-CON = "S"
              CLOSE ARQFORCON.
           MOVE W-CONT-FORN TO W-CONT-EDIT
           DISPLAY "FORNECEDORES CLASSIFICADOS : " W-CONT-EDIT
           MOVE W-CONT-IRREG TO W-CONT-EDIT
           DISPLAY "IRREGULARES COM TITULO     : " W-CONT-EDIT
           DISPLAY "RELATORIO GERADO EM RELABC.LST E EXTRATO EM ABC.TXT"
           STOP RUN.

      *--------------------------------------------------------------
      *---[ ENTRADA DO SORT: TOTALIZA O HISTORICO POR FORNECEDOR ]----
      *---[ NO PERIODO E NO MESMO PERIODO DO ANO ANTERIOR ]-----------
       SEL-ENTRADA.
           MOVE "N" TO W-FIM
           MOVE ZEROS TO W-COD-ANT W-FORN-ATUAL W-FORN-ANT
           MOVE ZEROS TO HIS-CODIGO HIS-DATAHORA
           START ARQFORHIS KEY IS NOT LESS THAN HIS-CHAVE
           IF ST-ERROHIS NOT = "00"
              MOVE "S" TO W-FIM.
       SEL-ENTRADA-LOOP.
           PERFORM UNTIL W-FIM = "S"
              READ ARQFORHIS NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM
                 NOT AT END
                    PERFORM ACUMULA-HIS
              END-READ
           END-PERFORM.
           IF W-COD-ANT NOT = ZEROS
              PERFORM LIBERA-FORN.
       SEL-ENTRADA-FIM.
           EXIT.

      *    VALOR PAGO AO FORNECEDOR: BRUTO DO TITULO + MULTA + JUROS
      *    - DESCONTO (RETENCOES E CREDITO COMPENSADO SAO PARTE DO
      *    PAGAMENTO DO FORNECEDOR)
       ACUMULA-HIS.
           IF HIS-CODIGO NOT = W-COD-ANT
              IF W-COD-ANT NOT = ZEROS
                 PERFORM LIBERA-FORN
              END-IF
              MOVE HIS-CODIGO TO W-COD-ANT
              MOVE ZEROS TO W-FORN-ATUAL W-FORN-ANT
           END-IF
           COMPUTE W-VALOR-PAGO = HIS-VALOR + HIS-MULTA + HIS-JUROS
                                  - HIS-DESCONTO
           IF HIS-DATAPGTO NOT < W-DATA-INI
              AND HIS-DATAPGTO NOT > W-DATA-FIM
              ADD W-VALOR-PAGO TO W-FORN-ATUAL.
           IF HIS-DATAPGTO NOT < W-ANT-INI
              AND HIS-DATAPGTO NOT > W-ANT-FIM
              ADD W-VALOR-PAGO TO W-FORN-ANT.

      *    SO ENTRA NA CURVA QUEM TEVE PAGAMENTO NO PERIODO; QUEM SO
      *    TEVE NO ANO ANTERIOR VAI PARA O RODAPE
       LIBERA-FORN.
           IF W-FORN-ATUAL > ZEROS
              MOVE W-FORN-ATUAL TO SORT-VALOR
              MOVE W-COD-ANT    TO SORT-CODIGO
              MOVE W-FORN-ANT   TO SORT-VALOR-ANT
              ADD W-FORN-ATUAL  TO W-TOT-ATUAL
              ADD W-FORN-ANT    TO W-TOT-ANT
              RELEASE SORT-REG
           ELSE
              IF W-FORN-ANT > ZEROS
                 ADD 1 TO W-CONT-SO-ANT
                 ADD W-FORN-ANT TO W-TOT-SO-ANT.

      *--------------------------------------------------------------
      *---[ SAIDA DO SORT: CLASSIFICA E IMPRIME CADA FORNECEDOR ]-----
       SEL-SAIDA.
           MOVE "N" TO W-FIM
           MOVE ZEROS TO W-RANK W-ACUM-VALOR W-ACUM-PERC.
       SEL-SAIDA-LOOP.
           PERFORM UNTIL W-FIM = "S"
              RETURN ARQSORT
                 AT END
                    MOVE "S" TO W-FIM
                 NOT AT END
                    PERFORM IMPRIME-ABC
              END-RETURN
           END-PERFORM.
       SEL-SAIDA-FIM.
           EXIT.

      *    CLASSE PELO ACUMULADO ANTES DO FORNECEDOR: O QUE CRUZA O
      *    LIMITE AINDA FICA NA CLASSE DO LIMITE
       IMPRIME-ABC.
           ADD 1 TO W-RANK W-CONT-FORN
           MOVE W-ACUM-PERC TO W-ACUM-ANTES
           ADD SORT-VALOR TO W-ACUM-VALOR
           COMPUTE W-PERC ROUNDED = SORT-VALOR * 100 / W-TOT-ATUAL
           COMPUTE W-ACUM-PERC ROUNDED =
                   W-ACUM-VALOR * 100 / W-TOT-ATUAL
           IF W-ACUM-ANTES < W-LIM-A
              MOVE "A" TO W-CLASSE
              ADD 1 TO W-CONT-A
              ADD SORT-VALOR TO W-TOT-CLASSE-A
           ELSE
              IF W-ACUM-ANTES < W-LIM-B
                 MOVE "B" TO W-CLASSE
                 ADD 1 TO W-CONT-B
                 ADD SORT-VALOR TO W-TOT-CLASSE-B
              ELSE
                 MOVE "C" TO W-CLASSE
                 ADD 1 TO W-CONT-C
                 ADD SORT-VALOR TO W-TOT-CLASSE-C.
           MOVE "N" TO W-TEM-VAR
           MOVE ZEROS TO W-VAR-PERC
           IF SORT-VALOR-ANT > ZEROS
              MOVE "S" TO W-TEM-VAR
              COMPUTE W-VAR-PERC ROUNDED =
                      (SORT-VALOR - SORT-VALOR-ANT) * 100
                      / SORT-VALOR-ANT
                      ON SIZE ERROR
                         MOVE 9999999,99 TO W-VAR-PERC
              END-COMPUTE.
           MOVE SORT-CODIGO TO FOR-CODIGO W-COD-ANT
           READ ARQFOR
           IF ST-ERRO = "00"
              MOVE FOR-NOME       TO W-NOME
              MOVE FOR-SITRECEITA TO W-SITREC
           ELSE
              MOVE "*FORNECEDOR NAO CADASTRADO*" TO W-NOME
              MOVE SPACES TO W-SITREC.
           PERFORM SOMA-ABERTO
           PERFORM BUSCA-TETO
           MOVE "N" TO W-IRREGULAR
           IF (W-SITREC = "S" OR W-SITREC = "B")
              AND W-QTD-ABERTO > ZEROS
              MOVE "S" TO W-IRREGULAR.
           PERFORM IMPRIME-LINHA
           PERFORM EXPORTA-LINHA.

       IMPRIME-LINHA.
           MOVE W-RANK          TO DET-RANK
           MOVE SORT-CODIGO     TO DET-CODIGO
           MOVE W-NOME          TO DET-NOME
           MOVE W-CLASSE        TO DET-CLASSE
           MOVE SORT-VALOR      TO DET-VALOR
           MOVE W-PERC          TO DET-PERC
           MOVE W-ACUM-PERC     TO DET-ACUM
           MOVE SORT-VALOR-ANT  TO DET-VALOR-ANT
           IF W-TEM-VAR = "S"
              IF W-VAR-PERC > 99999,99
                 MOVE " >99999%" TO DET-VAR
              ELSE
                 MOVE W-VAR-PERC TO W-VAR-EDIT
                 MOVE W-VAR-EDIT TO DET-VAR
              END-IF
           ELSE
              MOVE "     NOVO" TO DET-VAR.
           MOVE W-SALDO-ABERTO  TO DET-ABERTO
           IF W-TEM-TETO = "S"
              IF W-PERC-TETO > 9999,99
                 MOVE "  >9999" TO DET-TETO
              ELSE
                 MOVE W-PERC-TETO TO W-PTETO-EDIT
                 MOVE W-PTETO-EDIT TO DET-TETO
              END-IF
           ELSE
              MOVE "   S/CT" TO DET-TETO.
           IF W-IRREGULAR = "S"
              MOVE "IRREG" TO DET-ALERTA
           ELSE
              MOVE SPACES TO DET-ALERTA.
           WRITE REL-LINHA FROM W-DET1.

      *--------------------------------------------------------------
      *---[ LINHA DO EXTRATO PARA PLANILHA (SEPARADO POR ";") ]-------
       EXPORTA-LINHA.
           MOVE SORT-VALOR     TO W-VALOR-TX
           MOVE SORT-VALOR-ANT TO W-VALOR-ANT-TX
           MOVE W-SALDO-ABERTO TO W-ABERTO-TX
           MOVE W-TETO         TO W-TETO-TX
           MOVE W-UTIL         TO W-UTIL-TX
           MOVE W-PERC         TO W-PERC-TX
           MOVE W-ACUM-PERC    TO W-ACUM-TX
           MOVE W-PERC-TETO    TO W-PTETO-TX
           MOVE W-VAR-PERC     TO W-VAR-TX
           MOVE SPACES TO W-VAR-CAMPO W-PTETO-CAMPO
           IF W-TEM-VAR = "S"
              MOVE W-VAR-TX TO W-VAR-CAMPO.
           IF W-TEM-TETO = "S"
              MOVE W-PTETO-TX TO W-PTETO-CAMPO.
           MOVE SPACES TO TXT-LINHA
           STRING W-RANK                           DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  SORT-CODIGO                      DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  FUNCTION TRIM (W-NOME)           DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  W-CLASSE                         DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  W-VALOR-TX                       DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  W-PERC-TX                        DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  W-ACUM-TX                        DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  W-VALOR-ANT-TX                   DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  FUNCTION TRIM (W-VAR-CAMPO)      DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  W-ABERTO-TX                      DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  W-TETO-TX                        DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  W-UTIL-TX                        DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  FUNCTION TRIM (W-PTETO-CAMPO)    DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  W-SITREC                         DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  W-IRREGULAR                      DELIMITED BY SIZE
                  INTO TXT-LINHA
           WRITE TXT-LINHA.

      *--------------------------------------------------------------
      *---[ SALDO EM ABERTO DO FORNECEDOR W-COD-ANT NO ARQFORTIT: ]---
      *---[ TITULOS A PAGAR, AGUARDANDO APROVACAO OU EM REMESSA ]-----
       SOMA-ABERTO.
           MOVE ZEROS TO W-SALDO-ABERTO W-QTD-ABERTO
           MOVE "N" TO W-TIT-FIM
           MOVE W-COD-ANT TO TIT-CODIGO
           START ARQFORTIT KEY IS NOT LESS THAN TIT-CODIGO
           IF ST-ERROTIT NOT = "00"
              MOVE "S" TO W-TIT-FIM.
           PERFORM UNTIL W-TIT-FIM = "S"
              READ ARQFORTIT NEXT RECORD
                 AT END
                    MOVE "S" TO W-TIT-FIM
                 NOT AT END
                    IF TIT-CODIGO NOT = W-COD-ANT
                       MOVE "S" TO W-TIT-FIM
                    ELSE
                       IF TIT-SITUACAO = "A" OR "L" OR "R"
                          ADD TIT-VALOR TO W-SALDO-ABERTO
                          ADD 1 TO W-QTD-ABERTO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *--------------------------------------------------------------
      *---[ USO DO TETO DO CONTRATO (ARQFORCON) PELO FORNECEDOR ]-----
       BUSCA-TETO.
           MOVE "N" TO W-TEM-TETO
           MOVE ZEROS TO W-TETO W-UTIL W-PERC-TETO
           IF W-TEM-CON = "S"
              MOVE W-COD-ANT TO CON-CODIGO
              READ ARQFORCON
              IF ST-ERROCON = "00" AND CON-VALOR-TETO > ZEROS
                 MOVE "S" TO W-TEM-TETO
                 MOVE CON-VALOR-TETO TO W-TETO
                 MOVE CON-VALOR-UTIL TO W-UTIL
                 COMPUTE W-PERC-TETO ROUNDED =
                         CON-VALOR-UTIL * 100 / CON-VALOR-TETO
                         ON SIZE ERROR
                            MOVE 99999,99 TO W-PERC-TETO
                 END-COMPUTE
              END-IF
           END-IF.

      *--------------------------------------------------------------
      *---[ MESMA DATA NO ANO ANTERIOR (29/02 -> 28/02) ]-------------
       ANO-ANTERIOR.
           SUBTRACT 1 FROM W-AJ-ANO
           IF W-AJ-MMDD = 0229
              MOVE 0228 TO W-AJ-MMDD.

      *--------------------------------------------------------------
      *---[ VALIDA MES (01-12) E DIA (01-31) DE UMA DATA AAAAMMDD ]---
       VALIDA-DATA.
           MOVE "S" TO W-DATA-OK
           IF W-DATA-MES < 01 OR W-DATA-MES > 12
              MOVE "N" TO W-DATA-OK.
           IF W-DATA-DIA < 01 OR W-DATA-DIA > 31
              MOVE "N" TO W-DATA-OK.
