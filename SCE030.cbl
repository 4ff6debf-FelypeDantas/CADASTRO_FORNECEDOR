       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE030.
      *AUTHOR. FELYPE DANTAS DOS SANTOS.
      *-----------------------------------------------------------------
      ***********************************************
      *     ARQUIVO MENSAL DA EFD-REINF (EVENTOS     *
      *     R-4010 PESSOA FISICA E R-4020 PESSOA     *
      *      JURIDICA COM OS PAGAMENTOS E RETENCOES  *
      *      IRRF/INSS DO ARQFORHIS; ENVIO ORIGINAL  *
      *      OU RETIFICACAO CONTROLADO NO ARQFORREI; *
      *      CONFERENCIA COM OS TOTAIS DO SCE021)    *
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
           SELECT ARQFORREI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REI-CHAVE
                    FILE STATUS  IS ST-ERROREI.
      *
           SELECT ARQREINF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROTXT.
      *
           SELECT RELREINF ASSIGN TO DISK
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
       FD ARQFORREI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORREI.DAT".
           COPY FORREI.
      *-----------------------------------------------------------------
       FD ARQREINF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REINF.TXT".
       01 TXT-LINHA                 PIC X(150).
      *-----------------------------------------------------------------
       FD RELREINF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELREINF.LST".
       01 REL-LINHA                 PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-ERROHIS        PIC X(02) VALUE "00".
       01 ST-ERROREI        PIC X(02) VALUE "00".
       01 ST-ERROTXT        PIC X(02) VALUE "00".
       01 ST-ERROREL        PIC X(02) VALUE "00".

       01 W-FIM             PIC X(01) VALUE "N".
       01 W-MES-REF         PIC 9(06) VALUE ZEROS.
       01 W-MES-REF-X REDEFINES W-MES-REF.
          05 W-REF-ANO      PIC 9(04).
          05 W-REF-MES      PIC 9(02).
       01 W-TIPO-ENVIO      PIC X(01) VALUE SPACES.
       01 W-ENVIO-ANT       PIC 9(02) VALUE ZEROS.
       01 W-ENVIO           PIC 9(02) VALUE ZEROS.
       01 W-DATAHORA-FULL   PIC X(21) VALUE SPACES.
       01 W-DATAHORA        PIC 9(16) VALUE ZEROS.
       01 W-COD-ANT         PIC 9(06) VALUE ZEROS.
       01 W-IND-RETIF       PIC 9(01) VALUE ZEROS.
       01 W-REI-CHAVE       PIC X(21) VALUE SPACES.
       01 W-EVENTO          PIC X(06) VALUE SPACES.
       01 W-VALOR-TX        PIC 9(13),99.
       01 W-IRRF-TX         PIC 9(13),99.
       01 W-INSS-TX         PIC 9(13),99.

      *--------------------------------------------
      *-------[ FORNECEDOR EM QUEBRA: TOTAIS E PAGAMENTOS AGRUPADOS ]-
      *-------[ POR DATA (NO MAXIMO UMA DATA POR DIA DO MES) ]--------
       01 W-BASE-FORN       PIC 9(14)V99 VALUE ZEROS.
       01 W-IRRF-FORN       PIC 9(14)V99 VALUE ZEROS.
       01 W-INSS-FORN       PIC 9(14)V99 VALUE ZEROS.
       01 W-PG-QTD          PIC 9(02) VALUE ZEROS.
       01 W-PG-IDX          PIC 9(02) VALUE ZEROS.
       01 W-PG-ACHOU        PIC X(01) VALUE "N".
       01 W-PG-TAB.
          05 W-PG-ITEM OCCURS 31 TIMES.
             10 W-PG-DATA   PIC 9(08).
             10 W-PG-BASE   PIC 9(14)V99.
             10 W-PG-IRRF   PIC 9(14)V99.
             10 W-PG-INSS   PIC 9(14)V99.

      *--------------------------------------------
      *-------[ TOTAIS DE CONFERENCIA ]-----------------------------
       01 W-HIS-BASE        PIC 9(15)V99 VALUE ZEROS.
       01 W-HIS-IRRF        PIC 9(15)V99 VALUE ZEROS.
       01 W-HIS-INSS        PIC 9(15)V99 VALUE ZEROS.
       01 W-PF-BASE         PIC 9(15)V99 VALUE ZEROS.
       01 W-PF-IRRF         PIC 9(15)V99 VALUE ZEROS.
       01 W-PF-INSS         PIC 9(15)V99 VALUE ZEROS.
       01 W-PJ-BASE         PIC 9(15)V99 VALUE ZEROS.
       01 W-PJ-IRRF         PIC 9(15)V99 VALUE ZEROS.
       01 W-PJ-INSS         PIC 9(15)V99 VALUE ZEROS.
       01 W-ARQ-BASE        PIC 9(15)V99 VALUE ZEROS.
       01 W-ARQ-IRRF        PIC 9(15)V99 VALUE ZEROS.
       01 W-ARQ-INSS        PIC 9(15)V99 VALUE ZEROS.
       01 W-REJ-BASE        PIC 9(15)V99 VALUE ZEROS.
       01 W-REJ-IRRF        PIC 9(15)V99 VALUE ZEROS.
       01 W-REJ-INSS        PIC 9(15)V99 VALUE ZEROS.
       01 W-SOMA-BASE       PIC 9(16)V99 VALUE ZEROS.
       01 W-SOMA-IRRF       PIC 9(16)V99 VALUE ZEROS.
       01 W-SOMA-INSS       PIC 9(16)V99 VALUE ZEROS.
       01 W-CONT-EVT        PIC 9(06) VALUE ZEROS.
       01 W-CONT-EXC        PIC 9(06) VALUE ZEROS.
       01 W-CONT-REJ        PIC 9(06) VALUE ZEROS.
       01 W-CONT-EDIT       PIC ZZZ.ZZ9.

       01 W-CAB1.
          05 FILLER          PIC X(21) VALUE "EFD-REINF - SCE030   ".
          05 FILLER          PIC X(12) VALUE "COMPETENCIA ".
          05 CAB1-REF        PIC 9(06).
          05 FILLER          PIC X(09) VALUE "  ENVIO ".
          05 CAB1-ENVIO      PIC 9(02).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 CAB1-TIPO       PIC X(11).

       01 W-CAB2.
          05 FILLER          PIC X(07) VALUE "EVENTO ".
          05 FILLER          PIC X(15) VALUE "DOCUMENTO      ".
          05 FILLER          PIC X(23) VALUE "NOME".
          05 FILLER          PIC X(19) VALUE "         BASE BRUTA".
          05 FILLER          PIC X(15) VALUE "           IRRF".
          05 FILLER          PIC X(15) VALUE "           INSS".
          05 FILLER          PIC X(04) VALUE " RET".

       01 W-DET1.
          05 DET-EVENTO      PIC X(06).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-DOCUMENTO   PIC 9(14).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-NOME        PIC X(22).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-BASE        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-IRRF        PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-INSS        PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 DET-RETIF       PIC X(03).

       01 W-REJ1.
          05 FILLER          PIC X(09) VALUE "REJEITADO".
          05 FILLER          PIC X(01) VALUE SPACES.
          05 REJ-CODIGO      PIC ZZZZZ9.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 REJ-MOTIVO      PIC X(27).
          05 REJ-BASE        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 REJ-IRRF        PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 REJ-INSS        PIC ZZZ.ZZZ.ZZ9,99.

       01 W-EXC1.
          05 FILLER          PIC X(07) VALUE "R-9000 ".
          05 EXC-DOCUMENTO   PIC 9(14).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 FILLER          PIC X(29) VALUE
                        "EXCLUSAO DO EVENTO ENVIADO - ".
          05 EXC-EVENTO      PIC X(06).

       01 W-TOT1.
          05 TOT-DESCRICAO   PIC X(25).
          05 TOT-BASE        PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 TOT-IRRF        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 TOT-INSS        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 W-ROD1.
          05 FILLER          PIC X(25) VALUE
                        "EVENTOS NO ARQUIVO     : ".
          05 ROD1-TOTAL      PIC ZZZ.ZZ9.
       01 W-ROD2.
          05 FILLER          PIC X(25) VALUE
                        "EXCLUSOES (R-9000)     : ".
          05 ROD2-TOTAL      PIC ZZZ.ZZ9.
       01 W-ROD3.
          05 FILLER          PIC X(25) VALUE
                        "CONFERENCIA COM SCE021 : ".
          05 ROD3-SITUACAO   PIC X(40).
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
           OPEN I-O ARQFORREI
           IF ST-ERROREI NOT = "00"
              IF ST-ERROREI = "30"
                 OPEN OUTPUT ARQFORREI
                 CLOSE ARQFORREI
                 OPEN I-O ARQFORREI
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO CONTROLE DA EFD-REINF"
                 CLOSE ARQFOR ARQFORHIS
                 STOP RUN.

       R1.
           DISPLAY "COMPETENCIA (AAAAMM) : " WITH NO ADVANCING
           ACCEPT W-MES-REF
           IF W-REF-ANO < 1900 OR W-REF-ANO > 2999
              OR W-REF-MES < 01 OR W-REF-MES > 12
              DISPLAY "*** COMPETENCIA INVALIDA ***"
              GO TO R1.
       R1A.
           DISPLAY "ENVIO O=ORIGINAL R=RETIFICACAO : "
                   WITH NO ADVANCING
           ACCEPT W-TIPO-ENVIO
           IF W-TIPO-ENVIO = "o" MOVE "O" TO W-TIPO-ENVIO.
           IF W-TIPO-ENVIO = "r" MOVE "R" TO W-TIPO-ENVIO.
           IF W-TIPO-ENVIO NOT = "O" AND "R"
              DISPLAY "*** INFORME O OU R ***"
              GO TO R1A.

      *------------- ULTIMO ENVIO JA FEITO PARA A COMPETENCIA -----
       R1B.
           MOVE ZEROS TO W-ENVIO-ANT
           MOVE "N" TO W-FIM
           MOVE W-MES-REF TO REI-MES
           MOVE SPACES TO REI-TIPO
           MOVE ZEROS TO REI-DOCUMENTO
           START ARQFORREI KEY IS NOT LESS THAN REI-CHAVE
           IF ST-ERROREI NOT = "00"
              MOVE "S" TO W-FIM.
           PERFORM UNTIL W-FIM = "S"
              READ ARQFORREI NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM
                 NOT AT END
                    IF REI-MES NOT = W-MES-REF
                       MOVE "S" TO W-FIM
                    ELSE
                       IF REI-ENVIO > W-ENVIO-ANT
                          MOVE REI-ENVIO TO W-ENVIO-ANT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF W-TIPO-ENVIO = "O" AND W-ENVIO-ANT > ZEROS
              DISPLAY "*** COMPETENCIA JA ENVIADA - USE RETIFICACAO ***"
              CLOSE ARQFOR ARQFORHIS ARQFORREI
              STOP RUN.
           IF W-TIPO-ENVIO = "R" AND W-ENVIO-ANT = ZEROS
              DISPLAY "*** COMPETENCIA NUNCA ENVIADA - USE ORIGINAL ***"
              CLOSE ARQFOR ARQFORHIS ARQFORREI
              STOP RUN.
           COMPUTE W-ENVIO = W-ENVIO-ANT + 1
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA-FULL
           MOVE W-DATAHORA-FULL (1:16) TO W-DATAHORA.

       R1C.
           OPEN OUTPUT ARQREINF
           IF ST-ERROTXT NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO REINF.TXT ***"
              CLOSE ARQFOR ARQFORHIS ARQFORREI
              STOP RUN.
           OPEN OUTPUT RELREINF
           IF ST-ERROREL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              CLOSE ARQFOR ARQFORHIS ARQFORREI ARQREINF
              STOP RUN.

       R2.
           MOVE W-MES-REF TO CAB1-REF
           MOVE W-ENVIO TO CAB1-ENVIO
           IF W-TIPO-ENVIO = "O"
              MOVE "ORIGINAL" TO CAB1-TIPO
           ELSE
              MOVE "RETIFICACAO" TO CAB1-TIPO.
           WRITE REL-LINHA FROM W-CAB1
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM W-CAB2
           MOVE SPACES TO TXT-LINHA
           STRING "0;EFD-REINF;"                   DELIMITED BY SIZE
                  W-MES-REF                        DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  W-TIPO-ENVIO                     DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  W-ENVIO                          DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  W-DATAHORA                       DELIMITED BY SIZE
                  INTO TXT-LINHA
           WRITE TXT-LINHA.

      *------------- VARRE O HISTORICO POR FORNECEDOR (MESMA ------
      *------------- SELECAO DO SCE021) ---------------------------
       R3.
           MOVE "N" TO W-FIM
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
                    IF HIS-DATAPGTO (1:6) = W-MES-REF
                       AND (HIS-IRRF > ZEROS OR HIS-INSS > ZEROS)
                       PERFORM ACUMULA-FORN
                    END-IF
              END-READ
           END-PERFORM.
           IF W-COD-ANT NOT = ZEROS
              PERFORM GERA-EVENTO THRU GERA-EVENTO-FIM.
           IF W-TIPO-ENVIO = "R"
              PERFORM EXCLUI-AUSENTES.
           GO TO ROT-FIM.

      *--------------------------------------------------------------
      *---[ QUEBRA POR FORNECEDOR; PAGAMENTOS AGRUPADOS POR DATA ]----
       ACUMULA-FORN.
           IF HIS-CODIGO NOT = W-COD-ANT
              IF W-COD-ANT NOT = ZEROS
                 PERFORM GERA-EVENTO THRU GERA-EVENTO-FIM
              END-IF
              MOVE HIS-CODIGO TO W-COD-ANT
              MOVE ZEROS TO W-BASE-FORN W-IRRF-FORN W-INSS-FORN
                            W-PG-QTD
           END-IF
           ADD HIS-VALOR TO W-BASE-FORN W-HIS-BASE
           ADD HIS-IRRF  TO W-IRRF-FORN W-HIS-IRRF
           ADD HIS-INSS  TO W-INSS-FORN W-HIS-INSS
           MOVE "N" TO W-PG-ACHOU
           PERFORM VARYING W-PG-IDX FROM 1 BY 1
                   UNTIL W-PG-IDX > W-PG-QTD OR W-PG-ACHOU = "S"
              IF W-PG-DATA (W-PG-IDX) = HIS-DATAPGTO
                 MOVE "S" TO W-PG-ACHOU
                 ADD HIS-VALOR TO W-PG-BASE (W-PG-IDX)
                 ADD HIS-IRRF  TO W-PG-IRRF (W-PG-IDX)
                 ADD HIS-INSS  TO W-PG-INSS (W-PG-IDX)
              END-IF
           END-PERFORM
           IF W-PG-ACHOU = "N"
              ADD 1 TO W-PG-QTD
              MOVE HIS-DATAPGTO TO W-PG-DATA (W-PG-QTD)
              MOVE HIS-VALOR    TO W-PG-BASE (W-PG-QTD)
              MOVE HIS-IRRF     TO W-PG-IRRF (W-PG-QTD)
              MOVE HIS-INSS     TO W-PG-INSS (W-PG-QTD).

      *--------------------------------------------------------------
      *---[ EVENTO DO BENEFICIARIO: R-4010 (CPF) OU R-4020 (CNPJ); ]--
      *---[ RETIFICADOR (2) SE JA ENVIADO E NAO EXCLUIDO ]------------
       GERA-EVENTO.
           MOVE W-COD-ANT TO FOR-CODIGO
           READ ARQFOR
           IF ST-ERRO NOT = "00"
              MOVE "FORNECEDOR NAO CADASTRADO" TO REJ-MOTIVO
              PERFORM REJEITA-FORN
              GO TO GERA-EVENTO-FIM.
           MOVE W-MES-REF TO REI-MES
           IF FOR-TIPOFORNECEDOR = "J"
              MOVE "J" TO REI-TIPO
              MOVE FOR-CNPJ TO REI-DOCUMENTO
              MOVE "R-4020" TO W-EVENTO
           ELSE
              MOVE "F" TO REI-TIPO
              MOVE FOR-CPF TO REI-DOCUMENTO
              MOVE "R-4010" TO W-EVENTO.
           IF REI-DOCUMENTO = ZEROS
              MOVE "FORNECEDOR SEM CPF/CNPJ" TO REJ-MOTIVO
              PERFORM REJEITA-FORN
              GO TO GERA-EVENTO-FIM.
           MOVE REI-CHAVE TO W-REI-CHAVE
           READ ARQFORREI
           MOVE W-REI-CHAVE TO REI-CHAVE
           IF ST-ERROREI = "00" AND REI-SITUACAO = "A"
              MOVE 2 TO W-IND-RETIF
           ELSE
              MOVE 1 TO W-IND-RETIF.
           MOVE W-BASE-FORN TO W-VALOR-TX
           MOVE W-IRRF-FORN TO W-IRRF-TX
           MOVE W-INSS-FORN TO W-INSS-TX
           MOVE SPACES TO TXT-LINHA
           STRING "1;"                             DELIMITED BY SIZE
                  W-EVENTO                         DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  W-MES-REF                        DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  W-IND-RETIF                      DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  REI-DOCUMENTO                    DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  FUNCTION TRIM (FOR-NOME)         DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  W-VALOR-TX                       DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  W-IRRF-TX                        DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  W-INSS-TX                        DELIMITED BY SIZE
                  INTO TXT-LINHA
           WRITE TXT-LINHA
           PERFORM VARYING W-PG-IDX FROM 1 BY 1
                   UNTIL W-PG-IDX > W-PG-QTD
              MOVE W-PG-BASE (W-PG-IDX) TO W-VALOR-TX
              MOVE W-PG-IRRF (W-PG-IDX) TO W-IRRF-TX
              MOVE W-PG-INSS (W-PG-IDX) TO W-INSS-TX
              MOVE SPACES TO TXT-LINHA
              STRING "2;"                          DELIMITED BY SIZE
                     W-PG-DATA (W-PG-IDX)          DELIMITED BY SIZE
                     ";"                           DELIMITED BY SIZE
                     W-VALOR-TX                    DELIMITED BY SIZE
                     ";"                           DELIMITED BY SIZE
                     W-IRRF-TX                     DELIMITED BY SIZE
                     ";"                           DELIMITED BY SIZE
                     W-INSS-TX                     DELIMITED BY SIZE
                     INTO TXT-LINHA
              WRITE TXT-LINHA
           END-PERFORM.
           ADD 1 TO W-CONT-EVT
           ADD W-BASE-FORN TO W-ARQ-BASE
           ADD W-IRRF-FORN TO W-ARQ-IRRF
           ADD W-INSS-FORN TO W-ARQ-INSS
           IF REI-TIPO = "J"
              ADD W-BASE-FORN TO W-PJ-BASE
              ADD W-IRRF-FORN TO W-PJ-IRRF
              ADD W-INSS-FORN TO W-PJ-INSS
           ELSE
              ADD W-BASE-FORN TO W-PF-BASE
              ADD W-IRRF-FORN TO W-PF-IRRF
              ADD W-INSS-FORN TO W-PF-INSS.
           MOVE W-EVENTO      TO DET-EVENTO
           MOVE REI-DOCUMENTO TO DET-DOCUMENTO
           MOVE FOR-NOME      TO DET-NOME
           MOVE W-BASE-FORN   TO DET-BASE
           MOVE W-IRRF-FORN   TO DET-IRRF
           MOVE W-INSS-FORN   TO DET-INSS
           IF W-IND-RETIF = 2
              MOVE "SIM" TO DET-RETIF
           ELSE
              MOVE "NAO" TO DET-RETIF.
           WRITE REL-LINHA FROM W-DET1.
       GERA-EVENTO-1.
           MOVE W-COD-ANT   TO REI-CODIGO
           MOVE W-BASE-FORN TO REI-BASE
           MOVE W-IRRF-FORN TO REI-IRRF
           MOVE W-INSS-FORN TO REI-INSS
           MOVE W-ENVIO     TO REI-ENVIO
           MOVE "A"         TO REI-SITUACAO
           MOVE W-DATAHORA  TO REI-DATAHORA
           IF ST-ERROREI = "00"
              REWRITE REGFORREI
           ELSE
              WRITE REGFORREI.
           IF ST-ERROREI NOT = "00" AND "02"
              DISPLAY "*** ERRO AO GRAVAR O CONTROLE DO DOCUMENTO "
                      REI-DOCUMENTO " ***".
       GERA-EVENTO-FIM.
           EXIT.

       REJEITA-FORN.
           ADD 1 TO W-CONT-REJ
           ADD W-BASE-FORN TO W-REJ-BASE
           ADD W-IRRF-FORN TO W-REJ-IRRF
           ADD W-INSS-FORN TO W-REJ-INSS
           MOVE W-COD-ANT   TO REJ-CODIGO
           MOVE W-BASE-FORN TO REJ-BASE
           MOVE W-IRRF-FORN TO REJ-IRRF
           MOVE W-INSS-FORN TO REJ-INSS
           WRITE REL-LINHA FROM W-REJ1.

      *--------------------------------------------------------------
      *---[ RETIFICACAO: BENEFICIARIO ENVIADO ANTES E SEM RETENCAO ]--
      *---[ NESTE ENVIO RECEBE O EVENTO DE EXCLUSAO R-9000 ]----------
       EXCLUI-AUSENTES.
           MOVE "N" TO W-FIM
           MOVE W-MES-REF TO REI-MES
           MOVE SPACES TO REI-TIPO
           MOVE ZEROS TO REI-DOCUMENTO
           START ARQFORREI KEY IS NOT LESS THAN REI-CHAVE
           IF ST-ERROREI NOT = "00"
              MOVE "S" TO W-FIM.
           PERFORM UNTIL W-FIM = "S"
              READ ARQFORREI NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM
                 NOT AT END
                    IF REI-MES NOT = W-MES-REF
                       MOVE "S" TO W-FIM
                    ELSE
                       IF REI-ENVIO < W-ENVIO AND REI-SITUACAO = "A"
                          PERFORM GERA-EXCLUSAO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       GERA-EXCLUSAO.
           IF REI-TIPO = "J"
              MOVE "R-4020" TO W-EVENTO
           ELSE
              MOVE "R-4010" TO W-EVENTO.
           MOVE SPACES TO TXT-LINHA
           STRING "9;R-9000;"                      DELIMITED BY SIZE
                  W-EVENTO                         DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  W-MES-REF                        DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  REI-DOCUMENTO                    DELIMITED BY SIZE
                  INTO TXT-LINHA
           WRITE TXT-LINHA
           ADD 1 TO W-CONT-EXC
           MOVE REI-DOCUMENTO TO EXC-DOCUMENTO
           MOVE W-EVENTO      TO EXC-EVENTO
           WRITE REL-LINHA FROM W-EXC1
           MOVE "E"        TO REI-SITUACAO
           MOVE W-ENVIO    TO REI-ENVIO
           MOVE W-DATAHORA TO REI-DATAHORA
           REWRITE REGFORREI
           IF ST-ERROREI NOT = "00" AND "02"
              DISPLAY "*** ERRO AO MARCAR A EXCLUSAO DO DOCUMENTO "
                      REI-DOCUMENTO " ***".

      *--------------------------------------------------------------
      *---[ CONFERENCIA: ARQUIVO + REJEITADOS = TOTAIS DO SCE021; ]---
      *---[ COM REJEITADOS O ARQUIVO NAO FECHA COM O SCE021 ]----------
       ROT-FIM.
           MOVE SPACES TO TXT-LINHA
           MOVE W-ARQ-BASE TO W-VALOR-TX
           MOVE W-ARQ-IRRF TO W-IRRF-TX
           MOVE W-ARQ-INSS TO W-INSS-TX
           STRING "T;"                             DELIMITED BY SIZE
                  W-CONT-EVT                       DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  W-CONT-EXC                       DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  W-VALOR-TX                       DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  W-IRRF-TX                        DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  W-INSS-TX                        DELIMITED BY SIZE
                  INTO TXT-LINHA
           WRITE TXT-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "TOTAL R-4010 (P.FISICA)" TO TOT-DESCRICAO
           MOVE W-PF-BASE TO TOT-BASE
           MOVE W-PF-IRRF TO TOT-IRRF
           MOVE W-PF-INSS TO TOT-INSS
           WRITE REL-LINHA FROM W-TOT1
           MOVE "TOTAL R-4020 (P.JURID.)" TO TOT-DESCRICAO
           MOVE W-PJ-BASE TO TOT-BASE
           MOVE W-PJ-IRRF TO TOT-IRRF
           MOVE W-PJ-INSS TO TOT-INSS
           WRITE REL-LINHA FROM W-TOT1
           MOVE "TOTAL DO ARQUIVO" TO TOT-DESCRICAO
           MOVE W-ARQ-BASE TO TOT-BASE
           MOVE W-ARQ-IRRF TO TOT-IRRF
           MOVE W-ARQ-INSS TO TOT-INSS
           WRITE REL-LINHA FROM W-TOT1
           MOVE "REJEITADOS" TO TOT-DESCRICAO
           MOVE W-REJ-BASE TO TOT-BASE
           MOVE W-REJ-IRRF TO TOT-IRRF
           MOVE W-REJ-INSS TO TOT-INSS
           WRITE REL-LINHA FROM W-TOT1
           MOVE "TOTAL DO MES NO SCE021" TO TOT-DESCRICAO
           MOVE W-HIS-BASE TO TOT-BASE
           MOVE W-HIS-IRRF TO TOT-IRRF
           MOVE W-HIS-INSS TO TOT-INSS
           WRITE REL-LINHA FROM W-TOT1
           COMPUTE W-SOMA-BASE = W-ARQ-BASE + W-REJ-BASE
           COMPUTE W-SOMA-IRRF = W-ARQ-IRRF + W-REJ-IRRF
           COMPUTE W-SOMA-INSS = W-ARQ-INSS + W-REJ-INSS
           IF W-SOMA-BASE NOT = W-HIS-BASE
              OR W-SOMA-IRRF NOT = W-HIS-IRRF
              OR W-SOMA-INSS NOT = W-HIS-INSS
              MOVE "*** DIVERGENTE - TOTAIS NAO FECHAM ***"
                                                   TO ROD3-SITUACAO
           ELSE
              IF W-REJ-BASE NOT = ZEROS OR W-REJ-IRRF NOT = ZEROS
                 OR W-REJ-INSS NOT = ZEROS
                 MOVE "*** DIVERGENTE - VER REJEITADOS ***"
                                                   TO ROD3-SITUACAO
              ELSE
                 MOVE "ARQUIVO CONFERE COM O SCE021"
                                                   TO ROD3-SITUACAO.
           MOVE W-CONT-EVT TO ROD1-TOTAL
           MOVE W-CONT-EXC TO ROD2-TOTAL
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM W-ROD1
           WRITE REL-LINHA FROM W-ROD2
           WRITE REL-LINHA FROM W-ROD3
           CLOSE ARQFOR ARQFORHIS ARQFORREI ARQREINF RELREINF
           MOVE W-CONT-EVT TO W-CONT-EDIT
           DISPLAY "EVENTOS GERADOS       : " W-CONT-EDIT
           MOVE W-CONT-EXC TO W-CONT-EDIT
           DISPLAY "EXCLUSOES (R-9000)    : " W-CONT-EDIT
           MOVE W-CONT-REJ TO W-CONT-EDIT
           DISPLAY "FORNECEDORES REJEIT.  : " W-CONT-EDIT
           DISPLAY "CONFERENCIA           : " ROD3-SITUACAO
           DISPLAY "ARQUIVO GERADO EM REINF.TXT"
           DISPLAY "RELATORIO GERADO EM RELREINF.LST"
           STOP RUN.
