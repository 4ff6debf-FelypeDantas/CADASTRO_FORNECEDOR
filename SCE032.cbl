       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE032.
      *AUTHOR. FELYPE DANTAS DOS SANTOS.
      *-----------------------------------------------------------------
      ***********************************************
      *     TITULOS PARADOS EM REMESSA ("R") SEM     *
      *     RETORNO DO BANCO HA MAIS DE DIASREM      *
      *     DIAS, AGRUPADOS POR LOTE DO ARQFORREM,   *
      *     E TITULOS "R" SEM LOTE DE CONTROLE       *
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
           SELECT ARQFORREM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REM-CHAVE
                    ALTERNATE RECORD KEY IS REM-DOCTO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERROCTL.
      *
           SELECT ARQFORPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-CHAVE
                    FILE STATUS  IS ST-ERROPAR.
      *
           SELECT RELREM ASSIGN TO DISK
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
       FD ARQFORTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORTIT.DAT".
           COPY FORTIT.
      *-----------------------------------------------------------------
       FD ARQFORREM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORREM.DAT".
           COPY FORREM.
      *-----------------------------------------------------------------
       FD ARQFORPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORPAR.DAT".
           COPY FORPAR.
      *-----------------------------------------------------------------
       FD RELREM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELREM.LST".
       01 REL-LINHA                 PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-ERROTIT        PIC X(02) VALUE "00".
       01 ST-ERROCTL        PIC X(02) VALUE "00".
       01 ST-ERROPAR        PIC X(02) VALUE "00".
       01 ST-ERROREL        PIC X(02) VALUE "00".

       01 W-FIM             PIC X(01) VALUE "N".
       01 W-FIM-DOC         PIC X(01) VALUE "N".
       01 W-TEM-REM         PIC X(01) VALUE "S".
       01 W-TEM-PAR         PIC X(01) VALUE "S".
       01 W-ENVIADO         PIC X(01) VALUE "N".
       01 W-DATAHORA-FULL   PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DIAS-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DIAS-LIM        PIC 9(03) VALUE 5.
       01 W-DIAS-REM        PIC 9(05) VALUE ZEROS.
       01 W-DATA-REM        PIC 9(08) VALUE ZEROS.
       01 W-DOCTO           PIC X(18) VALUE SPACES.

      *    LOTE CORRENTE (HEADER H LIDO POR ULTIMO NA VARREDURA)
       01 W-H-LOTE          PIC 9(06) VALUE ZEROS.
       01 W-H-BANCO         PIC 9(03) VALUE ZEROS.
       01 W-H-NSA           PIC 9(06) VALUE ZEROS.
       01 W-H-DATA          PIC 9(08) VALUE ZEROS.
       01 W-H-SITUACAO      PIC X(01) VALUE SPACES.
       01 W-LOTE-IMPRESSO   PIC X(01) VALUE "N".
       01 W-LOTE-ABERTO     PIC X(01) VALUE "N".

       01 W-CONT-LOTE       PIC 9(06) VALUE ZEROS.
       01 W-CONT-PARADO     PIC 9(06) VALUE ZEROS.
       01 W-CONT-SEMCTL     PIC 9(06) VALUE ZEROS.
       01 W-CONT-LOTES      PIC 9(06) VALUE ZEROS.
       01 W-CONT-EDIT       PIC ZZZ.ZZ9.
       01 W-TOT-LOTE        PIC 9(16)V99 VALUE ZEROS.
       01 W-TOT-PARADO      PIC 9(16)V99 VALUE ZEROS.
       01 W-TOT-SEMCTL      PIC 9(16)V99 VALUE ZEROS.
       01 W-TOT-EDIT        PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 W-CAB1.
          05 FILLER          PIC X(44) VALUE
                        "TITULOS AGUARDANDO RETORNO BANCARIO - SCE032".

       01 W-CAB1A.
          05 FILLER          PIC X(06) VALUE "DATA: ".
          05 CAB1A-DATA      PIC 9(08).
          05 FILLER          PIC X(30) VALUE
                        "   PRAZO MAXIMO DO RETORNO: ".
          05 CAB1A-DIAS      PIC ZZ9.
          05 FILLER          PIC X(05) VALUE " DIAS".

       01 W-CAB-LOTE.
          05 FILLER          PIC X(06) VALUE "LOTE: ".
          05 CABL-LOTE       PIC ZZZZZ9.
          05 FILLER          PIC X(10) VALUE "   BANCO: ".
          05 CABL-BANCO      PIC 9(03).
          05 FILLER          PIC X(08) VALUE "   NSA: ".
          05 CABL-NSA        PIC ZZZZZ9.
          05 FILLER          PIC X(14) VALUE "   GERADA EM: ".
          05 CABL-DATA       PIC 9(08).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 CABL-AVISO      PIC X(37).

       01 W-CAB2.
          05 FILLER          PIC X(11) VALUE "NOTA       ".
          05 FILLER          PIC X(03) VALUE "PC ".
          05 FILLER          PIC X(08) VALUE "CODIGO  ".
          05 FILLER          PIC X(31) VALUE "FORNECEDOR".
          05 FILLER          PIC X(04) VALUE "SG  ".
          05 FILLER          PIC X(10) VALUE "DATA PGTO ".
          05 FILLER          PIC X(20) VALUE "          VALOR     ".
          05 FILLER          PIC X(04) VALUE "DIAS".

       01 W-CAB3.
          05 FILLER          PIC X(52) VALUE
                 "TITULOS EM REMESSA (R) SEM LOTE DE CONTROLE ENVIADO".
       01 W-CAB3A.
          05 FILLER          PIC X(55) VALUE
            "(ORDEM AINDA NO ARQPAG OU REMESSA ANTERIOR AO CONTROLE)".

       01 W-DET1.
          05 DET-NUMERO      PIC X(10).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-PARCELA     PIC 9(02).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-CODIGO      PIC ZZZZZ9.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 DET-NOME        PIC X(30).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-SEGMENTO    PIC X(01).
          05 FILLER          PIC X(03) VALUE SPACES.
          05 DET-DATAPGTO    PIC 9(08).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-DIAS        PIC ZZZZ9.

       01 W-SUB1.
          05 FILLER          PIC X(32) VALUE SPACES.
          05 FILLER          PIC X(16) VALUE "TOTAL DO LOTE - ".
          05 SUB1-QTD        PIC ZZZ.ZZ9.
          05 FILLER          PIC X(09) VALUE " TITULOS ".
          05 SUB1-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 W-ROD1.
          05 FILLER          PIC X(34) VALUE
                        "LOTES COM TITULOS PARADOS       : ".
          05 ROD1-TOTAL      PIC ZZZ.ZZ9.
       01 W-ROD2.
          05 FILLER          PIC X(34) VALUE
                        "TITULOS PARADOS ALEM DO PRAZO   : ".
          05 ROD2-TOTAL      PIC ZZZ.ZZ9.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 ROD2-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-ROD3.
          05 FILLER          PIC X(34) VALUE
                        "TITULOS EM R SEM LOTE ENVIADO   : ".
          05 ROD3-TOTAL      PIC ZZZ.ZZ9.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 ROD3-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT ARQFORTIT
           IF ST-ERROTIT NOT = "00"
              DISPLAY "*** ARQUIVO DE TITULOS NAO ENCONTRADO ***"
              MOVE 8 TO RETURN-CODE
              GOBACK.
       R0A.
           OPEN INPUT ARQFOR
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO DE FORNECEDOR NAO ENCONTRADO ***"
              CLOSE ARQFORTIT
              MOVE 8 TO RETURN-CODE
              GOBACK.
       R0B.
      *    SEM CONTROLE DE REMESSAS (NENHUMA REMESSA GERADA DESDE A
      *    IMPLANTACAO): TODO TITULO "R" SAI NA SEGUNDA PARTE
           OPEN INPUT ARQFORREM
           IF ST-ERROCTL NOT = "00"
              MOVE "N" TO W-TEM-REM.
       R0C.
           OPEN INPUT ARQFORPAR
           IF ST-ERROPAR NOT = "00"
              MOVE "N" TO W-TEM-PAR.
       R0D.
           OPEN OUTPUT RELREM
           IF ST-ERROREL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              CLOSE ARQFORTIT ARQFOR
              IF W-TEM-REM = "S"
                 CLOSE ARQFORREM
              END-IF
              IF W-TEM-PAR = "S"
                 CLOSE ARQFORPAR
              END-IF
              MOVE 8 TO RETURN-CODE
              GOBACK.

      *------------- PRAZO DO RETORNO (DIASREM) E DATA BASE -------
       R1.
           IF W-TEM-PAR = "S"
              MOVE "DIASREM" TO PAR-CHAVE
              READ ARQFORPAR
              IF ST-ERROPAR = "00" AND PAR-VALOR > ZEROS
                 MOVE PAR-VALOR TO W-DIAS-LIM
              END-IF
              CLOSE ARQFORPAR.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA-FULL
           MOVE W-DATAHORA-FULL (1:8) TO W-DATA-HOJE
           COMPUTE W-DIAS-HOJE = FUNCTION INTEGER-OF-DATE (W-DATA-HOJE)
           MOVE W-DATA-HOJE TO CAB1A-DATA
           MOVE W-DIAS-LIM  TO CAB1A-DIAS
           WRITE REL-LINHA FROM W-CAB1
           WRITE REL-LINHA FROM W-CAB1A
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM W-CAB2.

      *------------- PARTE 1: TITULOS "E" DE CADA LOTE ------------
       R2.
           IF W-TEM-REM = "N"
              GO TO R3.
           MOVE "N" TO W-FIM
           MOVE SPACES TO REGFORREM
           MOVE 1 TO REM-LOTE
           START ARQFORREM KEY IS NOT LESS THAN REM-CHAVE
           IF ST-ERROCTL NOT = "00"
              MOVE "S" TO W-FIM.
           PERFORM UNTIL W-FIM = "S"
              READ ARQFORREM NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM
                 NOT AT END
                    IF REM-TIPO = "H"
                       PERFORM GUARDA-LOTE
                    END-IF
                    IF REM-TIPO = "T" AND REM-SITUACAO = "E"
                       PERFORM VERIFICA-TITULO
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM FECHA-LOTE.

      *------------- PARTE 2: TITULOS "R" SEM LOTE ENVIADO --------
       R3.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM W-CAB3
           WRITE REL-LINHA FROM W-CAB3A
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "N" TO W-FIM
           MOVE LOW-VALUES TO TIT-CHAVE
           START ARQFORTIT KEY IS NOT LESS THAN TIT-CHAVE
           IF ST-ERROTIT NOT = "00"
              MOVE "S" TO W-FIM.
           PERFORM UNTIL W-FIM = "S"
              READ ARQFORTIT NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM
                 NOT AT END
                    IF TIT-SITUACAO = "R"
                       PERFORM VERIFICA-SEM-LOTE
                    END-IF
              END-READ
           END-PERFORM.
           GO TO ROT-FIM.

      *--------------------------------------------------------------
      *---[ GUARDA OS DADOS DO LOTE PARA O CABECALHO DO GRUPO ]-------
       GUARDA-LOTE.
           PERFORM FECHA-LOTE
           MOVE REM-LOTE     TO W-H-LOTE
           MOVE REM-BANCO    TO W-H-BANCO
           MOVE REM-NSA      TO W-H-NSA
           MOVE REM-DATAHORA (1:8) TO W-H-DATA
           MOVE REM-SITUACAO TO W-H-SITUACAO
           MOVE "N" TO W-LOTE-IMPRESSO.

      *--------------------------------------------------------------
      *---[ TITULO ENVIADO SEM RETORNO: SO LISTA SE AINDA ESTA ]------
      *---[ EM "R" NO ARQFORTIT E PASSOU DO PRAZO DIASREM ]-----------
       VERIFICA-TITULO.
           MOVE REM-DATAHORA (1:8) TO W-DATA-REM
           COMPUTE W-DIAS-REM = W-DIAS-HOJE -
                   FUNCTION INTEGER-OF-DATE (W-DATA-REM)
           IF W-DIAS-REM > W-DIAS-LIM
              MOVE REM-NUMERO  TO TIT-NUMERO
              MOVE REM-CODIGO  TO TIT-CODIGO
              MOVE REM-PARCELA TO TIT-PARCELA
              READ ARQFORTIT
              IF ST-ERROTIT = "00" AND TIT-SITUACAO = "R"
                 PERFORM LISTA-PARADO.

       LISTA-PARADO.
           IF W-LOTE-IMPRESSO = "N"
              PERFORM ABRE-GRUPO.
           ADD 1 TO W-CONT-LOTE W-CONT-PARADO
           ADD REM-VALOR TO W-TOT-LOTE W-TOT-PARADO
           MOVE REM-NUMERO   TO DET-NUMERO
           MOVE REM-PARCELA  TO DET-PARCELA
           MOVE REM-CODIGO   TO DET-CODIGO
           MOVE REM-CODIGO   TO FOR-CODIGO
           PERFORM BUSCA-NOME
           MOVE REM-SEGMENTO TO DET-SEGMENTO
           MOVE REM-DATAPGTO TO DET-DATAPGTO
           MOVE REM-VALOR    TO DET-VALOR
           MOVE W-DIAS-REM   TO DET-DIAS
           WRITE REL-LINHA FROM W-DET1.

      *--------------------------------------------------------------
      *---[ CABECALHO DO LOTE NO PRIMEIRO TITULO PARADO DO GRUPO ]----
       ABRE-GRUPO.
           ADD 1 TO W-CONT-LOTES
           MOVE "S" TO W-LOTE-IMPRESSO W-LOTE-ABERTO
           MOVE ZEROS TO W-CONT-LOTE W-TOT-LOTE
           MOVE W-H-LOTE  TO CABL-LOTE
           MOVE W-H-BANCO TO CABL-BANCO
           MOVE W-H-NSA   TO CABL-NSA
           MOVE W-H-DATA  TO CABL-DATA
           MOVE SPACES    TO CABL-AVISO
           IF W-H-SITUACAO = "I"
              MOVE "*** GERACAO INTERROMPIDA ***" TO CABL-AVISO.
           IF W-H-SITUACAO = "R"
              MOVE "RETORNO PARCIAL PROCESSADO" TO CABL-AVISO.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM W-CAB-LOTE.

      *--------------------------------------------------------------
      *---[ SUBTOTAL DO LOTE QUE TEVE TITULOS LISTADOS ]--------------
       FECHA-LOTE.
           IF W-LOTE-ABERTO = "S"
              MOVE W-CONT-LOTE TO SUB1-QTD
              MOVE W-TOT-LOTE  TO SUB1-VALOR
              WRITE REL-LINHA FROM W-SUB1
              MOVE "N" TO W-LOTE-ABERTO.

      *--------------------------------------------------------------
      *---[ TITULO "R" SEM NENHUM REGISTRO "E" NO ARQFORREM ]---------
       VERIFICA-SEM-LOTE.
           MOVE "N" TO W-ENVIADO
           IF W-TEM-REM = "S"
              MOVE TIT-CHAVE TO W-DOCTO
              MOVE W-DOCTO   TO REM-DOCTO
              MOVE "N" TO W-FIM-DOC
              START ARQFORREM KEY IS EQUAL TO REM-DOCTO
              IF ST-ERROCTL NOT = "00"
                 MOVE "S" TO W-FIM-DOC
              END-IF
              PERFORM UNTIL W-FIM-DOC = "S"
                 READ ARQFORREM NEXT RECORD
                    AT END
                       MOVE "S" TO W-FIM-DOC
                    NOT AT END
                       IF REM-DOCTO NOT = W-DOCTO
                          MOVE "S" TO W-FIM-DOC
                       ELSE
                          IF REM-TIPO = "T" AND REM-SITUACAO = "E"
                             MOVE "S" TO W-ENVIADO W-FIM-DOC
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF W-ENVIADO = "N"
              ADD 1 TO W-CONT-SEMCTL
              ADD TIT-VALOR-LIQ TO W-TOT-SEMCTL
              MOVE TIT-NUMERO  TO DET-NUMERO
              MOVE TIT-PARCELA TO DET-PARCELA
              MOVE TIT-CODIGO  TO DET-CODIGO
              MOVE TIT-CODIGO  TO FOR-CODIGO
              PERFORM BUSCA-NOME
              IF TIT-CODBARRAS = SPACES
                 MOVE "A" TO DET-SEGMENTO
              ELSE
                 MOVE "J" TO DET-SEGMENTO
              END-IF
              MOVE TIT-VENCIMENTO TO DET-DATAPGTO
              MOVE TIT-VALOR-LIQ  TO DET-VALOR
              MOVE ZEROS          TO DET-DIAS
              WRITE REL-LINHA FROM W-DET1.

       BUSCA-NOME.
           READ ARQFOR
           IF ST-ERRO = "00"
              MOVE FOR-NOME TO DET-NOME
           ELSE
              MOVE "*** FORNECEDOR NAO CADASTRADO" TO DET-NOME.

       ROT-FIM.
           MOVE W-CONT-LOTES  TO ROD1-TOTAL
           MOVE W-CONT-PARADO TO ROD2-TOTAL
           MOVE W-TOT-PARADO  TO ROD2-VALOR
           MOVE W-CONT-SEMCTL TO ROD3-TOTAL
           MOVE W-TOT-SEMCTL  TO ROD3-VALOR
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM W-ROD1
           WRITE REL-LINHA FROM W-ROD2
           WRITE REL-LINHA FROM W-ROD3
           CLOSE ARQFORTIT ARQFOR RELREM
           IF W-TEM-REM = "S"
              CLOSE ARQFORREM.
           MOVE W-CONT-LOTES TO W-CONT-EDIT
           DISPLAY "LOTES COM TITULOS PARADOS  : " W-CONT-EDIT
           MOVE W-CONT-PARADO TO W-CONT-EDIT
           DISPLAY "TITULOS PARADOS ALEM PRAZO : " W-CONT-EDIT
           MOVE W-CONT-SEMCTL TO W-CONT-EDIT
           DISPLAY "TITULOS EM R SEM LOTE      : " W-CONT-EDIT
           DISPLAY "RELATORIO GERADO EM RELREM.LST"
           GOBACK.
