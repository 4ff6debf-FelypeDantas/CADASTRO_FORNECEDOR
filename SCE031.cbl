       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE031.
      *AUTHOR. FELYPE DANTAS DOS SANTOS.
      *-----------------------------------------------------------------
      ***********************************************
      *     CARGA EM LOTE DE NF-E DE COMPRA NO       *
      *     ARQFORTIT (CONTRAPARTIDA BATCH DO        *
      *      SCE008: FORNECEDOR PELO CNPJ NO         *
      *      ARQFORDOC, MESMAS CRITICAS DO SCE008,   *
      *      UM TITULO POR PARCELA, REINICIO PELO    *
      *      ARQFORCKP E RELATORIO DE EXCECOES;      *
      *      VENCIMENTO EM DIA NAO UTIL VAI PARA O   *
      *      PROXIMO DIA UTIL COMO NO SCE008)        *
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
           SELECT ARQFORDOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DOC-NUMERO
                    FILE STATUS  IS ST-ERRODOC.
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
           SELECT ARQFORPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-CHAVE
                    FILE STATUS  IS ST-ERROPAR.
      *
           SELECT ARQFORCKP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CKP-JOB
                    FILE STATUS  IS ST-ERROCKP.
      *
           SELECT ARQFORFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-DATA
                    FILE STATUS  IS ST-ERROFER.
      *
           SELECT ARQNFE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRONFE.
      *
           SELECT RELNFE ASSIGN TO DISK
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
       FD ARQFORDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORDOC.DAT".
           COPY FORDOC.
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
       FD ARQFORPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORPAR.DAT".
           COPY FORPAR.
      *-----------------------------------------------------------------
       FD ARQFORCKP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORCKP.DAT".
           COPY FORCKP.
      *-----------------------------------------------------------------
       FD ARQFORFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORFER.DAT".
           COPY FORFER.
      *-----------------------------------------------------------------
       FD ARQNFE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFE.DAT".
           COPY FORNFE.
      *-----------------------------------------------------------------
       FD RELNFE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELNFE.LST".
       01 REL-LINHA                 PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-ERRODOC        PIC X(02) VALUE "00".
       01 ST-ERROTIT        PIC X(02) VALUE "00".
       01 ST-ERROCON        PIC X(02) VALUE "00".
       01 ST-ERROPAR        PIC X(02) VALUE "00".
       01 ST-ERROCKP        PIC X(02) VALUE "00".
       01 ST-ERROFER        PIC X(02) VALUE "00".
       01 ST-ERRONFE        PIC X(02) VALUE "00".
       01 ST-ERROREL        PIC X(02) VALUE "00".

       01 W-FIM-NFE          PIC X(01) VALUE "N".
       01 W-OPERADOR         PIC X(08) VALUE "BATCH".
       01 W-DATAHORA-FULL    PIC X(21) VALUE SPACES.
       01 W-CONT-LIDO        PIC 9(08) VALUE ZEROS.
       01 W-CKP-NOTA         PIC 9(08) VALUE ZEROS.
       01 W-CONT-NOTA        PIC 9(08) VALUE ZEROS.
       01 W-CONT-IMPORT      PIC 9(08) VALUE ZEROS.
       01 W-CONT-REJEIT      PIC 9(08) VALUE ZEROS.
       01 W-CONT-TIT         PIC 9(08) VALUE ZEROS.
       01 W-CONT-RETIDA      PIC 9(08) VALUE ZEROS.
       01 W-CONT-AJUST       PIC 9(08) VALUE ZEROS.

      *--------------------------------------------
      *-------[ DIA UTIL: SABADO, DOMINGO E FERIADO DO ARQFORFER ]--
       01 W-TEM-FER          PIC X(01) VALUE "N".
       01 W-DU-DATA          PIC 9(08) VALUE ZEROS.
       01 W-DU-DATA-X REDEFINES W-DU-DATA.
          05 W-DU-ANO        PIC 9(04).
          05 W-DU-MMDD       PIC 9(04).
       01 W-DU-DIAS          PIC 9(08) VALUE ZEROS.
       01 W-DU-SEMANA        PIC 9(01) VALUE ZEROS.
      *    W-DU-SEMANA: 1 = SEGUNDA ... 6 = SABADO  0 = DOMINGO
       01 W-DU-UTIL          PIC X(01) VALUE "S".
       01 W-CONT-EDIT        PIC ZZZ.ZZZ.ZZ9.
       01 W-LIM-APROV        PIC 9(13)V99 VALUE ZEROS.
      *    W-LIM-APROV: ZEROS = SEM LIMITE CADASTRADO (NAO RETEM)
       01 W-SIT-NOVA         PIC X(01) VALUE "A".
       01 W-TEM-CONTRATO     PIC X(01) VALUE "N".
       01 W-VALOR-GRAVADO    PIC 9(13)V99 VALUE ZEROS.
       01 W-PARC-ERRO        PIC X(01) VALUE "N".
       01 W-MOTIVO           PIC X(40) VALUE SPACES.

      *--------------------------------------------
      *-------[ NOTA EM MONTAGEM: PARCELAS CONSECUTIVAS DO EXTRATO ]--
       01 W-NOTA-CNPJ        PIC 9(14) VALUE ZEROS.
       01 W-NOTA-NUMERO      PIC X(10) VALUE SPACES.
       01 W-NOTA-EMISSAO     PIC 9(08) VALUE ZEROS.
       01 W-NOTA-VALOR       PIC 9(13)V99 VALUE ZEROS.
       01 W-NOTA-SOMA        PIC 9(14)V99 VALUE ZEROS.
       01 W-NOTA-CODIGO      PIC 9(06) VALUE ZEROS.
       01 W-NOTA-QTD         PIC 9(03) VALUE ZEROS.
       01 W-NOTA-ERRO        PIC X(01) VALUE "N".
       01 W-QTD-PARC         PIC 9(02) VALUE ZEROS.
       01 W-PARC-IDX         PIC 9(02) VALUE ZEROS.
       01 W-PARC-IDX2        PIC 9(02) VALUE ZEROS.
       01 W-NF-TAB.
          05 W-NF-ITEM OCCURS 12 TIMES.
             10 W-NF-PARCELA PIC 9(02).
             10 W-NF-VENC    PIC 9(08).
             10 W-NF-VALOR   PIC 9(13)V99.

      *--------------------------------------------
      *-------[ VALIDACAO DE DATA AAAAMMDD ]------------------------
       01 W-DATA-VAL        PIC 9(08) VALUE ZEROS.
       01 W-DATA-VAL-X REDEFINES W-DATA-VAL.
          05 W-DATA-ANO     PIC 9(04).
          05 W-DATA-MES     PIC 9(02).
          05 W-DATA-DIA     PIC 9(02).
       01 W-DATA-OK         PIC X(01) VALUE "S".

       01 W-CAB1.
          05 FILLER          PIC X(44) VALUE
                  "EXCECOES DA CARGA DE NF-E DE COMPRA - SCE031".
       01 W-CAB2.
          05 FILLER          PIC X(15) VALUE "CNPJ EMITENTE  ".
          05 FILLER          PIC X(11) VALUE "NOTA       ".
          05 FILLER          PIC X(04) VALUE "PCS ".
          05 FILLER          PIC X(19) VALUE "    VALOR DA NOTA  ".
          05 FILLER          PIC X(06) VALUE "MOTIVO".

       01 W-DET1.
          05 DET-CNPJ        PIC 9(14).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-NUMERO      PIC X(10).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-QTD         PIC ZZ9.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-MOTIVO      PIC X(40).

       01 W-ROD1.
          05 FILLER          PIC X(24) VALUE "NOTAS LIDAS           : ".
          05 ROD1-TOTAL      PIC ZZZ.ZZZ.ZZ9.
       01 W-ROD2.
          05 FILLER          PIC X(24) VALUE "NOTAS IMPORTADAS      : ".
          05 ROD2-TOTAL      PIC ZZZ.ZZZ.ZZ9.
       01 W-ROD3.
          05 FILLER          PIC X(24) VALUE "NOTAS REJEITADAS      : ".
          05 ROD3-TOTAL      PIC ZZZ.ZZZ.ZZ9.
       01 W-ROD4.
          05 FILLER          PIC X(24) VALUE "TITULOS GRAVADOS      : ".
          05 ROD4-TOTAL      PIC ZZZ.ZZZ.ZZ9.
       01 W-ROD5.
          05 FILLER          PIC X(24) VALUE "NOTAS P/ APROVACAO    : ".
          05 ROD5-TOTAL      PIC ZZZ.ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT ARQFOR
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO DE FORNECEDOR NAO ENCONTRADO ***"
              STOP RUN.
       R0A.
           OPEN INPUT ARQFORDOC
           IF ST-ERRODOC NOT = "00"
              DISPLAY "*** CRUZAMENTO CPF/CNPJ NAO ENCONTRADO ***"
              CLOSE ARQFOR
              STOP RUN.
       R0B.
           OPEN I-O ARQFORTIT
           IF ST-ERROTIT NOT = "00"
              IF ST-ERROTIT = "30"
                 OPEN OUTPUT ARQFORTIT
                 CLOSE ARQFORTIT
                 OPEN I-O ARQFORTIT
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE TITULOS"
                 CLOSE ARQFOR ARQFORDOC
                 STOP RUN.
       R0C.
           OPEN I-O ARQFORCON
           IF ST-ERROCON NOT = "00"
              IF ST-ERROCON = "30"
                 OPEN OUTPUT ARQFORCON
                 CLOSE ARQFORCON
                 OPEN I-O ARQFORCON
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE CONTRATOS"
                 CLOSE ARQFOR ARQFORDOC ARQFORTIT
                 STOP RUN.

      *------------- LIMITE DA NOTA SEM APROVACAO (ARQFORPAR) -----
       R0D.
           MOVE ZEROS TO W-LIM-APROV
           OPEN INPUT ARQFORPAR
           IF ST-ERROPAR = "00"
              MOVE "LIMAPROV" TO PAR-CHAVE
              READ ARQFORPAR
              IF ST-ERROPAR = "00"
                 MOVE PAR-VALOR TO W-LIM-APROV
              END-IF
              CLOSE ARQFORPAR
           END-IF.
      *------------- CALENDARIO DE FERIADOS (SEM O ARQUIVO SO ----
      *------------- SABADO E DOMINGO NAO SAO DIAS UTEIS) ---------
       R0D1.
           OPEN INPUT ARQFORFER
           IF ST-ERROFER = "00"
              MOVE "S" TO W-TEM-FER.
       R0E.
           OPEN I-O ARQFORCKP
           IF ST-ERROCKP NOT = "00"
              IF ST-ERROCKP = "30"
                 OPEN OUTPUT ARQFORCKP
                 CLOSE ARQFORCKP
                 OPEN I-O ARQFORCKP
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE CHECKPOINT"
                 CLOSE ARQFOR ARQFORDOC ARQFORTIT ARQFORCON
                 IF W-TEM-FER = "S"
                    CLOSE ARQFORFER
                 END-IF
                 STOP RUN.
       R0F.
           OPEN INPUT ARQNFE
           IF ST-ERRONFE NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO EXTRATO DE NF-E"
              CLOSE ARQFOR ARQFORDOC ARQFORTIT ARQFORCON ARQFORCKP
              IF W-TEM-FER = "S"
                 CLOSE ARQFORFER
              END-IF
              STOP RUN.

      *------------- LOCALIZA/CRIA O CHECKPOINT DE REINICIO -------
      *------------- (CONTADOR = LINHAS DO EXTRATO JA TRATADAS) ---
       R1.
           MOVE "SCE031"  TO CKP-JOB
           READ ARQFORCKP
           IF ST-ERROCKP = "23"
              MOVE ZEROS TO CKP-CONTADOR CKP-DATAHORA
              WRITE REGFORCKP.
           IF CKP-CONTADOR > ZEROS
              DISPLAY "REINICIANDO APOS A LINHA " CKP-CONTADOR
              OPEN EXTEND RELNFE
           ELSE
              OPEN OUTPUT RELNFE.
           IF ST-ERROREL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              CLOSE ARQFOR ARQFORDOC ARQFORTIT ARQFORCON ARQFORCKP
                    ARQNFE
              IF W-TEM-FER = "S"
                 CLOSE ARQFORFER
              END-IF
              STOP RUN.
           IF CKP-CONTADOR = ZEROS
              WRITE REL-LINHA FROM W-CAB1
              MOVE SPACES TO REL-LINHA
              WRITE REL-LINHA
              WRITE REL-LINHA FROM W-CAB2.

      *------------- LE O EXTRATO E MONTA CADA NOTA ---------------
       LOOP-NFE.
           PERFORM UNTIL W-FIM-NFE = "S"
              READ ARQNFE
                 AT END
                    MOVE "S" TO W-FIM-NFE
                 NOT AT END
                    ADD 1 TO W-CONT-LIDO
                    IF W-CONT-LIDO > CKP-CONTADOR
                       PERFORM ACUMULA-NFE
                    END-IF
              END-READ
           END-PERFORM.
           IF W-NOTA-QTD > ZEROS
              MOVE W-CONT-LIDO TO W-CKP-NOTA
              PERFORM PROCESSA-NOTA THRU PROCESSA-NOTA-FIM.
           GO TO ROT-FIM.

      *--------------------------------------------------------------
      *---[ QUEBRA POR CNPJ + NOTA; GUARDA AS PARCELAS DA NOTA ]------
       ACUMULA-NFE.
           IF W-NOTA-QTD > ZEROS
              IF NFE-CNPJ NOT = W-NOTA-CNPJ
                 OR NFE-NUMERO NOT = W-NOTA-NUMERO
                 COMPUTE W-CKP-NOTA = W-CONT-LIDO - 1
                 PERFORM PROCESSA-NOTA THRU PROCESSA-NOTA-FIM
              END-IF
           END-IF
           IF W-NOTA-QTD = ZEROS
              MOVE NFE-CNPJ       TO W-NOTA-CNPJ
              MOVE NFE-NUMERO     TO W-NOTA-NUMERO
              MOVE NFE-EMISSAO    TO W-NOTA-EMISSAO
              MOVE NFE-VALOR-NOTA TO W-NOTA-VALOR
              MOVE ZEROS TO W-NOTA-SOMA W-QTD-PARC
              MOVE "N" TO W-NOTA-ERRO
              MOVE SPACES TO W-MOTIVO
           END-IF
           ADD 1 TO W-NOTA-QTD
           ADD NFE-VALOR TO W-NOTA-SOMA
           IF W-NOTA-ERRO = "N"
              IF NFE-EMISSAO NOT = W-NOTA-EMISSAO
                 OR NFE-VALOR-NOTA NOT = W-NOTA-VALOR
                 MOVE "S" TO W-NOTA-ERRO
                 MOVE "CABECALHO DIVERGENTE ENTRE PARCELAS"
                   TO W-MOTIVO
              END-IF
           END-IF
           IF W-NOTA-ERRO = "N"
              IF W-QTD-PARC = 12
                 MOVE "S" TO W-NOTA-ERRO
                 MOVE "NOTA COM MAIS DE 12 PARCELAS" TO W-MOTIVO
              ELSE
                 ADD 1 TO W-QTD-PARC
                 MOVE NFE-PARCELA    TO W-NF-PARCELA (W-QTD-PARC)
                 MOVE NFE-VENCIMENTO TO W-NF-VENC (W-QTD-PARC)
                 MOVE NFE-VALOR      TO W-NF-VALOR (W-QTD-PARC)
              END-IF
           END-IF.

      *--------------------------------------------------------------
      *---[ CRITICA A NOTA INTEIRA (MESMAS REGRAS DO SCE008) E ]------
      *---[ GRAVA AS PARCELAS; QUALQUER RECUSA VAI PARA EXCECOES ]----
       PROCESSA-NOTA.
           ADD 1 TO W-CONT-NOTA
           IF W-NOTA-ERRO = "S"
              GO TO PROCESSA-NOTA-REJ.
           PERFORM CRITICA-NOTA THRU CRITICA-NOTA-FIM
           IF W-NOTA-ERRO = "S"
              GO TO PROCESSA-NOTA-REJ.
      *    NOTA ACIMA DO LIMITE: TODAS AS PARCELAS FICAM "L"
           MOVE "A" TO W-SIT-NOVA
           IF W-LIM-APROV > ZEROS AND W-NOTA-VALOR > W-LIM-APROV
              MOVE "L" TO W-SIT-NOVA.
           MOVE "N" TO W-PARC-ERRO
           MOVE ZEROS TO W-PARC-IDX W-VALOR-GRAVADO
           PERFORM GRAVA-PARCELA THRU GRAVA-PARCELA-FIM
                   W-QTD-PARC TIMES
           PERFORM ATUALIZA-CONTRATO
           IF W-PARC-ERRO = "S"
              MOVE SPACES TO W-MOTIVO
              STRING "ERRO NA PARCELA "      DELIMITED BY SIZE
                     TIT-PARCELA             DELIMITED BY SIZE
                     " - ANTERIORES GRAVADAS" DELIMITED BY SIZE
                     INTO W-MOTIVO
              GO TO PROCESSA-NOTA-REJ.
           ADD 1 TO W-CONT-IMPORT
           IF W-SIT-NOVA = "L"
              ADD 1 TO W-CONT-RETIDA.
           GO TO PROCESSA-NOTA-CKP.
       PROCESSA-NOTA-REJ.
           ADD 1 TO W-CONT-REJEIT
           MOVE W-NOTA-CNPJ   TO DET-CNPJ
           MOVE W-NOTA-NUMERO TO DET-NUMERO
           MOVE W-NOTA-QTD    TO DET-QTD
           MOVE W-NOTA-VALOR  TO DET-VALOR
           MOVE W-MOTIVO      TO DET-MOTIVO
           WRITE REL-LINHA FROM W-DET1.
      *    CHECKPOINT A CADA NOTA TRATADA (GRAVADA OU REJEITADA)
       PROCESSA-NOTA-CKP.
           MOVE W-CKP-NOTA TO CKP-CONTADOR
           REWRITE REGFORCKP
           MOVE ZEROS TO W-NOTA-QTD.
       PROCESSA-NOTA-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ FORNECEDOR PELO CNPJ, ATIVO E REGULAR; DADOS DA NOTA; ]---
      *---[ PARCELA JA LANCADA; VIGENCIA E SALDO DO CONTRATO ]--------
       CRITICA-NOTA.
           MOVE "S" TO W-NOTA-ERRO
           MOVE W-NOTA-CNPJ TO DOC-NUMERO
           READ ARQFORDOC
           IF ST-ERRODOC NOT = "00"
              MOVE "CNPJ DO EMITENTE NAO CADASTRADO" TO W-MOTIVO
              GO TO CRITICA-NOTA-FIM.
           MOVE DOC-CODIGO TO FOR-CODIGO W-NOTA-CODIGO
           READ ARQFOR
           IF ST-ERRO NOT = "00"
              MOVE "FORNECEDOR NAO CADASTRADO" TO W-MOTIVO
              GO TO CRITICA-NOTA-FIM.
           IF FOR-SITUACAO = "I"
              MOVE "FORNECEDOR INATIVO" TO W-MOTIVO
              GO TO CRITICA-NOTA-FIM.
           IF FOR-TIPOFORNECEDOR = "J"
              IF FOR-SITRECEITA = "S" OR "B"
                 MOVE "CNPJ IRREGULAR NA RECEITA" TO W-MOTIVO
                 GO TO CRITICA-NOTA-FIM.
           IF W-NOTA-NUMERO = SPACES
              MOVE "NUMERO DA NOTA EM BRANCO" TO W-MOTIVO
              GO TO CRITICA-NOTA-FIM.
           MOVE W-NOTA-EMISSAO TO W-DATA-VAL
           PERFORM VALIDA-DATA
           IF W-NOTA-EMISSAO = ZEROS OR W-DATA-OK = "N"
              MOVE "DATA DE EMISSAO INVALIDA" TO W-MOTIVO
              GO TO CRITICA-NOTA-FIM.
           IF W-NOTA-SOMA NOT = W-NOTA-VALOR
              MOVE "SOMA DAS PARCELAS DIFERE DA NOTA" TO W-MOTIVO
              GO TO CRITICA-NOTA-FIM.
           PERFORM VARYING W-PARC-IDX FROM 1 BY 1
                   UNTIL W-PARC-IDX > W-QTD-PARC
              IF W-MOTIVO = SPACES
                 PERFORM CRITICA-PARCELA
              END-IF
           END-PERFORM
           IF W-MOTIVO NOT = SPACES
              GO TO CRITICA-NOTA-FIM.
           MOVE "N" TO W-TEM-CONTRATO
           MOVE W-NOTA-CODIGO TO CON-CODIGO
           READ ARQFORCON
           IF ST-ERROCON = "00"
              MOVE "S" TO W-TEM-CONTRATO
              IF W-NOTA-EMISSAO < CON-INIVIG
                 OR W-NOTA-EMISSAO > CON-FIMVIG
                 MOVE "EMISSAO FORA DA VIGENCIA DO CONTRATO"
                   TO W-MOTIVO
                 GO TO CRITICA-NOTA-FIM
              END-IF
              IF CON-VALOR-UTIL + W-NOTA-VALOR > CON-VALOR-TETO
                 MOVE "VALOR ACIMA DO SALDO DO CONTRATO" TO W-MOTIVO
                 GO TO CRITICA-NOTA-FIM
              END-IF.
           MOVE "N" TO W-NOTA-ERRO.
       CRITICA-NOTA-FIM.
           EXIT.

       CRITICA-PARCELA.
           IF W-NF-PARCELA (W-PARC-IDX) < 01
              OR W-NF-PARCELA (W-PARC-IDX) > 12
              MOVE "NUMERO DE PARCELA INVALIDO" TO W-MOTIVO.
           IF W-MOTIVO = SPACES
              PERFORM VARYING W-PARC-IDX2 FROM 1 BY 1
                      UNTIL W-PARC-IDX2 >= W-PARC-IDX
                 IF W-NF-PARCELA (W-PARC-IDX2) =
                    W-NF-PARCELA (W-PARC-IDX)
                    MOVE "PARCELA REPETIDA NO EXTRATO" TO W-MOTIVO
                 END-IF
              END-PERFORM
           END-IF
           IF W-MOTIVO = SPACES
              IF W-NF-VALOR (W-PARC-IDX) = ZEROS
                 MOVE "PARCELA COM VALOR ZERO" TO W-MOTIVO
              END-IF
           END-IF
           IF W-MOTIVO = SPACES
              MOVE W-NF-VENC (W-PARC-IDX) TO W-DATA-VAL
              PERFORM VALIDA-DATA
              IF W-DATA-VAL = ZEROS OR W-DATA-OK = "N"
                 MOVE "DATA DE VENCIMENTO INVALIDA" TO W-MOTIVO
              ELSE
                 IF W-DATA-VAL < W-NOTA-EMISSAO
                    MOVE "VENCIMENTO ANTERIOR A EMISSAO" TO W-MOTIVO
                 END-IF
              END-IF
           END-IF
           IF W-MOTIVO = SPACES
              MOVE W-NOTA-NUMERO TO TIT-NUMERO
              MOVE W-NOTA-CODIGO TO TIT-CODIGO
              MOVE W-NF-PARCELA (W-PARC-IDX) TO TIT-PARCELA
              READ ARQFORTIT
              IF ST-ERROTIT = "00"
                 MOVE "PARCELA JA LANCADA" TO W-MOTIVO
              END-IF
           END-IF.

      *--------------------------------------------------------------
      *---[ GRAVA UMA PARCELA DA NOTA (MESMOS CAMPOS DO SCE008); ]----
      *---[ PARA NO PRIMEIRO ERRO DE GRAVACAO ]-----------------------
       GRAVA-PARCELA.
           IF W-PARC-ERRO = "S"
              GO TO GRAVA-PARCELA-FIM.
           ADD 1 TO W-PARC-IDX
           MOVE W-NOTA-NUMERO TO TIT-NUMERO
           MOVE W-NOTA-CODIGO TO TIT-CODIGO
           MOVE W-NF-PARCELA (W-PARC-IDX) TO TIT-PARCELA
           MOVE W-NOTA-EMISSAO TO TIT-EMISSAO
           MOVE W-NF-VENC (W-PARC-IDX)  TO TIT-VENCIMENTO
      *    VENCIMENTO EM SABADO, DOMINGO OU FERIADO: PROXIMO DIA UTIL
           MOVE TIT-VENCIMENTO TO W-DU-DATA
           PERFORM PROXIMO-DIA-UTIL
           IF W-DU-DATA NOT = TIT-VENCIMENTO
              MOVE W-DU-DATA TO TIT-VENCIMENTO
              ADD 1 TO W-CONT-AJUST.
           MOVE W-NF-VALOR (W-PARC-IDX) TO TIT-VALOR TIT-VALOR-LIQ
           MOVE ZEROS TO TIT-VALOR-IRRF TIT-VALOR-INSS
           MOVE W-SIT-NOVA TO TIT-SITUACAO
           MOVE SPACES TO TIT-CODBARRAS TIT-USU-APROV
           MOVE W-OPERADOR TO TIT-USU-INC
           MOVE ZEROS TO TIT-DATAHORA-APROV TIT-VALOR-CTB TIT-SEQ-CTB
      *    NOTA IMPORTADA SEM CONDICOES PROPRIAS: VALEM AS DO CONTRATO
           MOVE ZEROS TO TIT-PERC-MULTA TIT-PERC-JUROS TIT-PERC-DESC
           TIT-DIAS-DESC TIT-VALOR-MULTA TIT-VALOR-JUROS TIT-VALOR-DESC
           TIT-VALOR-COMP
           WRITE REGFORTIT
           IF ST-ERROTIT = "00" OR "02"
              ADD TIT-VALOR TO W-VALOR-GRAVADO
              ADD 1 TO W-CONT-TIT
           ELSE
              MOVE "S" TO W-PARC-ERRO.
       GRAVA-PARCELA-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ CONSOME O SALDO DO CONTRATO COM O VALOR REALMENTE ]-------
      *---[ GRAVADO (PARCELAS QUE CHEGARAM AO ARQUIVO) ]--------------
       ATUALIZA-CONTRATO.
           IF W-TEM-CONTRATO = "S" AND W-VALOR-GRAVADO > ZEROS
              ADD W-VALOR-GRAVADO TO CON-VALOR-UTIL
              REWRITE REGFORCON
              IF ST-ERROCON NOT = "00" AND "02"
                 DISPLAY "*** ERRO AO ATUALIZAR O CONTRATO DA NOTA "
                         W-NOTA-NUMERO " ***".

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

      *--------------------------------------------------------------
      *---[ VALIDA MES (01-12) E DIA (01-31) DE UMA DATA AAAAMMDD ]---
       VALIDA-DATA.
           MOVE "S" TO W-DATA-OK
           IF W-DATA-MES < 01 OR W-DATA-MES > 12
              MOVE "N" TO W-DATA-OK.
           IF W-DATA-DIA < 01 OR W-DATA-DIA > 31
              MOVE "N" TO W-DATA-OK.

      *--------------------------------------------------------------
      *---[ FIM NORMAL: ZERA O CHECKPOINT PARA O PROXIMO EXTRATO ]----
       ROT-FIM.
           MOVE "SCE031" TO CKP-JOB
           READ ARQFORCKP
           MOVE ZEROS TO CKP-CONTADOR
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA-FULL
           MOVE W-DATAHORA-FULL (1:16) TO CKP-DATAHORA
           REWRITE REGFORCKP
           MOVE W-CONT-NOTA   TO ROD1-TOTAL
           MOVE W-CONT-IMPORT TO ROD2-TOTAL
           MOVE W-CONT-REJEIT TO ROD3-TOTAL
           MOVE W-CONT-TIT    TO ROD4-TOTAL
           MOVE W-CONT-RETIDA TO ROD5-TOTAL
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM W-ROD1
           WRITE REL-LINHA FROM W-ROD2
           WRITE REL-LINHA FROM W-ROD3
           WRITE REL-LINHA FROM W-ROD4
           WRITE REL-LINHA FROM W-ROD5
           CLOSE ARQFOR ARQFORDOC ARQFORTIT ARQFORCON ARQFORCKP
                 ARQNFE RELNFE
           IF W-TEM-FER = "S"
              CLOSE ARQFORFER.
           MOVE W-CONT-LIDO TO W-CONT-EDIT
           DISPLAY "LINHAS DO EXTRATO     : " W-CONT-EDIT
           MOVE W-CONT-NOTA TO W-CONT-EDIT
           DISPLAY "NOTAS TRATADAS        : " W-CONT-EDIT
           MOVE W-CONT-IMPORT TO W-CONT-EDIT
           DISPLAY "NOTAS IMPORTADAS      : " W-CONT-EDIT
           MOVE W-CONT-REJEIT TO W-CONT-EDIT
           DISPLAY "NOTAS REJEITADAS      : " W-CONT-EDIT
           MOVE W-CONT-TIT TO W-CONT-EDIT
           DISPLAY "TITULOS GRAVADOS      : " W-CONT-EDIT
           MOVE W-CONT-RETIDA TO W-CONT-EDIT
           DISPLAY "NOTAS P/ APROVACAO    : " W-CONT-EDIT
           MOVE W-CONT-AJUST TO W-CONT-EDIT
           DISPLAY "VENCTOS P/ DIA UTIL   : " W-CONT-EDIT
           DISPLAY "EXCECOES EM RELNFE.LST"
           STOP RUN.
