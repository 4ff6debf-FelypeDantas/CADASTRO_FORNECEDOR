       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE029.
      *AUTHOR. FELYPE DANTAS DOS SANTOS.
      *-----------------------------------------------------------------
      ***********************************************
      *     EXPORTACAO DE LANCAMENTOS CONTABEIS      *
      *     PARA O RAZAO GERAL (PASSIVO NO           *
      *      LANCAMENTO/ALTERACAO/CANCELAMENTO DO    *
      *      TITULO E PAGAMENTO COM IRRF/INSS,       *
      *      JUROS/MULTA, DESCONTO OBTIDO E          *
      *      CREDITO COMPENSADO DO                   *
      *      ARQFORHIS; CONTAS DO ARQFORCTA; CADA    *
      *      EVENTO E GRAVADO UMA UNICA VEZ NO       *
      *      ARQFORCTB; LOTE COM REINICIO PELO       *
      *      ARQFORCKP)                              *
      ***********************************************
        ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ARQFORHIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HIS-CHAVE
                    FILE STATUS  IS ST-ERROHIS.
      *
           SELECT ARQFORCTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTA-CHAVE
                    FILE STATUS  IS ST-ERROCTA.
      *
           SELECT ARQFORCTB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTB-CHAVE
                    FILE STATUS  IS ST-ERROCTB.
      *
           SELECT ARQFORCKP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CKP-JOB
                    FILE STATUS  IS ST-ERROCKP.
      *
           SELECT ARQLAN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROLAN.
      *
           SELECT RELCTB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROREL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQFORTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORTIT.DAT".
           COPY FORTIT.
      *-----------------------------------------------------------------
       FD ARQFORHIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORHIS.DAT".
           COPY FORHIS.
      *-----------------------------------------------------------------
       FD ARQFORCTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORCTA.DAT".
           COPY FORCTA.
      *-----------------------------------------------------------------
       FD ARQFORCTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORCTB.DAT".
           COPY FORCTB.
      *-----------------------------------------------------------------
       FD ARQFORCKP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORCKP.DAT".
           COPY FORCKP.
      *-----------------------------------------------------------------
       FD ARQLAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LANCCTB.TXT".
       01 LAN-LINHA                 PIC X(150).
      *-----------------------------------------------------------------
       FD RELCTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCTB.LST".
       01 REL-LINHA                 PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERROTIT        PIC X(02) VALUE "00".
       01 ST-ERROHIS        PIC X(02) VALUE "00".
       01 ST-ERROCTA        PIC X(02) VALUE "00".
       01 ST-ERROCTB        PIC X(02) VALUE "00".
       01 ST-ERROCKP        PIC X(02) VALUE "00".
       01 ST-ERROLAN        PIC X(02) VALUE "00".
       01 ST-ERROREL        PIC X(02) VALUE "00".

       01 W-FIM             PIC X(01) VALUE "N".
       01 W-SEM-HIS         PIC X(01) VALUE "N".
       01 W-DATAHORA-FULL   PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-LOTE            PIC 9(06) VALUE ZEROS.
       01 W-LOTE-EDIT       PIC ZZZZZ9.
       01 W-COD-EDIT        PIC ZZZZZ9.

      *--------------------------------------------
      *-------[ CONTAS DO RAZAO (ARQFORCTA) ]-----------------------
       01 W-CTA-FALTA       PIC X(01) VALUE "N".
       01 W-CTA-FORN        PIC X(20) VALUE SPACES.
       01 W-CTA-DESP        PIC X(20) VALUE SPACES.
       01 W-CTA-BANC        PIC X(20) VALUE SPACES.
       01 W-CTA-IRRF        PIC X(20) VALUE SPACES.
       01 W-CTA-INSS        PIC X(20) VALUE SPACES.
       01 W-CTA-JURO        PIC X(20) VALUE SPACES.
       01 W-CTA-DESC        PIC X(20) VALUE SPACES.
       01 W-CTA-CRED        PIC X(20) VALUE SPACES.
      *    W-CTA-JURO/W-CTA-DESC/W-CTA-CRED: SO EXIGIDAS NO PAGAMENTO
      *    QUE TEVE MULTA/JUROS, DESCONTO OU CREDITO COMPENSADO
       01 W-ACRESC          PIC 9(13)V99 VALUE ZEROS.

      *--------------------------------------------
      *-------[ EVENTO EM PREPARACAO ]------------------------------
       01 W-ALVO            PIC 9(13)V99 VALUE ZEROS.
       01 W-DIF             PIC S9(13)V99 VALUE ZEROS.
       01 W-LIQ             PIC S9(13)V99 VALUE ZEROS.
       01 W-SEQ             PIC 9(03) VALUE ZEROS.
       01 W-EVENTO          PIC X(03) VALUE SPACES.
       01 W-DATA-LANC       PIC 9(08) VALUE ZEROS.
       01 W-ERRO-CTB        PIC X(01) VALUE "N".
       01 W-LIN-NUM         PIC 9(02) VALUE ZEROS.
       01 W-LIN-CTA         PIC X(04) VALUE SPACES.
       01 W-LIN-DC          PIC X(01) VALUE SPACES.
       01 W-LIN-VALOR       PIC 9(13)V99 VALUE ZEROS.
       01 W-CHAVE-EVENTO    PIC X(25) VALUE SPACES.

       01 W-CONT-TIT        PIC 9(06) VALUE ZEROS.
       01 W-CONT-HIS        PIC 9(06) VALUE ZEROS.
       01 W-CONT-LIN        PIC 9(06) VALUE ZEROS.
       01 W-CONT-JA         PIC 9(06) VALUE ZEROS.
       01 W-CONT-EXP        PIC 9(06) VALUE ZEROS.
       01 W-CONT-EDIT       PIC ZZZ.ZZ9.
       01 W-TOT-DEB         PIC 9(16)V99 VALUE ZEROS.
       01 W-TOT-CRED        PIC 9(16)V99 VALUE ZEROS.
       01 W-TOT-EDIT        PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-VALOR-TX        PIC 9(13),99.

       01 W-CAB1.
          05 FILLER          PIC X(48) VALUE
                  "LANCAMENTOS CONTABEIS DO CONTAS A PAGAR - SCE029".
          05 FILLER          PIC X(08) VALUE "  LOTE: ".
          05 CAB1-LOTE       PIC ZZZZZ9.

       01 W-CAB2.
          05 FILLER          PIC X(04) VALUE "EV  ".
          05 FILLER          PIC X(09) VALUE "DATA     ".
          05 FILLER          PIC X(21) VALUE "CONTA".
          05 FILLER          PIC X(02) VALUE "DC".
          05 FILLER          PIC X(20) VALUE "               VALOR".
          05 FILLER          PIC X(08) VALUE "  FORN. ".
          05 FILLER          PIC X(11) VALUE "NOTA".
          05 FILLER          PIC X(02) VALUE "PC".

       01 W-DET1.
          05 DET-EVENTO      PIC X(03).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-DATA        PIC 9(08).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-CONTA       PIC X(20).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-DC          PIC X(01).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 DET-CODIGO      PIC ZZZZZ9.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 DET-NUMERO      PIC X(10).
          05 FILLER          PIC X(01) VALUE SPACES.
          05 DET-PARCELA     PIC 9(02).

       01 W-ROD1.
          05 FILLER          PIC X(24) VALUE "LINHAS NO LOTE        : ".
          05 ROD1-TOTAL      PIC ZZZ.ZZ9.
       01 W-ROD2.
          05 FILLER          PIC X(24) VALUE "TOTAL A DEBITO        : ".
          05 ROD2-TOTAL      PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-ROD3.
          05 FILLER          PIC X(24) VALUE "TOTAL A CREDITO       : ".
          05 ROD3-TOTAL      PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-ROD4.
          05 FILLER          PIC X(24) VALUE "SITUACAO DO LOTE      : ".
          05 ROD4-SITUACAO   PIC X(30).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQFORTIT
           IF ST-ERROTIT NOT = "00"
              DISPLAY "*** ARQUIVO DE TITULOS NAO ENCONTRADO ***"
              STOP RUN.
       R0A.
           OPEN INPUT ARQFORHIS
           IF ST-ERROHIS NOT = "00"
              DISPLAY "*** HISTORICO DE PAGAMENTOS AUSENTE - SO "
                      "TITULOS SERAO LANCADOS ***"
              MOVE "S" TO W-SEM-HIS.
       R0B.
           OPEN INPUT ARQFORCTA
           IF ST-ERROCTA NOT = "00"
              DISPLAY "*** DE/PARA DE CONTAS AUSENTE - CADASTRE NO "
                      "SCE028 ***"
              CLOSE ARQFORTIT
              IF W-SEM-HIS = "N"
                 CLOSE ARQFORHIS
              END-IF
              STOP RUN.
       R0C.
           OPEN I-O ARQFORCTB
           IF ST-ERROCTB NOT = "00"
              IF ST-ERROCTB = "30"
                 OPEN OUTPUT ARQFORCTB
                 CLOSE ARQFORCTB
                 OPEN I-O ARQFORCTB
              ELSE
                 DISPLAY "ERRO NA ABERTURA DOS LANCAMENTOS CONTABEIS"
                 CLOSE ARQFORTIT ARQFORCTA
                 IF W-SEM-HIS = "N"
                    CLOSE ARQFORHIS
                 END-IF
                 STOP RUN.
       R0D.
           OPEN I-O ARQFORCKP
           IF ST-ERROCKP NOT = "00"
              IF ST-ERROCKP = "30"
                 OPEN OUTPUT ARQFORCKP
                 CLOSE ARQFORCKP
                 OPEN I-O ARQFORCKP
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE CHECKPOINT"
                 CLOSE ARQFORTIT ARQFORCTA ARQFORCTB
                 IF W-SEM-HIS = "N"
                    CLOSE ARQFORHIS
                 END-IF
                 STOP RUN.

      *------------- CARREGA AS CONTAS DO DE/PARA -----------------
       R1.
           MOVE "FORN" TO CTA-CHAVE
           PERFORM LE-CONTA
           MOVE CTA-CONTA TO W-CTA-FORN
           MOVE "DESP" TO CTA-CHAVE
           PERFORM LE-CONTA
           MOVE CTA-CONTA TO W-CTA-DESP
           MOVE "BANC" TO CTA-CHAVE
           PERFORM LE-CONTA
           MOVE CTA-CONTA TO W-CTA-BANC
           MOVE "IRRF" TO CTA-CHAVE
           PERFORM LE-CONTA
           MOVE CTA-CONTA TO W-CTA-IRRF
           MOVE "INSS" TO CTA-CHAVE
           PERFORM LE-CONTA
           MOVE CTA-CONTA TO W-CTA-INSS
           MOVE "JURO" TO CTA-CHAVE
           PERFORM LE-CONTA-OPC
           MOVE CTA-CONTA TO W-CTA-JURO
           MOVE "DESC" TO CTA-CHAVE
           PERFORM LE-CONTA-OPC
           MOVE CTA-CONTA TO W-CTA-DESC
           MOVE "CRED" TO CTA-CHAVE
           PERFORM LE-CONTA-OPC
           MOVE CTA-CONTA TO W-CTA-CRED
           IF W-CTA-FALTA = "S"
              DISPLAY "*** CADASTRE AS CONTAS NO SCE028 - NADA FOI "
                      "LANCADO ***"
              CLOSE ARQFORTIT ARQFORCTA ARQFORCTB ARQFORCKP
              IF W-SEM-HIS = "N"
                 CLOSE ARQFORHIS
              END-IF
              STOP RUN.

      *------------- ABRE UM LOTE NOVO OU RETOMA O INTERROMPIDO ---
      *------------- (CKP-DATAHORA ZERADO = LOTE NAO TERMINOU) ----
       R2.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA-FULL
           MOVE W-DATAHORA-FULL (1:8) TO W-DATA-HOJE
           MOVE "SCE029" TO CKP-JOB
           READ ARQFORCKP
           IF ST-ERROCKP = "23"
              MOVE ZEROS TO CKP-CONTADOR CKP-DATAHORA
              WRITE REGFORCKP.
           IF CKP-CONTADOR > ZEROS AND CKP-DATAHORA = ZEROS
              MOVE CKP-CONTADOR TO W-LOTE
              MOVE W-LOTE TO W-LOTE-EDIT
              DISPLAY "*** REINICIANDO O LOTE INTERROMPIDO "
                      W-LOTE-EDIT " ***"
           ELSE
              COMPUTE W-LOTE = CKP-CONTADOR + 1
              MOVE W-LOTE TO CKP-CONTADOR
              MOVE ZEROS  TO CKP-DATAHORA
              REWRITE REGFORCKP
              IF ST-ERROCKP NOT = "00" AND "02"
                 DISPLAY "*** ERRO AO ABRIR O LOTE NO CHECKPOINT ***"
                 CLOSE ARQFORTIT ARQFORCTA ARQFORCTB
                       ARQFORCKP
                 IF W-SEM-HIS = "N"
                    CLOSE ARQFORHIS
                 END-IF
                 STOP RUN.
       R2A.
           OPEN OUTPUT ARQLAN
           IF ST-ERROLAN NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO DE LANCAMENTOS "
                      "***"
              GO TO ROT-FIM-ERRO.
           OPEN OUTPUT RELCTB
           IF ST-ERROREL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              CLOSE ARQLAN
              GO TO ROT-FIM-ERRO.

      *------------- TITULOS: PASSIVO PENDENTE DE LANCAMENTO ------
       R3.
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
                    PERFORM CONTABILIZA-TIT THRU CONTABILIZA-TIT-FIM
              END-READ
           END-PERFORM.

      *------------- PAGAMENTOS DO HISTORICO (ARQFORHIS) ----------
       R4.
           MOVE "N" TO W-FIM
           IF W-SEM-HIS = "S"
              MOVE "S" TO W-FIM
           ELSE
              MOVE ZEROS TO HIS-CODIGO HIS-DATAHORA
              START ARQFORHIS KEY IS NOT LESS THAN HIS-CHAVE
              IF ST-ERROHIS NOT = "00"
                 MOVE "S" TO W-FIM.
           PERFORM UNTIL W-FIM = "S"
              READ ARQFORHIS NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM
                 NOT AT END
                    PERFORM CONTABILIZA-HIS THRU CONTABILIZA-HIS-FIM
              END-READ
           END-PERFORM.

      *------------- GERA O ARQUIVO E O RELATORIO DO LOTE ---------
       R5.
           MOVE W-LOTE TO CAB1-LOTE
           WRITE REL-LINHA FROM W-CAB1
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM W-CAB2
           MOVE "N" TO W-FIM
           MOVE LOW-VALUES TO CTB-CHAVE
           START ARQFORCTB KEY IS NOT LESS THAN CTB-CHAVE
           IF ST-ERROCTB NOT = "00"
              MOVE "S" TO W-FIM.
           PERFORM UNTIL W-FIM = "S"
              READ ARQFORCTB NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM
                 NOT AT END
                    IF CTB-LOTE = W-LOTE
                       PERFORM EXPORTA-LINHA
                    END-IF
              END-READ
           END-PERFORM.
           GO TO ROT-FIM.

      *--------------------------------------------------------------
      *---[ TITULO: LANCA A DIFERENCA ENTRE O PASSIVO DEVIDO (VALOR ]--
      *---[ DO TITULO, OU ZERO SE CANCELADO) E O JA CONTABILIZADO; ]---
      *---[ A SEQUENCIA DO TITULO SO AVANCA APOS GRAVAR AS LINHAS ]----
       CONTABILIZA-TIT.
           IF TIT-SITUACAO = "C"
              MOVE ZEROS TO W-ALVO
           ELSE
              MOVE TIT-VALOR TO W-ALVO.
           IF W-ALVO = TIT-VALOR-CTB
              GO TO CONTABILIZA-TIT-FIM.
           COMPUTE W-DIF = W-ALVO - TIT-VALOR-CTB
           COMPUTE W-SEQ = TIT-SEQ-CTB + 1
           IF TIT-VALOR-CTB = ZEROS
              MOVE "INC" TO W-EVENTO
              MOVE TIT-EMISSAO TO W-DATA-LANC
           ELSE
              IF W-ALVO = ZEROS
                 MOVE "CAN" TO W-EVENTO
              ELSE
                 MOVE "AJU" TO W-EVENTO
              END-IF
              MOVE W-DATA-HOJE TO W-DATA-LANC.
           MOVE SPACES TO W-CHAVE-EVENTO
           MOVE "T" TO W-CHAVE-EVENTO (1:1)
           MOVE TIT-CHAVE TO W-CHAVE-EVENTO (2:18)
           MOVE W-SEQ TO W-CHAVE-EVENTO (20:3)
           MOVE "N" TO W-ERRO-CTB
           IF W-DIF > ZEROS
              MOVE W-DIF TO W-LIN-VALOR
              MOVE 02 TO W-LIN-NUM
              MOVE "FORN" TO W-LIN-CTA
              MOVE "C" TO W-LIN-DC
              PERFORM GRAVA-LINHA
              MOVE 01 TO W-LIN-NUM
              MOVE "DESP" TO W-LIN-CTA
              MOVE "D" TO W-LIN-DC
              PERFORM GRAVA-LINHA
           ELSE
              COMPUTE W-LIN-VALOR = W-DIF * -1
              MOVE 02 TO W-LIN-NUM
              MOVE "DESP" TO W-LIN-CTA
              MOVE "C" TO W-LIN-DC
              PERFORM GRAVA-LINHA
              MOVE 01 TO W-LIN-NUM
              MOVE "FORN" TO W-LIN-CTA
              MOVE "D" TO W-LIN-DC
              PERFORM GRAVA-LINHA.
           IF W-ERRO-CTB = "S"
              MOVE TIT-CODIGO TO W-COD-EDIT
              DISPLAY "*** ERRO AO LANCAR O TITULO " TIT-NUMERO
                      " PARCELA " TIT-PARCELA " DO CODIGO " W-COD-EDIT
                      " ***"
              GO TO CONTABILIZA-TIT-FIM.
           MOVE W-ALVO TO TIT-VALOR-CTB
           MOVE W-SEQ  TO TIT-SEQ-CTB
           REWRITE REGFORTIT
           IF ST-ERROTIT = "00" OR "02"
              ADD 1 TO W-CONT-TIT
           ELSE
              MOVE TIT-CODIGO TO W-COD-EDIT
              DISPLAY "*** ERRO AO MARCAR O TITULO " TIT-NUMERO
                      " PARCELA " TIT-PARCELA " DO CODIGO " W-COD-EDIT
                      " COMO CONTABILIZADO ***".
       CONTABILIZA-TIT-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ PAGAMENTO: D FORNECEDORES (BRUTO) / C BANCO (LIQUIDO), ]---
      *---[ C IRRF E C INSS A RECOLHER, D JUROS/MULTA PAGOS, C ]-------
      *---[ DESCONTO OBTIDO E C CREDITO/ADIANTAMENTO COMPENSADO; ]-----
      *---[ AS LINHAS SAO GRAVADAS DA ]--------------------------------
      *---[ ULTIMA PARA A PRIMEIRA - A LINHA 01 GRAVADA INDICA O ]-----
      *---[ PAGAMENTO JA LANCADO POR INTEIRO ]-------------------------
       CONTABILIZA-HIS.
           IF HIS-VALOR = ZEROS
              GO TO CONTABILIZA-HIS-FIM.
           MOVE SPACES TO CTB-CHAVE
           MOVE "H" TO CTB-ORIGEM
           MOVE HIS-CODIGO   TO CTB-HIS-CODIGO
           MOVE HIS-DATAHORA TO CTB-HIS-DATAHORA
           MOVE 01 TO CTB-LINHA
           READ ARQFORCTB
           IF ST-ERROCTB = "00"
              GO TO CONTABILIZA-HIS-FIM.
           MOVE SPACES TO W-CHAVE-EVENTO
           MOVE "H" TO W-CHAVE-EVENTO (1:1)
           MOVE HIS-CODIGO   TO W-CHAVE-EVENTO (2:6)
           MOVE HIS-DATAHORA TO W-CHAVE-EVENTO (8:16)
           MOVE "PAG" TO W-EVENTO
           MOVE HIS-DATAPGTO TO W-DATA-LANC
           MOVE "N" TO W-ERRO-CTB
           COMPUTE W-ACRESC = HIS-MULTA + HIS-JUROS
           IF (W-ACRESC > ZEROS AND W-CTA-JURO = SPACES) OR
              (HIS-DESCONTO > ZEROS AND W-CTA-DESC = SPACES) OR
              (HIS-COMPENSADO > ZEROS AND W-CTA-CRED = SPACES)
              MOVE HIS-CODIGO TO W-COD-EDIT
              DISPLAY "*** PAGAMENTO DA NOTA " HIS-NUMERO
                      " DO CODIGO " W-COD-EDIT " NAO LANCADO - "
                      "CADASTRE JURO/DESC/CRED NO SCE028 ***"
              GO TO CONTABILIZA-HIS-FIM.
           COMPUTE W-LIQ = HIS-VALOR - HIS-IRRF - HIS-INSS
                         + W-ACRESC - HIS-DESCONTO - HIS-COMPENSADO
           IF HIS-COMPENSADO > ZEROS
              MOVE 07 TO W-LIN-NUM
              MOVE "CRED" TO W-LIN-CTA
              MOVE "C" TO W-LIN-DC
              MOVE HIS-COMPENSADO TO W-LIN-VALOR
              PERFORM GRAVA-LINHA.
           IF HIS-DESCONTO > ZEROS
              MOVE 06 TO W-LIN-NUM
              MOVE "DESC" TO W-LIN-CTA
              MOVE "C" TO W-LIN-DC
              MOVE HIS-DESCONTO TO W-LIN-VALOR
              PERFORM GRAVA-LINHA.
           IF W-ACRESC > ZEROS
              MOVE 05 TO W-LIN-NUM
              MOVE "JURO" TO W-LIN-CTA
              MOVE "D" TO W-LIN-DC
              MOVE W-ACRESC TO W-LIN-VALOR
              PERFORM GRAVA-LINHA.
           IF HIS-INSS > ZEROS
              MOVE 04 TO W-LIN-NUM
              MOVE "INSS" TO W-LIN-CTA
              MOVE "C" TO W-LIN-DC
              MOVE HIS-INSS TO W-LIN-VALOR
              PERFORM GRAVA-LINHA.
           IF HIS-IRRF > ZEROS
              MOVE 03 TO W-LIN-NUM
              MOVE "IRRF" TO W-LIN-CTA
              MOVE "C" TO W-LIN-DC
              MOVE HIS-IRRF TO W-LIN-VALOR
              PERFORM GRAVA-LINHA.
           IF W-LIQ > ZEROS
              MOVE 02 TO W-LIN-NUM
              MOVE "BANC" TO W-LIN-CTA
              MOVE "C" TO W-LIN-DC
              MOVE W-LIQ TO W-LIN-VALOR
              PERFORM GRAVA-LINHA.
           IF W-ERRO-CTB = "N"
              MOVE 01 TO W-LIN-NUM
              MOVE "FORN" TO W-LIN-CTA
              MOVE "D" TO W-LIN-DC
              MOVE HIS-VALOR TO W-LIN-VALOR
              PERFORM GRAVA-LINHA.
           IF W-ERRO-CTB = "S"
              MOVE HIS-CODIGO TO W-COD-EDIT
              DISPLAY "*** ERRO AO LANCAR O PAGAMENTO DA NOTA "
                      HIS-NUMERO " DO CODIGO " W-COD-EDIT " ***"
           ELSE
              ADD 1 TO W-CONT-HIS.
       CONTABILIZA-HIS-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ GRAVA UMA LINHA DO EVENTO NO ARQFORCTB; CHAVE JA ]---------
      *---[ EXISTENTE (LOTE INTERROMPIDO) NAO E LANCADA DE NOVO ]------
       GRAVA-LINHA.
           MOVE W-CHAVE-EVENTO (1:1)  TO CTB-ORIGEM
           MOVE W-CHAVE-EVENTO (2:22) TO CTB-DOCTO
           MOVE W-LIN-NUM    TO CTB-LINHA
           MOVE W-LOTE       TO CTB-LOTE
           MOVE W-DATA-LANC  TO CTB-DATA
           MOVE W-EVENTO     TO CTB-EVENTO
           MOVE W-LIN-CTA    TO CTB-CHAVE-CTA
           MOVE W-LIN-DC     TO CTB-DC
           MOVE W-LIN-VALOR  TO CTB-VALOR
           IF W-CHAVE-EVENTO (1:1) = "T"
              MOVE TIT-CODIGO  TO CTB-CODIGO
              MOVE TIT-NUMERO  TO CTB-NUMERO
              MOVE TIT-PARCELA TO CTB-PARCELA
           ELSE
              MOVE HIS-CODIGO  TO CTB-CODIGO
              MOVE HIS-NUMERO  TO CTB-NUMERO
              MOVE HIS-PARCELA TO CTB-PARCELA.
           EVALUATE W-LIN-CTA
              WHEN "FORN" MOVE W-CTA-FORN TO CTB-CONTA
              WHEN "DESP" MOVE W-CTA-DESP TO CTB-CONTA
              WHEN "BANC" MOVE W-CTA-BANC TO CTB-CONTA
              WHEN "IRRF" MOVE W-CTA-IRRF TO CTB-CONTA
              WHEN "INSS" MOVE W-CTA-INSS TO CTB-CONTA
              WHEN "JURO" MOVE W-CTA-JURO TO CTB-CONTA
              WHEN "DESC" MOVE W-CTA-DESC TO CTB-CONTA
              WHEN "CRED" MOVE W-CTA-CRED TO CTB-CONTA
           END-EVALUATE
           WRITE REGFORCTB
           IF ST-ERROCTB = "00" OR "02"
              ADD 1 TO W-CONT-LIN
           ELSE
              IF ST-ERROCTB = "22"
                 ADD 1 TO W-CONT-JA
              ELSE
                 MOVE "S" TO W-ERRO-CTB.

      *--------------------------------------------------------------
      *---[ UMA LINHA DO ARQUIVO DE INTERFACE E DO RELATORIO ]--------
      *---[ LOTE;DATA;EVENTO;CONTA;D/C;VALOR;FORNECEDOR;NOTA; ]-------
      *---[ PARCELA;DOCUMENTO DE ORIGEM ]------------------------------
       EXPORTA-LINHA.
           MOVE CTB-VALOR TO W-VALOR-TX
           MOVE SPACES TO LAN-LINHA
           STRING CTB-LOTE                         DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  CTB-DATA                         DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  CTB-EVENTO                       DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  FUNCTION TRIM (CTB-CONTA)        DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  CTB-DC                           DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  W-VALOR-TX                       DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  CTB-CODIGO                       DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  FUNCTION TRIM (CTB-NUMERO)       DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  CTB-PARCELA                      DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  CTB-CHAVE                        DELIMITED BY SIZE
                  INTO LAN-LINHA
           WRITE LAN-LINHA
           ADD 1 TO W-CONT-EXP
           IF CTB-DC = "D"
              ADD CTB-VALOR TO W-TOT-DEB
           ELSE
              ADD CTB-VALOR TO W-TOT-CRED.
           MOVE CTB-EVENTO  TO DET-EVENTO
           MOVE CTB-DATA    TO DET-DATA
           MOVE CTB-CONTA   TO DET-CONTA
           MOVE CTB-DC      TO DET-DC
           MOVE CTB-VALOR   TO DET-VALOR
           MOVE CTB-CODIGO  TO DET-CODIGO
           MOVE CTB-NUMERO  TO DET-NUMERO
           MOVE CTB-PARCELA TO DET-PARCELA
           WRITE REL-LINHA FROM W-DET1.

       LE-CONTA.
           READ ARQFORCTA
           IF ST-ERROCTA NOT = "00"
              DISPLAY "*** CONTA " CTA-CHAVE " NAO CADASTRADA NO "
                      "DE/PARA ***"
              MOVE SPACES TO CTA-CONTA
              MOVE "S" TO W-CTA-FALTA.

       LE-CONTA-OPC.
           READ ARQFORCTA
           IF ST-ERROCTA NOT = "00"
              MOVE SPACES TO CTA-CONTA.

      *--------------------------------------------------------------
      *---[ TOTAIS DE CONFERENCIA E FECHAMENTO DO LOTE ]--------------
       ROT-FIM.
           MOVE W-CONT-EXP TO ROD1-TOTAL
           MOVE W-TOT-DEB  TO ROD2-TOTAL
           MOVE W-TOT-CRED TO ROD3-TOTAL
           IF W-TOT-DEB = W-TOT-CRED
              MOVE "BALANCEADO" TO ROD4-SITUACAO
           ELSE
              MOVE "*** DEBITO DIFERENTE CREDITO ***" TO ROD4-SITUACAO.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM W-ROD1
           WRITE REL-LINHA FROM W-ROD2
           WRITE REL-LINHA FROM W-ROD3
           WRITE REL-LINHA FROM W-ROD4
           MOVE "SCE029" TO CKP-JOB
           READ ARQFORCKP
           MOVE W-LOTE TO CKP-CONTADOR
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA-FULL
           MOVE W-DATAHORA-FULL (1:16) TO CKP-DATAHORA
           REWRITE REGFORCKP
           CLOSE ARQFORTIT ARQFORCTA ARQFORCTB ARQFORCKP
                 ARQLAN RELCTB
           IF W-SEM-HIS = "N"
              CLOSE ARQFORHIS.
           MOVE W-LOTE TO W-LOTE-EDIT
           DISPLAY "LOTE CONTABIL               : " W-LOTE-EDIT
           MOVE W-CONT-TIT TO W-CONT-EDIT
           DISPLAY "TITULOS CONTABILIZADOS      : " W-CONT-EDIT
           MOVE W-CONT-HIS TO W-CONT-EDIT
           DISPLAY "PAGAMENTOS CONTABILIZADOS   : " W-CONT-EDIT
           MOVE W-CONT-JA TO W-CONT-EDIT
           DISPLAY "LINHAS JA LANCADAS (REINIC.): " W-CONT-EDIT
           MOVE W-CONT-EXP TO W-CONT-EDIT
           DISPLAY "LINHAS EXPORTADAS NO LOTE   : " W-CONT-EDIT
           MOVE W-TOT-DEB TO W-TOT-EDIT
           DISPLAY "TOTAL A DEBITO              : " W-TOT-EDIT
           MOVE W-TOT-CRED TO W-TOT-EDIT
           DISPLAY "TOTAL A CREDITO             : " W-TOT-EDIT
           DISPLAY "SITUACAO DO LOTE            : " ROD4-SITUACAO
           DISPLAY "LANCAMENTOS GERADOS EM LANCCTB.TXT E RELCTB.LST"
           STOP RUN.

      *--------------------------------------------------------------
      *---[ ERRO COM O LOTE ABERTO: NAO FECHA O CHECKPOINT - A ]------
      *---[ PROXIMA EXECUCAO RETOMA O MESMO LOTE ]----------------------
       ROT-FIM-ERRO.
           CLOSE ARQFORTIT ARQFORCTA ARQFORCTB ARQFORCKP
           IF W-SEM-HIS = "N"
              CLOSE ARQFORHIS.
           DISPLAY "*** LOTE NAO CONCLUIDO - REEXECUTE O SCE029 ***"
           STOP RUN.
