      *      VENCIMENTO ATE A DATA DE CORTE E MARCA  *
      *      O TITULO COMO SELECIONADO - "R";        *
      *      CALCULA IRRF/INSS DO ARQFORRET PARA     *
      *      FORNECEDOR PESSOA FISICA; TITULO "L"    *
      *      AGUARDANDO APROVACAO NAO E SELECIONADO; *
      *      MULTA/JUROS/DESCONTO NA DATA DO         *
      *      PAGAMENTO PELO TITULO OU CONTRATO;      *
      *      ABATE O CREDITO LIBERADO DO FORNECEDOR  *
      *      - ARQFORCRE - REGISTRANDO CADA          *
      *      COMPENSACAO NO ARQFORCMP; PAGAMENTO SO  *
      *      EM DIA UTIL - ARQFORFER - E CORTE NA    *
      *      VESPERA DE FIM DE SEMANA/FERIADO LEVA   *
      *      OS VENCIMENTOS ATE O PROXIMO DIA UTIL)  *
      ***********************************************
        ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RET-TIPO
                    FILE STATUS  IS ST-ERRORET.
      *
           SELECT ARQFORPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-CHAVE
                    FILE STATUS  IS ST-ERROPAR.
      *
           SELECT ARQFORCON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CON-CODIGO
                    FILE STATUS  IS ST-ERROCON.
      *
           SELECT ARQFORCRE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRE-CHAVE
                    FILE STATUS  IS ST-ERROCRE.
      *
           SELECT ARQFORCMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMP-CHAVE
                    FILE STATUS  IS ST-ERROCMP.
      *
           SELECT ARQFORHIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HIS-CHAVE
                    FILE STATUS  IS ST-ERROHIS.
      *
           SELECT ARQFORFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-DATA
                    FILE STATUS  IS ST-ERROFER.
      *
           SELECT ARQPAG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORRET.DAT".
           COPY FORRET.
      *-----------------------------------------------------------------
       FD ARQFORPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORPAR.DAT".
           COPY FORPAR.
      *-----------------------------------------------------------------
       FD ARQFORCON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORCON.DAT".
           COPY FORCON.
      *-----------------------------------------------------------------
       FD ARQFORCRE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORCRE.DAT".
           COPY FORCRE.
      *-----------------------------------------------------------------
       FD ARQFORCMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORCMP.DAT".
           COPY FORCMP.
      *-----------------------------------------------------------------
       FD ARQFORHIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORHIS.DAT".
           COPY FORHIS.
      *-----------------------------------------------------------------
       FD ARQFORFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORFER.DAT".
           COPY FORFER.
      *-----------------------------------------------------------------
       FD ARQPAG
               LABEL RECORD IS STANDARD
       01 ST-ERROTIT        PIC X(02) VALUE "00".
       01 ST-ERRORET        PIC X(02) VALUE "00".
       01 ST-ERROPAG        PIC X(02) VALUE "00".
       01 ST-ERROPAR        PIC X(02) VALUE "00".
       01 ST-ERROCON        PIC X(02) VALUE "00".
       01 ST-ERROCRE        PIC X(02) VALUE "00".
       01 ST-ERROCMP        PIC X(02) VALUE "00".
       01 ST-ERROHIS        PIC X(02) VALUE "00".
       01 ST-ERROFER        PIC X(02) VALUE "00".
       01 W-ST-PENDENTE     PIC X(02) VALUE "00".

       01 W-FIM             PIC X(01) VALUE "N".
       01 W-DATA-PGTO       PIC 9(08) VALUE ZEROS.
       01 W-DATAHORA-FULL   PIC X(21) VALUE SPACES.
       01 W-COD-EDIT        PIC ZZZZZ9.
       01 W-MOT-REJ         PIC X(45) VALUE SPACES.
       01 W-TEM-CON         PIC X(01) VALUE "N".
       01 W-TEM-CRE         PIC X(01) VALUE "N".
       01 W-TEM-FER         PIC X(01) VALUE "N".
       01 W-TEM-HIS         PIC X(01) VALUE "N".
       01 W-CORTE-INF       PIC 9(08) VALUE ZEROS.

       01 W-CONT-LIDO       PIC 9(06) VALUE ZEROS.
       01 W-CONT-GERADO     PIC 9(06) VALUE ZEROS.
       01 W-CONT-EDIT       PIC ZZZ.ZZ9.
       01 W-TOT-VALOR       PIC 9(16)V99 VALUE ZEROS.
       01 W-TOT-RETIDO      PIC 9(16)V99 VALUE ZEROS.
       01 W-TOT-ACRESC      PIC 9(16)V99 VALUE ZEROS.
       01 W-TOT-DESCONTO    PIC 9(16)V99 VALUE ZEROS.
       01 W-TOT-COMPENS     PIC 9(16)V99 VALUE ZEROS.
       01 W-TOT-DEVOLV      PIC 9(16)V99 VALUE ZEROS.
       01 W-CONT-QUITADO    PIC 9(06) VALUE ZEROS.
       01 W-TOT-EDIT        PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

      *--------------------------------------------
       01 W-ALIQ-INSS       PIC 9(02)V99 VALUE ZEROS.
       01 W-BASE-INSS       PIC 9(13)V99 VALUE ZEROS.

      *--------------------------------------------
      *-------[ MULTA/JUROS/DESCONTO DO TITULO OU DO CONTRATO ]-----
       01 W-PERC-MULTA      PIC 9(02)V99 VALUE ZEROS.
       01 W-PERC-JUROS      PIC 9(02)V9999 VALUE ZEROS.
       01 W-PERC-DESC       PIC 9(02)V99 VALUE ZEROS.
       01 W-DIAS-DESC       PIC 9(03) VALUE ZEROS.
       01 W-DIAS-ATRASO     PIC 9(05) VALUE ZEROS.
       01 W-DIAS-ANTEC      PIC 9(05) VALUE ZEROS.

      *--------------------------------------------
      *-------[ COMPENSACAO DE CREDITOS DO FORNECEDOR ]-------------
       01 W-COMP-ANT        PIC 9(13)V99 VALUE ZEROS.
       01 W-COMP-TIT        PIC 9(13)V99 VALUE ZEROS.
       01 W-COMP-FALTA      PIC 9(13)V99 VALUE ZEROS.
       01 W-COMP-PARTE      PIC 9(13)V99 VALUE ZEROS.
       01 W-CRED-DISP       PIC 9(15)V99 VALUE ZEROS.
       01 W-CRE-FIM         PIC X(01) VALUE "N".
       01 W-QUITADO         PIC X(01) VALUE "N".
       01 W-HIS-TENT        PIC 9(02) VALUE ZEROS.

      *--------------------------------------------
      *-------[ DEVOLUCAO DO CREDITO COMPENSADO A MAIOR ]-----------
       01 W-COMP-EXC        PIC 9(13)V99 VALUE ZEROS.
       01 W-COMP-DEV        PIC 9(13)V99 VALUE ZEROS.
       01 W-CMP-FIM         PIC X(01) VALUE "N".
       01 W-DEV-QTD         PIC 9(02) VALUE ZEROS.
       01 W-DEV-IDX         PIC 9(02) VALUE ZEROS.
       01 W-DEV-ACHOU       PIC 9(02) VALUE ZEROS.
       01 W-DEV-TAB.
          05 W-DEV-ITEM OCCURS 20 TIMES.
             10 W-DEV-SEQ    PIC 9(04).
             10 W-DEV-VALOR  PIC 9(13)V99.

      *--------------------------------------------
      *-------[ DIA UTIL: SABADO, DOMINGO E FERIADO DO ARQFORFER ]--
       01 W-DU-DATA         PIC 9(08) VALUE ZEROS.
       01 W-DU-DATA-X REDEFINES W-DU-DATA.
          05 W-DU-ANO       PIC 9(04).
          05 W-DU-MMDD      PIC 9(04).
       01 W-DU-DIAS         PIC 9(08) VALUE ZEROS.
       01 W-DU-SEMANA       PIC 9(01) VALUE ZEROS.
      *    W-DU-SEMANA: 1 = SEGUNDA ... 6 = SABADO  0 = DOMINGO
       01 W-DU-UTIL         PIC X(01) VALUE "S".

      *--------------------------------------------
      *-------[ LIMITE DE APROVACAO (ARQFORPAR - LIMAPROV) ]--------
       01 W-LIM-APROV       PIC 9(13)V99 VALUE ZEROS.
       01 W-TOT-NOTA        PIC 9(13)V99 VALUE ZEROS.
       01 W-TIT-GUARDA      PIC X(266) VALUE SPACES.
       01 W-NOTA-IDX        PIC 9(02) VALUE ZEROS.
       01 W-PARC-ATUAL      PIC 9(02) VALUE ZEROS.
       01 W-TIT-ACHOU       PIC X(01) VALUE "N".

      *--------------------------------------------
      *-------[ VALIDACAO DE DATA AAAAMMDD ]------------------------
       01 W-DATA-VAL        PIC 9(08) VALUE ZEROS.
              CLOSE ARQFORRET
           END-IF.

      *------------- CARREGA O LIMITE DE APROVACAO ----------------
       R0D.
           OPEN INPUT ARQFORPAR
           IF ST-ERROPAR = "00"
              MOVE "LIMAPROV" TO PAR-CHAVE
              READ ARQFORPAR
              IF ST-ERROPAR = "00"
                 MOVE PAR-VALOR TO W-LIM-APROV
              END-IF
              CLOSE ARQFORPAR
           END-IF.

      *------------- CONDICOES DE PAGAMENTO DOS CONTRATOS ---------
       R0E.
           OPEN INPUT ARQFORCON
           IF ST-ERROCON = "00"
              MOVE "S" TO W-TEM-CON.

      *------------- CALENDARIO DE FERIADOS (SEM O ARQUIVO SO ----
      *------------- SABADO E DOMINGO NAO SAO DIAS UTEIS) ---------
       R0E1.
           OPEN INPUT ARQFORFER
           IF ST-ERROFER = "00"
              MOVE "S" TO W-TEM-FER
           ELSE
              DISPLAY "*** CALENDARIO DE FERIADOS AUSENTE - SO FIM "
                      "DE SEMANA NAO E DIA UTIL ***".

      *------------- HISTORICO DOS TITULOS QUITADOS SEM ORDEM ----
      *------------- (LIQUIDO ZERO); SEM ELE TODO TITULO VAI ------
      *------------- PARA A REMESSA E NAO HA COMPENSACAO ----------
       R0F.
           OPEN I-O ARQFORHIS
           IF ST-ERROHIS = "30"
              OPEN OUTPUT ARQFORHIS
              CLOSE ARQFORHIS
              OPEN I-O ARQFORHIS.
           IF ST-ERROHIS NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO HISTORICO - "
                      "SELECAO SEM QUITAR NEM ABATER CREDITOS ***"
              GO TO R1.
           MOVE "S" TO W-TEM-HIS.

      *------------- CREDITOS DOS FORNECEDORES (SEM O ARQUIVO ----
      *------------- DE CREDITOS NAO HA COMPENSACAO) --------------
       R0F1.
           OPEN I-O ARQFORCRE
           IF ST-ERROCRE NOT = "00"
              GO TO R1.
           OPEN I-O ARQFORCMP
           IF ST-ERROCMP = "30"
              OPEN OUTPUT ARQFORCMP
              CLOSE ARQFORCMP
              OPEN I-O ARQFORCMP.
           IF ST-ERROCMP NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DAS COMPENSACOES - "
                      "SELECAO SEM ABATER CREDITOS ***"
              CLOSE ARQFORCRE ARQFORCMP
           ELSE
              MOVE "S" TO W-TEM-CRE.

      *------------- DATA DE CORTE E DATA DO PAGAMENTO ------------
       R1.
           DISPLAY "DATA DE CORTE AAAAMMDD (0=HOJE)     : " WITH
           IF W-DATA-OK = "N"
              DISPLAY "*** DATA DO PAGAMENTO INVALIDA ***"
              GO TO R2.
           MOVE W-DATA-PGTO TO W-DU-DATA
           PERFORM VERIFICA-DIA-UTIL THRU VERIFICA-DIA-UTIL-FIM
           IF W-DU-UTIL = "N"
              DISPLAY "*** DATA DO PAGAMENTO NAO E DIA UTIL - "
                      "O BANCO RECUSA A REMESSA ***"
              GO TO R2.

      *------------- CORTE NA VESPERA DE DIA NAO UTIL (SEXTA, ----
      *------------- VESPERA DE FERIADO): O CORTE VAI ATE O DIA --
      *------------- ANTERIOR AO PROXIMO DIA UTIL, PEGANDO OS ----
      *------------- VENCIMENTOS DO FIM DE SEMANA/FERIADO --------
       R2A.
           MOVE W-DATA-CORTE TO W-CORTE-INF
           COMPUTE W-DU-DIAS =
                   FUNCTION INTEGER-OF-DATE (W-DATA-CORTE) + 1
           COMPUTE W-DU-DATA = FUNCTION DATE-OF-INTEGER (W-DU-DIAS)
           PERFORM PROXIMO-DIA-UTIL
           COMPUTE W-DU-DIAS = FUNCTION INTEGER-OF-DATE (W-DU-DATA) - 1
           COMPUTE W-DATA-CORTE = FUNCTION DATE-OF-INTEGER (W-DU-DIAS)
           IF W-DATA-CORTE NOT = W-CORTE-INF
              DISPLAY "*** CORTE ESTENDIDO ATE " W-DATA-CORTE
                      " (VENCIMENTOS EM DIA NAO UTIL) ***".

      *------------- VARRE OS TITULOS POR VENCIMENTO --------------
       R3.
      *--------------------------------------------------------------
      *---[ VALIDA O FORNECEDOR E GERA A ORDEM DE PAGAMENTO ]---------
       SELECIONA-TIT.
           MOVE TIT-VALOR TO W-TOT-NOTA
           IF W-LIM-APROV > ZEROS AND TIT-USU-APROV = SPACES
              AND TIT-VALOR NOT > W-LIM-APROV
              PERFORM SOMA-NOTA
           END-IF
           IF W-LIM-APROV > ZEROS AND W-TOT-NOTA > W-LIM-APROV
              AND TIT-USU-APROV = SPACES
              PERFORM RETEM-APROVACAO
           ELSE
              PERFORM SELECIONA-TIT-1
           END-IF.

      *--------------------------------------------------------------
      *---[ TOTAL DA NOTA: SOMA AS DEMAIS PARCELAS NAO CANCELADAS ]----
      *---[ DA MESMA NOTA E FORNECEDOR (COMO NO SCE008). A LEITURA ]---
      *---[ PELA CHAVE MUDA A POSICAO DA VARREDURA: VOLTA AO ]---------
      *---[ TITULO ATUAL NA ORDEM DE VENCIMENTO ]----------------------
       SOMA-NOTA.
           MOVE REGFORTIT TO W-TIT-GUARDA
           MOVE TIT-PARCELA TO W-PARC-ATUAL
           PERFORM VARYING W-NOTA-IDX FROM 1 BY 1
                   UNTIL W-NOTA-IDX > 12
              IF W-NOTA-IDX NOT = W-PARC-ATUAL
                 MOVE W-NOTA-IDX TO TIT-PARCELA
                 READ ARQFORTIT
                 IF ST-ERROTIT = "00" AND TIT-SITUACAO NOT = "C"
                    ADD TIT-VALOR TO W-TOT-NOTA
                 END-IF
                 MOVE W-TIT-GUARDA TO REGFORTIT
              END-IF
           END-PERFORM
           MOVE "N" TO W-TIT-ACHOU
           START ARQFORTIT KEY IS NOT LESS THAN TIT-VENCIMENTO
           IF ST-ERROTIT NOT = "00"
              MOVE "S" TO W-FIM
              MOVE "S" TO W-TIT-ACHOU.
           PERFORM UNTIL W-TIT-ACHOU = "S"
              READ ARQFORTIT NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM
                    MOVE "S" TO W-TIT-ACHOU
                 NOT AT END
                    IF TIT-CHAVE = W-TIT-GUARDA (1:18)
                       MOVE "S" TO W-TIT-ACHOU
                    END-IF
              END-READ
           END-PERFORM
           MOVE W-TIT-GUARDA TO REGFORTIT.

      *--------------------------------------------------------------
      *---[ TITULO "A" ACIMA DO LIMITE SEM APROVADOR (LANCADO ANTES ]--
      *---[ DO LIMITE): NAO PAGA E DEVOLVE PARA "L" (SCE027) ]---------
       RETEM-APROVACAO.
           MOVE "L" TO TIT-SITUACAO
           REWRITE REGFORTIT
           IF ST-ERROTIT = "00" OR "02"
              MOVE "SEM APROVACAO - ENVIADO SCE027" TO W-MOT-REJ
           ELSE
              MOVE "SEM APROVACAO - ERRO GRAVACAO" TO W-MOT-REJ
           END-IF
           PERFORM REJEITA-TIT.

       SELECIONA-TIT-1.
           MOVE TIT-CODIGO TO FOR-CODIGO
           READ ARQFOR
           IF ST-ERRO NOT = "00"
           MOVE TIT-PARCELA TO PAG-PARCELA
           MOVE TIT-VALOR   TO PAG-VALOR
           PERFORM CALCULA-RETENCAO
      *    BOLETO NAO ACEITA PAGAMENTO ABAIXO DO NOMINAL SEM DESCONTO
      *    DECLARADO: COM RETENCAO NA FONTE O TITULO VAI POR CREDITO
           IF TIT-CODBARRAS NOT = SPACES
              AND (PAG-IRRF + PAG-INSS) > ZEROS
              SUBTRACT PAG-IRRF PAG-INSS FROM W-TOT-RETIDO
              MOVE "BOLETO COM RETENCAO - PAGAR POR CREDITO"
                                                   TO W-MOT-REJ
              PERFORM REJEITA-TIT
           ELSE
              PERFORM GRAVA-ORDEM-0
           END-IF.

       GRAVA-ORDEM-0.
           PERFORM CALCULA-ENCARGOS
           IF TIT-VALOR-COMP > PAG-LIQUIDO
              PERFORM DEVOLVE-EXCESSO THRU DEVOLVE-EXCESSO-FIM
           END-IF
           IF TIT-VALOR-COMP > PAG-LIQUIDO
              MOVE "CREDITO A MAIOR NAO DEVOLVIDO" TO W-MOT-REJ
              PERFORM REJEITA-TIT
              PERFORM GUARDA-DEVOLUCAO
           ELSE
              PERFORM GRAVA-ORDEM-1
           END-IF.

       GRAVA-ORDEM-1.
           PERFORM COMPENSA-CREDITO THRU COMPENSA-CREDITO-FIM
           MOVE W-DATA-PGTO TO PAG-DATA
      *    ORDEM DE VALOR ZERO NUNCA VAI PARA O ARQPAG
           IF PAG-LIQUIDO = ZEROS
              IF W-TEM-HIS = "S"
                 PERFORM QUITA-COM-CREDITO
              ELSE
                 MOVE "HISTORICO INDISPONIVEL - QUITACAO POR CREDITO"
                                                   TO W-MOT-REJ
                 PERFORM REJEITA-TIT
                 PERFORM GUARDA-COMPENSACAO
              END-IF
           ELSE
              PERFORM GRAVA-ORDEM-PAG
           END-IF.

       GRAVA-ORDEM-PAG.
           WRITE REGFORPAG
           IF ST-ERROPAG NOT = "00"
              MOVE "ERRO NA GRAVACAO DA ORDEM" TO W-MOT-REJ
              PERFORM REJEITA-TIT
              PERFORM GUARDA-COMPENSACAO
           ELSE
              MOVE "R" TO TIT-SITUACAO
              MOVE PAG-IRRF    TO TIT-VALOR-IRRF
              MOVE PAG-INSS    TO TIT-VALOR-INSS
              MOVE PAG-LIQUIDO TO TIT-VALOR-LIQ
              MOVE PAG-MULTA    TO TIT-VALOR-MULTA
              MOVE PAG-JUROS    TO TIT-VALOR-JUROS
              MOVE PAG-DESCONTO TO TIT-VALOR-DESC
              REWRITE REGFORTIT
              IF ST-ERROTIT = "00" OR "02"
                 ADD 1 TO W-CONT-GERADO
                 ADD TIT-VALOR TO W-TOT-VALOR
                 ADD PAG-MULTA PAG-JUROS TO W-TOT-ACRESC
                 ADD PAG-DESCONTO TO W-TOT-DESCONTO
              ELSE
                 MOVE TIT-CODIGO TO W-COD-EDIT
                 DISPLAY "*** ERRO AO MARCAR O TITULO " TIT-NUMERO
           ADD PAG-IRRF TO W-TOT-RETIDO
           ADD PAG-INSS TO W-TOT-RETIDO.

      *--------------------------------------------------------------
      *---[ PAGO APOS O VENCIMENTO: MULTA (UMA VEZ) + JUROS POR DIA ]--
      *---[ DE ATRASO; PAGO COM A ANTECEDENCIA DO PRAZO: DESCONTO. ]---
      *---[ SEMPRE SOBRE O BRUTO DA PARCELA; O DESCONTO NAO LEVA ]-----
      *---[ A ORDEM ABAIXO DE ZERO ]-----------------------------------
       CALCULA-ENCARGOS.
           MOVE ZEROS TO PAG-MULTA PAG-JUROS PAG-DESCONTO
           PERFORM BUSCA-CONDICOES
      *    VENCIMENTO EM DIA NAO UTIL PODE SER PAGO SEM ENCARGOS NO
      *    PROXIMO DIA UTIL; O ATRASO CONTA DO VENCIMENTO ORIGINAL
           MOVE TIT-VENCIMENTO TO W-DU-DATA
           PERFORM PROXIMO-DIA-UTIL
           IF W-DATA-PGTO > W-DU-DATA
              COMPUTE W-DIAS-ATRASO =
                      FUNCTION INTEGER-OF-DATE (W-DATA-PGTO) -
                      FUNCTION INTEGER-OF-DATE (TIT-VENCIMENTO)
              IF W-PERC-MULTA > ZEROS
                 COMPUTE PAG-MULTA ROUNDED =
                         TIT-VALOR * W-PERC-MULTA / 100
              END-IF
              IF W-PERC-JUROS > ZEROS
                 COMPUTE PAG-JUROS ROUNDED =
                         TIT-VALOR * W-PERC-JUROS / 100 * W-DIAS-ATRASO
              END-IF
           ELSE
              IF W-PERC-DESC > ZEROS
                 AND W-DATA-PGTO NOT > TIT-VENCIMENTO
                 COMPUTE W-DIAS-ANTEC =
                         FUNCTION INTEGER-OF-DATE (TIT-VENCIMENTO) -
                         FUNCTION INTEGER-OF-DATE (W-DATA-PGTO)
                 IF W-DIAS-ANTEC NOT < W-DIAS-DESC
                    COMPUTE PAG-DESCONTO ROUNDED =
                            TIT-VALOR * W-PERC-DESC / 100
                 END-IF
              END-IF
           END-IF
           IF PAG-DESCONTO > PAG-LIQUIDO
              MOVE PAG-LIQUIDO TO PAG-DESCONTO.
           COMPUTE PAG-LIQUIDO = PAG-LIQUIDO + PAG-MULTA + PAG-JUROS
                                 - PAG-DESCONTO.

      *--------------------------------------------------------------
      *---[ CONDICOES DO PROPRIO TITULO; SEM NENHUM PERCENTUAL NO ]----
      *---[ TITULO VALEM AS DO CONTRATO DO FORNECEDOR (ARQFORCON) ]----
       BUSCA-CONDICOES.
           MOVE TIT-PERC-MULTA TO W-PERC-MULTA
           MOVE TIT-PERC-JUROS TO W-PERC-JUROS
           MOVE TIT-PERC-DESC  TO W-PERC-DESC
           MOVE TIT-DIAS-DESC  TO W-DIAS-DESC
           IF TIT-PERC-MULTA = ZEROS AND TIT-PERC-JUROS = ZEROS
              AND TIT-PERC-DESC = ZEROS AND W-TEM-CON = "S"
              MOVE TIT-CODIGO TO CON-CODIGO
              READ ARQFORCON
              IF ST-ERROCON = "00"
                 MOVE CON-PERC-MULTA TO W-PERC-MULTA
                 MOVE CON-PERC-JUROS TO W-PERC-JUROS
                 MOVE CON-PERC-DESC  TO W-PERC-DESC
                 MOVE CON-DIAS-DESC  TO W-DIAS-DESC.

      *--------------------------------------------------------------
      *---[ ABATE DO LIQUIDO O CREDITO JA COMPENSADO NUMA SELECAO ]----
      *---[ ANTERIOR (ORDEM DEVOLVIDA PELO BANCO) E O CREDITO ]--------
      *---[ LIBERADO DO FORNECEDOR, DO MAIS ANTIGO PARA O MAIS ]-------
      *---[ NOVO; A ORDEM NUNCA FICA ABAIXO DE ZERO E O SALDO QUE ]----
      *---[ SOBRA FICA NO CREDITO. BOLETO NAO ACEITA PAGAMENTO ]-------
      *---[ PARCIAL: SO E COMPENSADO SE O CREDITO QUITAR O TITULO ]----
       COMPENSA-CREDITO.
           MOVE ZEROS TO W-COMP-TIT
           MOVE "N" TO W-QUITADO
           MOVE TIT-VALOR-COMP TO W-COMP-ANT
           SUBTRACT W-COMP-ANT FROM PAG-LIQUIDO
           IF PAG-LIQUIDO = ZEROS OR W-TEM-CRE = "N"
              GO TO COMPENSA-CREDITO-FIM.
           PERFORM SOMA-CREDITO
           IF W-CRED-DISP = ZEROS
              GO TO COMPENSA-CREDITO-FIM.
           IF TIT-CODBARRAS NOT = SPACES AND W-CRED-DISP < PAG-LIQUIDO
              GO TO COMPENSA-CREDITO-FIM.
           IF W-CRED-DISP < PAG-LIQUIDO
              MOVE W-CRED-DISP TO W-COMP-FALTA
           ELSE
              MOVE PAG-LIQUIDO TO W-COMP-FALTA
              MOVE "S" TO W-QUITADO.
           PERFORM POSICIONA-CREDITO
           PERFORM CONSOME-CREDITO THRU CONSOME-CREDITO-FIM
                   UNTIL W-CRE-FIM = "S" OR W-COMP-FALTA = ZEROS
           SUBTRACT W-COMP-TIT FROM PAG-LIQUIDO
           ADD W-COMP-TIT TO W-TOT-COMPENS.
       COMPENSA-CREDITO-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ SALDO LIBERADO ("L") DE TODOS OS CREDITOS DO FORNECEDOR ]--
       SOMA-CREDITO.
           MOVE ZEROS TO W-CRED-DISP
           PERFORM POSICIONA-CREDITO
           PERFORM UNTIL W-CRE-FIM = "S"
              READ ARQFORCRE NEXT RECORD
                 AT END
                    MOVE "S" TO W-CRE-FIM
                 NOT AT END
                    IF CRE-CODIGO NOT = TIT-CODIGO
                       MOVE "S" TO W-CRE-FIM
                    ELSE
                       IF CRE-SITUACAO = "L"
                          ADD CRE-SALDO TO W-CRED-DISP
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       POSICIONA-CREDITO.
           MOVE "N" TO W-CRE-FIM
           MOVE TIT-CODIGO TO CRE-CODIGO
           MOVE ZEROS TO CRE-SEQ
           START ARQFORCRE KEY IS NOT LESS THAN CRE-CHAVE
           IF ST-ERROCRE NOT = "00"
              MOVE "S" TO W-CRE-FIM.

      *--------------------------------------------------------------
      *---[ CONSOME UM CREDITO: BAIXA O SALDO ("E" QUANDO ZERA) E ]----
      *---[ REGISTRA A COMPENSACAO CONTRA O TITULO ]-------------------
       CONSOME-CREDITO.
           READ ARQFORCRE NEXT RECORD
           IF ST-ERROCRE NOT = "00" OR CRE-CODIGO NOT = TIT-CODIGO
              MOVE "S" TO W-CRE-FIM
              GO TO CONSOME-CREDITO-FIM.
           IF CRE-SITUACAO NOT = "L" OR CRE-SALDO = ZEROS
              GO TO CONSOME-CREDITO-FIM.
           IF CRE-SALDO < W-COMP-FALTA
              MOVE CRE-SALDO TO W-COMP-PARTE
           ELSE
              MOVE W-COMP-FALTA TO W-COMP-PARTE.
           SUBTRACT W-COMP-PARTE FROM CRE-SALDO
           IF CRE-SALDO = ZEROS
              MOVE "E" TO CRE-SITUACAO.
           REWRITE REGFORCRE
           IF ST-ERROCRE NOT = "00" AND "02"
              MOVE TIT-CODIGO TO W-COD-EDIT
              DISPLAY "*** ERRO AO BAIXAR O CREDITO " CRE-DOCTO
                      " DO CODIGO " W-COD-EDIT " ***"
              MOVE "N" TO W-QUITADO
              MOVE "S" TO W-CRE-FIM
              GO TO CONSOME-CREDITO-FIM.
           SUBTRACT W-COMP-PARTE FROM W-COMP-FALTA
           ADD W-COMP-PARTE TO W-COMP-TIT TIT-VALOR-COMP
           PERFORM GRAVA-COMPENSACAO.
       CONSOME-CREDITO-FIM.
           EXIT.

       GRAVA-COMPENSACAO.
           MOVE TIT-CODIGO    TO CMP-CODIGO
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA-FULL
           MOVE W-DATAHORA-FULL (1:16) TO CMP-DATAHORA
           MOVE TIT-NUMERO    TO CMP-NUMERO
           MOVE TIT-PARCELA   TO CMP-PARCELA
           MOVE W-DATA-PGTO   TO CMP-DATAPGTO
           MOVE CRE-SEQ       TO CMP-CRE-SEQ
           MOVE CRE-TIPO      TO CMP-CRE-TIPO
           MOVE CRE-DOCTO     TO CMP-CRE-DOCTO
           MOVE W-COMP-PARTE  TO CMP-VALOR
           MOVE CRE-SALDO     TO CMP-SALDO-CRE
           MOVE W-QUITADO     TO CMP-QUITADO
           MOVE ZEROS TO W-HIS-TENT
           WRITE REGFORCMP
           PERFORM UNTIL ST-ERROCMP = "00" OR W-HIS-TENT > 99
              ADD 1 TO CMP-DATAHORA
              ADD 1 TO W-HIS-TENT
              WRITE REGFORCMP
           END-PERFORM
           IF ST-ERROCMP NOT = "00"
              DISPLAY "*** FALHA AO GRAVAR A COMPENSACAO - NOTA "
                      TIT-NUMERO " ***".

      *--------------------------------------------------------------
      *---[ CREDITO DE UMA SELECAO ANTERIOR MAIOR QUE O LIQUIDO DE ]---
      *---[ AGORA (RETENCAO/DESCONTO NOVOS): O EXCESSO VOLTA AOS ]-----
      *---[ CREDITOS QUE O TITULO CONSUMIU, DO ULTIMO PARA O ]---------
      *---[ PRIMEIRO ("E" VOLTA A "L"), COM ESTORNO NO ARQFORCMP. ]----
      *---[ SEM O ARQUIVO DE CREDITOS O TITULO FICA PARA A PROXIMA ]---
       DEVOLVE-EXCESSO.
           MOVE ZEROS TO W-COMP-DEV
           IF W-TEM-CRE = "N"
              GO TO DEVOLVE-EXCESSO-FIM.
           COMPUTE W-COMP-EXC = TIT-VALOR-COMP - PAG-LIQUIDO
           PERFORM CARREGA-COMPENSACOES
           MOVE "E" TO W-QUITADO
           MOVE W-DEV-QTD TO W-DEV-IDX
           PERFORM DEVOLVE-CREDITO
                   UNTIL W-DEV-IDX = ZEROS OR W-COMP-EXC = ZEROS
           ADD W-COMP-DEV TO W-TOT-DEVOLV.
       DEVOLVE-EXCESSO-FIM.
           EXIT.

      *---[ VALOR LIQUIDO QUE O TITULO TIROU DE CADA CREDITO ]---------
      *---[ (COMPENSACOES MENOS ESTORNOS), NA ORDEM DE CONSUMO ]-------
       CARREGA-COMPENSACOES.
           MOVE ZEROS TO W-DEV-QTD
           MOVE "N" TO W-CMP-FIM
           MOVE TIT-CODIGO TO CMP-CODIGO
           MOVE ZEROS TO CMP-DATAHORA
           START ARQFORCMP KEY IS NOT LESS THAN CMP-CHAVE
           IF ST-ERROCMP NOT = "00"
              MOVE "S" TO W-CMP-FIM.
           PERFORM UNTIL W-CMP-FIM = "S"
              READ ARQFORCMP NEXT RECORD
                 AT END
                    MOVE "S" TO W-CMP-FIM
                 NOT AT END
                    IF CMP-CODIGO NOT = TIT-CODIGO
                       MOVE "S" TO W-CMP-FIM
                    ELSE
                       IF CMP-NUMERO = TIT-NUMERO
                          AND CMP-PARCELA = TIT-PARCELA
                          PERFORM GUARDA-COMPENSACAO-TAB
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       GUARDA-COMPENSACAO-TAB.
           MOVE ZEROS TO W-DEV-ACHOU
           PERFORM VARYING W-DEV-IDX FROM 1 BY 1
                   UNTIL W-DEV-IDX > W-DEV-QTD
              IF W-DEV-SEQ (W-DEV-IDX) = CMP-CRE-SEQ
                 MOVE W-DEV-IDX TO W-DEV-ACHOU
              END-IF
           END-PERFORM
           IF CMP-QUITADO = "E"
              IF W-DEV-ACHOU > ZEROS
                 IF CMP-VALOR > W-DEV-VALOR (W-DEV-ACHOU)
                    MOVE ZEROS TO W-DEV-VALOR (W-DEV-ACHOU)
                 ELSE
                    SUBTRACT CMP-VALOR FROM W-DEV-VALOR (W-DEV-ACHOU)
                 END-IF
              END-IF
           ELSE
              IF W-DEV-ACHOU > ZEROS
                 ADD CMP-VALOR TO W-DEV-VALOR (W-DEV-ACHOU)
              ELSE
                 IF W-DEV-QTD < 20
                    ADD 1 TO W-DEV-QTD
                    MOVE CMP-CRE-SEQ TO W-DEV-SEQ (W-DEV-QTD)
                    MOVE CMP-VALOR   TO W-DEV-VALOR (W-DEV-QTD)
                 END-IF
              END-IF
           END-IF.

       DEVOLVE-CREDITO.
           IF W-DEV-VALOR (W-DEV-IDX) > ZEROS
              MOVE TIT-CODIGO TO CRE-CODIGO
              MOVE W-DEV-SEQ (W-DEV-IDX) TO CRE-SEQ
              READ ARQFORCRE
              IF ST-ERROCRE = "00"
                 PERFORM DEVOLVE-CREDITO-1
              END-IF
           END-IF
           SUBTRACT 1 FROM W-DEV-IDX.

       DEVOLVE-CREDITO-1.
           IF W-DEV-VALOR (W-DEV-IDX) < W-COMP-EXC
              MOVE W-DEV-VALOR (W-DEV-IDX) TO W-COMP-PARTE
           ELSE
              MOVE W-COMP-EXC TO W-COMP-PARTE.
           ADD W-COMP-PARTE TO CRE-SALDO
           IF CRE-SITUACAO = "E"
              MOVE "L" TO CRE-SITUACAO.
           REWRITE REGFORCRE
           IF ST-ERROCRE NOT = "00" AND "02"
              MOVE TIT-CODIGO TO W-COD-EDIT
              DISPLAY "*** ERRO AO DEVOLVER O CREDITO " CRE-DOCTO
                      " DO CODIGO " W-COD-EDIT " ***"
           ELSE
              SUBTRACT W-COMP-PARTE FROM W-COMP-EXC TIT-VALOR-COMP
              ADD W-COMP-PARTE TO W-COMP-DEV
              PERFORM GRAVA-COMPENSACAO.

      *--------------------------------------------------------------
      *---[ EXCESSO NAO DEVOLVIDO POR INTEIRO: GUARDA NO TITULO ]------
      *---[ (CONTINUA "A") O QUE JA VOLTOU PARA O CREDITO ]------------
       GUARDA-DEVOLUCAO.
           IF W-COMP-DEV > ZEROS
              REWRITE REGFORTIT
              IF ST-ERROTIT NOT = "00" AND "02"
                 MOVE TIT-CODIGO TO W-COD-EDIT
                 DISPLAY "*** ERRO AO GUARDAR A DEVOLUCAO DO TITULO "
                         TIT-NUMERO " DO CODIGO " W-COD-EDIT " ***".

      *--------------------------------------------------------------
      *---[ ORDEM NAO GRAVADA: O CREDITO JA CONSUMIDO FICA NO ]--------
      *---[ TITULO (CONTINUA "A") E E ABATIDO NA PROXIMA SELECAO ]-----
       GUARDA-COMPENSACAO.
           IF W-COMP-TIT > ZEROS
              REWRITE REGFORTIT
              IF ST-ERROTIT NOT = "00" AND "02"
                 MOVE TIT-CODIGO TO W-COD-EDIT
                 DISPLAY "*** ERRO AO GUARDAR A COMPENSACAO DO TITULO "
                         TIT-NUMERO " DO CODIGO " W-COD-EDIT " ***".

      *--------------------------------------------------------------
      *---[ LIQUIDO ZERO (CREDITO, RETENCAO OU DESCONTO): NAO VAI ]----
      *---[ PARA A REMESSA; BAIXA ("P") E GRAVA O HISTORICO NA DATA ]--
      *---[ DO PAGAMENTO ]---------------------------------------------
       QUITA-COM-CREDITO.
           MOVE "P" TO TIT-SITUACAO
           MOVE PAG-IRRF     TO TIT-VALOR-IRRF
           MOVE PAG-INSS     TO TIT-VALOR-INSS
           MOVE ZEROS        TO TIT-VALOR-LIQ
           MOVE PAG-MULTA    TO TIT-VALOR-MULTA
           MOVE PAG-JUROS    TO TIT-VALOR-JUROS
           MOVE PAG-DESCONTO TO TIT-VALOR-DESC
           REWRITE REGFORTIT
           IF ST-ERROTIT NOT = "00" AND "02"
              MOVE TIT-CODIGO TO W-COD-EDIT
              DISPLAY "*** ERRO AO QUITAR O TITULO " TIT-NUMERO
                      " PARCELA " TIT-PARCELA
                      " DO CODIGO " W-COD-EDIT " ***"
           ELSE
              ADD 1 TO W-CONT-QUITADO
              ADD TIT-VALOR TO W-TOT-VALOR
              ADD PAG-MULTA PAG-JUROS TO W-TOT-ACRESC
              ADD PAG-DESCONTO TO W-TOT-DESCONTO
              PERFORM GRAVA-HISTORICO
           END-IF.

       GRAVA-HISTORICO.
           MOVE TIT-CODIGO TO HIS-CODIGO
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA-FULL
           MOVE W-DATAHORA-FULL (1:16) TO HIS-DATAHORA
           MOVE TIT-NUMERO     TO HIS-NUMERO
           MOVE TIT-PARCELA    TO HIS-PARCELA
           MOVE W-DATA-PGTO    TO HIS-DATAPGTO
           MOVE TIT-VALOR      TO HIS-VALOR
           MOVE TIT-VALOR-IRRF TO HIS-IRRF
           MOVE TIT-VALOR-INSS TO HIS-INSS
           MOVE TIT-VALOR-MULTA TO HIS-MULTA
           MOVE TIT-VALOR-JUROS TO HIS-JUROS
           MOVE TIT-VALOR-DESC TO HIS-DESCONTO
           MOVE TIT-VALOR-COMP TO HIS-COMPENSADO
           MOVE ZEROS TO HIS-BANCO HIS-AGENCIA HIS-CONTA
           MOVE ZEROS TO W-HIS-TENT
           WRITE REGFORHIS
           PERFORM UNTIL ST-ERROHIS = "00" OR W-HIS-TENT > 99
              ADD 1 TO HIS-DATAHORA
              ADD 1 TO W-HIS-TENT
              WRITE REGFORHIS
           END-PERFORM
           IF ST-ERROHIS NOT = "00"
              DISPLAY "*** FALHA AO GRAVAR O HISTORICO - NOTA "
                      TIT-NUMERO " ***".

       REJEITA-TIT.
           ADD 1 TO W-CONT-REJEIT
           MOVE TIT-CODIGO TO W-COD-EDIT
                   " PARCELA " TIT-PARCELA
                   " CODIGO " W-COD-EDIT " - " W-MOT-REJ " ***".

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
           DISPLAY "VALOR TOTAL SELECIONADO    : " W-TOT-EDIT
           MOVE W-TOT-RETIDO TO W-TOT-EDIT
           DISPLAY "VALOR TOTAL RETIDO         : " W-TOT-EDIT
           MOVE W-TOT-ACRESC TO W-TOT-EDIT
           DISPLAY "MULTA/JUROS POR ATRASO     : " W-TOT-EDIT
           MOVE W-TOT-DESCONTO TO W-TOT-EDIT
           DISPLAY "DESCONTO POR ANTECIPACAO   : " W-TOT-EDIT
           MOVE W-TOT-COMPENS TO W-TOT-EDIT
           DISPLAY "CREDITO COMPENSADO         : " W-TOT-EDIT
           MOVE W-TOT-DEVOLV TO W-TOT-EDIT
           DISPLAY "CREDITO DEVOLVIDO (ESTORNO): " W-TOT-EDIT
           MOVE W-CONT-QUITADO TO W-CONT-EDIT
           DISPLAY "QUITADOS SEM ORDEM (LIQ. 0): " W-CONT-EDIT
           CLOSE ARQFOR ARQFORTIT ARQPAG
           IF W-TEM-CON = "S"
              CLOSE ARQFORCON.
           IF W-TEM-CRE = "S"
              CLOSE ARQFORCRE ARQFORCMP.
           IF W-TEM-HIS = "S"
              CLOSE ARQFORHIS.
           IF W-TEM-FER = "S"
              CLOSE ARQFORFER.
           DISPLAY "ORDENS GERADAS EM ARQPAG.DAT"
           STOP RUN.
