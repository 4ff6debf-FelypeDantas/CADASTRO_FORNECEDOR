      ***********************************************
      *     LANCAMENTO DE TITULOS A PAGAR            *
      *     (ARQFORTIT - SO ACEITA TITULO DE         *
      *      FORNECEDOR EXISTENTE E ATIVO; NOTA      *
      *      ACIMA DO LIMITE LIMAPROV FICA "L" ATE   *
      *      A APROVACAO NO SCE027; VENCIMENTO DAS   *
      *      PARCELAS EM DIA NAO UTIL VAI PARA O     *
      *      PROXIMO DIA UTIL - ARQFORFER)           *
      ***********************************************
        ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
           SELECT ARQFORPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-CHAVE
                    FILE STATUS  IS ST-ERROPAR.
      *
           SELECT ARQFORFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-DATA
                    FILE STATUS  IS ST-ERROFER.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORCON.DAT".
           COPY FORCON.
      *-----------------------------------------------------------------
       FD ARQFORUSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORUSU.DAT".
           COPY FORUSU.
      *-----------------------------------------------------------------
       FD ARQFORPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORPAR.DAT".
           COPY FORPAR.
      *-----------------------------------------------------------------
       FD ARQFORFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORFER.DAT".
           COPY FORFER.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 ST-ERROTIT    PIC X(02) VALUE "00".
       01 ST-ERROHIS    PIC X(02) VALUE "00".
       01 ST-ERROCON    PIC X(02) VALUE "00".
       01 ST-ERROUSU    PIC X(02) VALUE "00".
       01 ST-ERROPAR    PIC X(02) VALUE "00".
       01 ST-ERROFER    PIC X(02) VALUE "00".
       01 W-TEM-CONTRATO PIC X(01) VALUE "N".
       01 W-CONTR-OK    PIC X(01) VALUE "S".
      *    W-CONTR-OK: S = OK  V = FORA DA VIGENCIA  N = SEM SALDO

      *--------------------------------------------
      *-------[ CONTROLE DE CONCORRENCIA NA REGRAVACAO ]------------
       01 W-TIT-LIDO       PIC X(266) VALUE SPACES.
       01 W-TIT-NOVO       PIC X(266) VALUE SPACES.
       01 W-CONCORRENCIA   PIC X(01) VALUE "N".
       01 W-HIS-TENT    PIC 9(02) VALUE ZEROS.
       01 W-DATAHORA-FULL PIC X(21) VALUE SPACES.
       01 W-NUM-GUARDA      PIC X(10) VALUE SPACES.
       01 W-COD-GUARDA      PIC 9(06) VALUE ZEROS.
       01 W-EMIS-GUARDA     PIC 9(08) VALUE ZEROS.
       01 W-BARRA-GUARDA    PIC X(44) VALUE SPACES.
       01 W-MULTA-GUARDA    PIC 9(02)V99 VALUE ZEROS.
       01 W-JUROS-GUARDA    PIC 9(02)V9999 VALUE ZEROS.
       01 W-DESC-GUARDA     PIC 9(02)V99 VALUE ZEROS.
       01 W-DIAS-GUARDA     PIC 9(03) VALUE ZEROS.
       01 W-VENC-AJUST      PIC 9(02) VALUE ZEROS.

      *--------------------------------------------
      *-------[ DIA UTIL: SABADO, DOMINGO E FERIADO DO ARQFORFER ]--
       01 W-TEM-FER         PIC X(01) VALUE "N".
       01 W-DU-DATA         PIC 9(08) VALUE ZEROS.
       01 W-DU-DATA-X REDEFINES W-DU-DATA.
          05 W-DU-ANO       PIC 9(04).
          05 W-DU-MMDD      PIC 9(04).
       01 W-DU-DIAS         PIC 9(08) VALUE ZEROS.
       01 W-DU-SEMANA       PIC 9(01) VALUE ZEROS.
      *    W-DU-SEMANA: 1 = SEGUNDA ... 6 = SABADO  0 = DOMINGO
       01 W-DU-UTIL         PIC X(01) VALUE "S".

      *--------------------------------------------
      *-------[ SIGN-ON E APROVACAO DE TITULOS ACIMA DO LIMITE ]-----
       01 W-OPERADOR        PIC X(08) VALUE SPACES.
       01 W-ID-SIGNON       PIC X(08) VALUE SPACES.
       01 W-SENHA-SIGNON    PIC X(08) VALUE SPACES.
       01 W-TENTATIVAS      PIC 9(01) VALUE ZEROS.
       01 W-LIM-APROV       PIC 9(13)V99 VALUE ZEROS.
      *    W-LIM-APROV: ZEROS = SEM LIMITE CADASTRADO (NAO RETEM)
       01 W-SIT-NOVA        PIC X(01) VALUE "A".
       01 W-TOT-NOTA        PIC 9(13)V99 VALUE ZEROS.
       01 W-TIT-GUARDA      PIC X(266) VALUE SPACES.
       01 W-NOTA-IDX        PIC 9(02) VALUE ZEROS.
       01 W-PARC-ATUAL      PIC 9(02) VALUE ZEROS.

      *--------------------------------------------
      *-------[ BOLETO: LINHA DIGITAVEL (47) OU CODIGO DE ]---------
      *-------[ BARRAS (44) - DV MODULO 10 DOS CAMPOS E DV ]--------
      *-------[ GERAL MODULO 11; VALOR E FATOR DE VENCIMENTO ]------
       01 W-LINHA-DIG       PIC X(47) VALUE SPACES.
       01 W-LD-TAB REDEFINES W-LINHA-DIG.
          05 W-LD-DIG       PIC 9(01) OCCURS 47.
       01 W-BARRA           PIC X(44) VALUE SPACES.
       01 W-BARRA-TAB REDEFINES W-BARRA.
          05 W-BAR-DIG      PIC 9(01) OCCURS 44.
       01 W-BARRA-X REDEFINES W-BARRA.
          05 W-BAR-BANCO    PIC 9(03).
          05 W-BAR-MOEDA    PIC 9(01).
          05 W-BAR-DV       PIC 9(01).
          05 W-BAR-FATOR    PIC 9(04).
          05 W-BAR-VALOR    PIC 9(08)V99.
          05 W-BAR-LIVRE    PIC X(25).
       01 W-QTD-DIG         PIC 9(02) VALUE ZEROS.
       01 W-BOL-OK          PIC X(01) VALUE "S".
       01 W-BOL-INI         PIC 9(02) VALUE ZEROS.
       01 W-BOL-FIM         PIC 9(02) VALUE ZEROS.
       01 W-BOL-IDX         PIC 9(02) VALUE ZEROS.
       01 W-BOL-PESO        PIC 9(02) VALUE ZEROS.
       01 W-BOL-PROD        PIC 9(02) VALUE ZEROS.
       01 W-BOL-SOMA        PIC 9(05) VALUE ZEROS.
       01 W-BOL-RESTO       PIC 9(02) VALUE ZEROS.
       01 W-BOL-DV          PIC 9(02) VALUE ZEROS.
       01 W-BOL-DIAS        PIC 9(08) VALUE ZEROS.
       01 W-BOL-DIAS-TIT    PIC 9(08) VALUE ZEROS.
       01 W-BOL-VENC        PIC 9(08) VALUE ZEROS.

      *--------------------------------------------
      *-------[ VALIDACAO DE DATA AAAAMMDD ]------------------------
               VALUE  "   Situacao              :".
           05  LINE 13  COLUMN 01
               VALUE  "   Qtde de Parcelas      :".
           05  LINE 14  COLUMN 01
               VALUE  "   Linha Digitavel       :".
           05  LINE 15  COLUMN 01
               VALUE  "   Multa/Juros/Desc (%)  :".
           05  LINE 15  COLUMN 49
               VALUE  "Dias antes:".
           05  LINE 16  COLUMN 01
               VALUE  "---------------------------------INFORMA".
           05  LINE 16  COLUMN 41
           05  TTIT-QTDPARC
               LINE 13  COLUMN 29  PIC 9(02)
               USING  W-QTD-PARC.
           05  TTIT-LINHADIG
               LINE 14  COLUMN 29  PIC X(47)
               USING  W-LINHA-DIG.
           05  TTIT-MULTA
               LINE 15  COLUMN 29  PIC 99,99
               USING  TIT-PERC-MULTA.
           05  TTIT-JUROS
               LINE 15  COLUMN 35  PIC 99,9999
               USING  TIT-PERC-JUROS.
           05  TTIT-DESC
               LINE 15  COLUMN 43  PIC 99,99
               USING  TIT-PERC-DESC.
           05  TTIT-DIASDESC
               LINE 15  COLUMN 61  PIC 9(03)
               USING  TIT-DIAS-DESC.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

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

      *------------- SIGN-ON DO OPERADOR (ARQFORUSU) --------------
       R0E.
           OPEN INPUT ARQFORUSU
           IF ST-ERROUSU NOT = "00"
              DISPLAY "*** ARQUIVO DE OPERADORES AUSENTE ***"
              DISPLAY "*** CADASTRE OS OPERADORES NO SCE011 ***"
              CLOSE ARQFOR ARQFORTIT ARQFORHIS ARQFORCON
              IF W-TEM-FER = "S"
                 CLOSE ARQFORFER
              END-IF
              STOP RUN.

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
           MOVE USU-ID TO W-OPERADOR.

      *------------- INICIALIZACAO DAS VARIAVEIS------------
       R1.
           MOVE SPACES TO TIT-NUMERO DTIT-NOME DTIT-SITUACAO
           TIT-CODBARRAS W-LINHA-DIG TIT-USU-INC TIT-USU-APROV
           MOVE ZEROS  TO TIT-CODIGO TIT-EMISSAO TIT-VENCIMENTO
           TIT-VALOR TIT-VALOR-IRRF TIT-VALOR-INSS TIT-VALOR-LIQ
           TIT-DATAHORA-APROV TIT-VALOR-CTB TIT-SEQ-CTB W-SEL
           TIT-PERC-MULTA TIT-PERC-JUROS TIT-PERC-DESC TIT-DIAS-DESC
           TIT-VALOR-MULTA TIT-VALOR-JUROS TIT-VALOR-DESC TIT-VALOR-COMP
           MOVE 1 TO TIT-PARCELA W-QTD-PARC
           MOVE "A" TO TIT-SITUACAO
      *-------------VISUALIZACAO DA TELA ------------------
              GO TO R6.

           IF W-SEL = 1
              GO TO R6D.

      *--------------------------------------------------------------
      *---[ CONTRATO DO FORNECEDOR: BLOQUEIA TITULO FORA DA ]---------
              MOVE "*** NO MAXIMO 12 PARCELAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6A.
      *    BOLETO SO NA NOTA EM PARCELA UNICA (UM BOLETO POR TITULO);
      *    NOTA DESDOBRADA E PAGA POR CREDITO EM CONTA/PIX
           IF W-QTD-PARC > 1
              MOVE SPACES TO TIT-CODBARRAS W-LINHA-DIG
              DISPLAY TTIT-LINHADIG
              GO TO R6F.

      *--------------------------------------------------------------
      *---[ LINHA DIGITAVEL/CODIGO DE BARRAS DO BOLETO (OPCIONAL) ]---
      *---[ EM BRANCO = PAGAMENTO POR CREDITO EM CONTA/PIX ]----------
       R6D.
           ACCEPT TTIT-LINHADIG.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-SEL = 1
                 GO TO R6
              ELSE
                 GO TO R6A.
           IF W-LINHA-DIG = SPACES
              MOVE SPACES TO TIT-CODBARRAS
              GO TO R6F.
           PERFORM VALIDA-BOLETO THRU VALIDA-BOLETO-FIM
           IF W-BOL-OK = "N"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6D.
           MOVE W-BARRA TO TIT-CODBARRAS W-LINHA-DIG
           DISPLAY TTIT-LINHADIG.

      *--------------------------------------------------------------
      *---[ CONDICOES DE PAGAMENTO DO TITULO: MULTA % E JUROS % AO ]---
      *---[ DIA POR ATRASO, DESCONTO % ATE N DIAS ANTES DO ]-----------
      *---[ VENCIMENTO. TUDO ZERADO = VALEM AS DO CONTRATO ]-----------
       R6F.
           ACCEPT TTIT-MULTA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-QTD-PARC > 1
                 GO TO R6A
              ELSE
                 GO TO R6D.
       R6G.
           ACCEPT TTIT-JUROS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6F.
       R6H.
           ACCEPT TTIT-DESC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6G.
           IF TIT-PERC-DESC = ZEROS
              MOVE ZEROS TO TIT-DIAS-DESC
              DISPLAY TTIT-DIASDESC
              GO TO R6E.
       R6I.
           ACCEPT TTIT-DIASDESC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6H.
       R6E.
           IF W-SEL = 1
              GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (17, 30) "DESEJA SALVAR (S/N) : ".
                MOVE TIT-NUMERO     TO W-NUM-GUARDA
                MOVE TIT-CODIGO     TO W-COD-GUARDA
                MOVE TIT-EMISSAO    TO W-EMIS-GUARDA
                MOVE TIT-CODBARRAS  TO W-BARRA-GUARDA
                MOVE TIT-PERC-MULTA TO W-MULTA-GUARDA
                MOVE TIT-PERC-JUROS TO W-JUROS-GUARDA
                MOVE TIT-PERC-DESC  TO W-DESC-GUARDA
                MOVE TIT-DIAS-DESC  TO W-DIAS-GUARDA
      *         NOTA ACIMA DO LIMITE: TODAS AS PARCELAS FICAM "L"
                MOVE "A" TO W-SIT-NOVA
                IF W-LIM-APROV > ZEROS AND W-VALOR-TOTAL > W-LIM-APROV
                   MOVE "L" TO W-SIT-NOVA.
                DIVIDE W-VALOR-TOTAL BY W-QTD-PARC
                       GIVING W-VALOR-PARC
                COMPUTE W-VALOR-ULT = W-VALOR-TOTAL -
                        (W-VALOR-PARC * (W-QTD-PARC - 1))
                MOVE "N" TO W-PARC-ERRO
                MOVE ZEROS TO W-PARC-IDX W-VALOR-GRAVADO W-VENC-AJUST
                PERFORM VERIFICA-PARCELA THRU VERIFICA-PARCELA-FIM
                        W-QTD-PARC TIMES
                IF W-PARC-ERRO = "S"
                MOVE W-NUM-GUARDA  TO TIT-NUMERO
                MOVE W-COD-GUARDA  TO TIT-CODIGO
                MOVE W-EMIS-GUARDA TO TIT-EMISSAO
                MOVE W-BARRA-GUARDA TO TIT-CODBARRAS
                MOVE W-MULTA-GUARDA TO TIT-PERC-MULTA
                MOVE W-JUROS-GUARDA TO TIT-PERC-JUROS
                MOVE W-DESC-GUARDA  TO TIT-PERC-DESC
                MOVE W-DIAS-GUARDA  TO TIT-DIAS-DESC
                MOVE ZEROS TO W-PARC-IDX
                PERFORM GRAVA-PARCELA THRU GRAVA-PARCELA-FIM
                        W-QTD-PARC TIMES
                PERFORM ATUALIZA-CONTRATO
                IF W-PARC-ERRO = "N"
                   IF W-SIT-NOVA = "L"
                      MOVE "* GRAVADO - AGUARDANDO APROVACAO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      IF W-VENC-AJUST > ZEROS
                         MOVE "* VENCTO MOVIDO PARA DIA UTIL *" TO MENS
                         PERFORM ROT-MENS THRU ROT-MENS-FIM
                      END-IF
                   ELSE
                      IF W-VENC-AJUST > ZEROS
                         MOVE
                         "* GRAVADO - VENCTO MOVIDO PARA DIA UTIL *"
                         TO MENS
                      ELSE
                         MOVE "*** PARCELAS DO TITULO GRAVADAS ***"
                         TO MENS
                      END-IF
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                   END-IF
                   GO TO R1
                ELSE
                   MOVE SPACES TO MENS
                           + 30 * (W-PARC-IDX - 1)
                   COMPUTE TIT-VENCIMENTO =
                           FUNCTION DATE-OF-INTEGER (W-DIAS-VENC).
      *         VENCIMENTO EM SABADO, DOMINGO OU FERIADO: PROXIMO DIA
      *         UTIL (O RATEIO DE 30 DIAS SEGUE DO VENCIMENTO DIGITADO)
                MOVE TIT-VENCIMENTO TO W-DU-DATA
                PERFORM PROXIMO-DIA-UTIL
                IF W-DU-DATA NOT = TIT-VENCIMENTO
                   MOVE W-DU-DATA TO TIT-VENCIMENTO
                   ADD 1 TO W-VENC-AJUST.
                MOVE ZEROS TO TIT-VALOR-IRRF TIT-VALOR-INSS
                MOVE ZEROS TO TIT-VALOR-MULTA TIT-VALOR-JUROS
                TIT-VALOR-DESC TIT-VALOR-COMP
                MOVE TIT-VALOR TO TIT-VALOR-LIQ
                MOVE W-SIT-NOVA TO TIT-SITUACAO
                MOVE W-OPERADOR TO TIT-USU-INC
                MOVE SPACES TO TIT-USU-APROV
                MOVE ZEROS TO TIT-DATAHORA-APROV TIT-VALOR-CTB
                TIT-SEQ-CTB
                WRITE REGFORTIT
                IF ST-ERROTIT = "00" OR "02"
                   ADD TIT-VALOR TO W-VALOR-GRAVADO
                   MOVE "*** TITULO JA CANCELADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF TIT-VALOR-COMP > ZEROS
                   MOVE "*** TITULO COMPENSADO - NAO PODE CANCELAR ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                DISPLAY (17, 30) "CONFIRMA CANCELAR (S/N): ".
                ACCEPT (17, 55) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                GO TO ROT-FIM.

       ALT-OPC.
                IF TIT-SITUACAO NOT = "A" AND TIT-SITUACAO NOT = "L"
                   MOVE "*** SO TITULO ABERTO PODE SER ALTERADO ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
                IF W-CONTR-OK = "N"
                   GO TO R6.
                PERFORM VERIFICA-APROVACAO-ALT
                MOVE ZEROS TO TIT-VALOR-MULTA TIT-VALOR-JUROS
                TIT-VALOR-DESC
                MOVE TIT-VALOR TO TIT-VALOR-LIQ
                REWRITE REGFORTIT
                IF ST-ERROTIT = "00" OR "02"
                   PERFORM AJUSTA-CONTRATO-ALT
                   IF TIT-SITUACAO = "L"
                      MOVE "* ALTERADO - AGUARDANDO APROVACAO *" TO MENS
                   ELSE
                      MOVE "*** TITULO ALTERADO ***" TO MENS
                   END-IF
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO TITULO" TO MENS
       VERIFICA-CONTRATO-FIM.
                EXIT.

      *--------------------------------------------------------------
      *---[ APROVACAO NA ALTERACAO: SOMA AS DEMAIS PARCELAS DA NOTA ]--
      *---[ COM O VALOR NOVO; ACIMA DO LIMITE O TITULO VOLTA PARA ]----
      *---[ "L" (MESMO SE JA APROVADO), ABAIXO FICA "A" ]--------------
       VERIFICA-APROVACAO-ALT.
                MOVE REGFORTIT TO W-TIT-GUARDA
                MOVE TIT-VALOR TO W-TOT-NOTA
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
                MOVE W-OPERADOR TO TIT-USU-INC
                IF W-LIM-APROV > ZEROS AND W-TOT-NOTA > W-LIM-APROV
                   MOVE "L" TO TIT-SITUACAO
                   MOVE SPACES TO TIT-USU-APROV
                   MOVE ZEROS TO TIT-DATAHORA-APROV
                ELSE
                   MOVE "A" TO TIT-SITUACAO.

      *--------------------------------------------------------------
      *---[ APLICA A DIFERENCA DA ALTERACAO NO SALDO DO CONTRATO ]----
       AJUSTA-CONTRATO-ALT.
           MOVE TIT-VALOR TO HIS-VALOR
           MOVE TIT-VALOR-IRRF TO HIS-IRRF
           MOVE TIT-VALOR-INSS TO HIS-INSS
           MOVE TIT-VALOR-MULTA TO HIS-MULTA
           MOVE TIT-VALOR-JUROS TO HIS-JUROS
           MOVE TIT-VALOR-DESC TO HIS-DESCONTO
           MOVE TIT-VALOR-COMP TO HIS-COMPENSADO
           MOVE ZEROS TO HIS-BANCO HIS-AGENCIA HIS-CONTA
           MOVE ZEROS TO W-HIS-TENT
           WRITE REGFORHIS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

      *--------------------------------------------------------------
      *---[ DESCRICAO DA SITUACAO E BOLETO DO TITULO NA TELA ]--------
       MOSTRA-SITUACAO.
           MOVE TIT-CODBARRAS TO W-LINHA-DIG
           IF TIT-SITUACAO = "P"
              MOVE "PAGO" TO DTIT-SITUACAO
           ELSE
                 IF TIT-SITUACAO = "R"
                    MOVE "EM REMESSA" TO DTIT-SITUACAO
                 ELSE
                    IF TIT-SITUACAO = "L"
                       MOVE "AG.APROVACAO" TO DTIT-SITUACAO
                    ELSE
                       MOVE "ABERTO" TO DTIT-SITUACAO.

      *--------------------------------------------------------------
      *---[ VALIDA O BOLETO DIGITADO E CONVERTE PARA O CODIGO DE ]----
      *---[ BARRAS; CONFERE VALOR E VENCIMENTO COM O TITULO ]---------
       VALIDA-BOLETO.
           MOVE "N" TO W-BOL-OK
           MOVE ZEROS TO W-QTD-DIG
           INSPECT W-LINHA-DIG TALLYING W-QTD-DIG
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF W-QTD-DIG = 47 AND W-LINHA-DIG IS NUMERIC
              GO TO VALIDA-BOLETO-LINHA.
           IF W-QTD-DIG = 44 AND W-LINHA-DIG (1:44) IS NUMERIC
              MOVE W-LINHA-DIG (1:44) TO W-BARRA
              GO TO VALIDA-BOLETO-BARRA.
           MOVE "* INFORME 47 DIGITOS (LINHA) OU 44 (BARRAS) *" TO MENS
           GO TO VALIDA-BOLETO-FIM.
      *    LINHA DIGITAVEL: DV MODULO 10 DE CADA UM DOS 3 CAMPOS
       VALIDA-BOLETO-LINHA.
           MOVE 01 TO W-BOL-INI
           MOVE 09 TO W-BOL-FIM
           PERFORM CALCULA-MOD10
           IF W-BOL-DV NOT = W-LD-DIG (10)
              MOVE "* DV DO 1o CAMPO DA LINHA DIGITAVEL INVALIDO *"
              TO MENS
              GO TO VALIDA-BOLETO-FIM.
           MOVE 11 TO W-BOL-INI
           MOVE 20 TO W-BOL-FIM
           PERFORM CALCULA-MOD10
           IF W-BOL-DV NOT = W-LD-DIG (21)
              MOVE "* DV DO 2o CAMPO DA LINHA DIGITAVEL INVALIDO *"
              TO MENS
              GO TO VALIDA-BOLETO-FIM.
           MOVE 22 TO W-BOL-INI
           MOVE 31 TO W-BOL-FIM
           PERFORM CALCULA-MOD10
           IF W-BOL-DV NOT = W-LD-DIG (32)
              MOVE "* DV DO 3o CAMPO DA LINHA DIGITAVEL INVALIDO *"
              TO MENS
              GO TO VALIDA-BOLETO-FIM.
           MOVE W-LINHA-DIG (1:4)   TO W-BARRA (1:4)
           MOVE W-LINHA-DIG (33:1)  TO W-BARRA (5:1)
           MOVE W-LINHA-DIG (34:14) TO W-BARRA (6:14)
           MOVE W-LINHA-DIG (5:5)   TO W-BARRA (20:5)
           MOVE W-LINHA-DIG (11:10) TO W-BARRA (25:10)
           MOVE W-LINHA-DIG (22:10) TO W-BARRA (35:10).
      *    CODIGO DE BARRAS: DV GERAL MODULO 11, VALOR E VENCIMENTO
       VALIDA-BOLETO-BARRA.
           IF W-BARRA (1:1) = "8"
              MOVE "* CONTA DE CONSUMO/TRIBUTO NAO E BOLETO *" TO MENS
              GO TO VALIDA-BOLETO-FIM.
           PERFORM CALCULA-MOD11
           IF W-BOL-DV NOT = W-BAR-DV
              MOVE "* DV GERAL DO CODIGO DE BARRAS INVALIDO *" TO MENS
              GO TO VALIDA-BOLETO-FIM.
           IF W-BAR-VALOR NOT = ZEROS AND W-BAR-VALOR NOT = TIT-VALOR
              MOVE "* VALOR DO BOLETO DIFERENTE DO TITULO *" TO MENS
              GO TO VALIDA-BOLETO-FIM.
      *    O VENCIMENTO GRAVADO PODE SER O DO BOLETO MOVIDO PARA O
      *    PROXIMO DIA UTIL (GRAVA-PARCELA)
           IF W-BAR-FATOR NOT = ZEROS
              PERFORM CALCULA-VENC-BOLETO
              MOVE W-BOL-VENC TO W-DU-DATA
              IF W-BOL-VENC NOT = TIT-VENCIMENTO
                 PERFORM PROXIMO-DIA-UTIL
              END-IF
              IF W-DU-DATA NOT = TIT-VENCIMENTO
                 MOVE "* VENCIMENTO DO BOLETO DIFERENTE DO TITULO *"
                 TO MENS
                 GO TO VALIDA-BOLETO-FIM.
           MOVE "S" TO W-BOL-OK.
       VALIDA-BOLETO-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ DV MODULO 10 (PESOS 2,1 DA DIREITA PARA A ESQUERDA) ]-----
      *---[ DAS POSICOES W-BOL-INI A W-BOL-FIM DA LINHA DIGITAVEL ]---
       CALCULA-MOD10.
           MOVE ZEROS TO W-BOL-SOMA
           MOVE 2 TO W-BOL-PESO
           PERFORM VARYING W-BOL-IDX FROM W-BOL-FIM BY -1
                   UNTIL W-BOL-IDX < W-BOL-INI
              COMPUTE W-BOL-PROD = W-LD-DIG (W-BOL-IDX) * W-BOL-PESO
              IF W-BOL-PROD > 9
                 SUBTRACT 9 FROM W-BOL-PROD
              END-IF
              ADD W-BOL-PROD TO W-BOL-SOMA
              IF W-BOL-PESO = 2
                 MOVE 1 TO W-BOL-PESO
              ELSE
                 MOVE 2 TO W-BOL-PESO
              END-IF
           END-PERFORM
           COMPUTE W-BOL-RESTO = FUNCTION MOD (W-BOL-SOMA, 10)
           IF W-BOL-RESTO = 0
              MOVE 0 TO W-BOL-DV
           ELSE
              COMPUTE W-BOL-DV = 10 - W-BOL-RESTO.

      *--------------------------------------------------------------
      *---[ DV GERAL MODULO 11 DO CODIGO DE BARRAS (PESOS 2 A 9 ]-----
      *---[ DA DIREITA PARA A ESQUERDA, SEM A POSICAO 5 DO DV) ]------
       CALCULA-MOD11.
           MOVE ZEROS TO W-BOL-SOMA
           MOVE 2 TO W-BOL-PESO
           PERFORM VARYING W-BOL-IDX FROM 44 BY -1
                   UNTIL W-BOL-IDX < 1
              IF W-BOL-IDX NOT = 5
                 COMPUTE W-BOL-SOMA = W-BOL-SOMA +
                         W-BAR-DIG (W-BOL-IDX) * W-BOL-PESO
                 ADD 1 TO W-BOL-PESO
                 IF W-BOL-PESO > 9
                    MOVE 2 TO W-BOL-PESO
                 END-IF
              END-IF
           END-PERFORM
           COMPUTE W-BOL-RESTO = FUNCTION MOD (W-BOL-SOMA, 11)
           COMPUTE W-BOL-DV = 11 - W-BOL-RESTO
           IF W-BOL-DV = 0 OR W-BOL-DV > 9
              MOVE 1 TO W-BOL-DV.

      *--------------------------------------------------------------
      *---[ VENCIMENTO DO BOLETO: 07/10/1997 + FATOR; O FATOR ]-------
      *---[ RECOMECA EM 1000 EM 22/02/2025 (CICLO DE 9000 DIAS) - ]---
      *---[ USA O CICLO MAIS PROXIMO DO VENCIMENTO DO TITULO ]---------
       CALCULA-VENC-BOLETO.
           COMPUTE W-BOL-DIAS =
                   FUNCTION INTEGER-OF-DATE (19971007) + W-BAR-FATOR
           COMPUTE W-BOL-DIAS-TIT =
                   FUNCTION INTEGER-OF-DATE (TIT-VENCIMENTO)
           IF W-BOL-DIAS-TIT > W-BOL-DIAS + 4500
              ADD 9000 TO W-BOL-DIAS.
           COMPUTE W-BOL-VENC = FUNCTION DATE-OF-INTEGER (W-BOL-DIAS).

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

      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQFOR ARQFORTIT ARQFORHIS ARQFORCON ARQFORUSU.
           IF W-TEM-FER = "S"
              CLOSE ARQFORFER.
           STOP RUN.
      *--------------------------------------------------------------
      *---------[ ROTINA DE MENSAGEM ]---------------------
