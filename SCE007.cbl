      *     REMESSA BANCARIA DE PAGAMENTOS           *
      *     (PADRAO CNAB-240: HEADER/DETALHE/        *
      *      TRAILER A PARTIR DE ARQPAG + ARQFOR +   *
      *      ARQFORBANC; SEGMENTO A = CREDITO EM     *
      *      CONTA/PIX, SEGMENTO J = BOLETO;         *
      *      LOTE E NSA CONTROLADOS NO ARQFORREM)    *
      ***********************************************
        ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARQREM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROREM.
      *
           SELECT ARQFORREM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REM-CHAVE
                    ALTERNATE RECORD KEY IS REM-DOCTO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERROCTL.
      *
           SELECT ARQFORCKP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CKP-JOB
                    FILE STATUS  IS ST-ERROCKP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REMESSA.REM".
       01 REM-REGISTRO              PIC X(240).
      *-----------------------------------------------------------------
       FD ARQFORREM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORREM.DAT".
           COPY FORREM.
      *-----------------------------------------------------------------
       FD ARQFORCKP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORCKP.DAT".
           COPY FORCKP.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-ERROTIT        PIC X(02) VALUE "00".
       01 ST-ERROPAG        PIC X(02) VALUE "00".
       01 ST-ERROREM        PIC X(02) VALUE "00".
       01 ST-ERROCTL        PIC X(02) VALUE "00".
       01 ST-ERROCKP        PIC X(02) VALUE "00".

       01 W-FIM-PAG         PIC X(01) VALUE "N".
       01 W-BANCO-REM       PIC 9(03) VALUE ZEROS.
       01 W-MOT-REJ         PIC X(30) VALUE SPACES.
       01 W-COD-EDIT        PIC ZZZZZ9.
       01 W-DATAHORA-FULL   PIC X(21) VALUE SPACES.
       01 W-LOTE            PIC 9(06) VALUE ZEROS.
       01 W-NSA             PIC 9(06) VALUE ZEROS.
       01 W-LOTE-EDIT       PIC ZZZZZ9.
       01 W-SEGMENTO        PIC X(01) VALUE SPACES.

      *--------------------------------------------
      *-------[ VENCIMENTO PELO FATOR DO CODIGO DE BARRAS ]---------
       01 W-BAR-FATOR       PIC 9(04) VALUE ZEROS.
       01 W-BOL-DIAS        PIC 9(08) VALUE ZEROS.
       01 W-BOL-DIAS-TIT    PIC 9(08) VALUE ZEROS.
       01 W-BOL-VENC        PIC 9(08) VALUE ZEROS.

       01 W-CONT-LIDO       PIC 9(06) VALUE ZEROS.
       01 W-CONT-GERADO     PIC 9(06) VALUE ZEROS.
       01 W-CONT-BOLETO     PIC 9(06) VALUE ZEROS.
       01 W-CONT-REJEIT     PIC 9(06) VALUE ZEROS.
       01 W-CONT-EDIT       PIC ZZZ.ZZ9.
       01 W-TOT-VALOR       PIC 9(16)V99 VALUE ZEROS.
          05 FILLER          PIC X(20) VALUE "REMESSA FORNECEDORES".
          05 REMH-DATA       PIC 9(08).
          05 REMH-HORA       PIC 9(06).
          05 REMH-LOTE       PIC 9(06).
      *    REMH-LOTE: LOTE DO ARQFORREM (DEVOLVIDO NO HEADER DO RETORNO)
          05 REMH-NSA        PIC 9(06).
      *    REMH-NSA: SEQUENCIAL DO ARQUIVO PARA O BANCO DA REMESSA
          05 FILLER          PIC X(177) VALUE SPACES.

      *--------------------------------------------
      *-------[ REGISTRO DETALHE SEGMENTO A (TIPO 3) ]--------------
          05 REMD-CHAVEPIX   PIC X(40).
          05 REMD-DATA       PIC 9(08).
          05 REMD-VALOR      PIC 9(13)V99.
      *    REMD-VALOR: LIQUIDO A CREDITAR (BRUTO - RETENCOES +
      *                MULTA/JUROS - DESCONTO)
          05 REMD-VALORBRT   PIC 9(13)V99.
          05 REMD-IRRF       PIC 9(13)V99.
          05 REMD-INSS       PIC 9(13)V99.
          05 FILLER          PIC X(51) VALUE SPACES.

      *--------------------------------------------
      *-------[ REGISTRO DETALHE SEGMENTO J (TIPO 3) ]--------------
      *-------[ PAGAMENTO DE BOLETO PELO CODIGO DE BARRAS ]---------
       01 W-REM-DETALHE-J.
          05 REMJ-BANCO      PIC 9(03).
          05 FILLER          PIC X(04) VALUE "0001".
          05 FILLER          PIC X(01) VALUE "3".
          05 REMJ-SEQ        PIC 9(05).
          05 FILLER          PIC X(01) VALUE "J".
          05 REMJ-CODIGO     PIC 9(06).
          05 REMJ-NUMERO     PIC X(10).
          05 REMJ-PARCELA    PIC 9(02).
          05 REMJ-NOME       PIC X(30).
      *    REMJ-NOME: CEDENTE (BENEFICIARIO) DO BOLETO
          05 REMJ-CODBARRAS  PIC X(44).
          05 REMJ-VENCTO     PIC 9(08).
          05 REMJ-VALORTIT   PIC 9(13)V99.
      *    REMJ-VALORTIT: VALOR NOMINAL DO BOLETO (BRUTO DO TITULO)
          05 REMJ-DESCONTO   PIC 9(13)V99.
          05 REMJ-ACRESCIMO  PIC 9(13)V99.
          05 REMJ-DATA       PIC 9(08).
          05 REMJ-VALOR      PIC 9(13)V99.
      *    REMJ-VALOR: VALOR A PAGAR (LIQUIDO DA ORDEM)
          05 FILLER          PIC X(58) VALUE SPACES.

      *--------------------------------------------
      *-------[ REGISTRO TRAILER DE ARQUIVO (TIPO 9) ]--------------
       01 W-REM-TRAILER.
              DISPLAY "*** ARQUIVO DE ORDENS DE PAGAMENTO AUSENTE ***"
              CLOSE ARQFOR ARQFORBANC ARQFORTIT
              STOP RUN.
       R0B1.
           OPEN I-O ARQFORREM
           IF ST-ERROCTL NOT = "00"
              IF ST-ERROCTL = "30"
                 OPEN OUTPUT ARQFORREM
                 CLOSE ARQFORREM
                 OPEN I-O ARQFORREM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO CONTROLE DE REMESSAS"
                 CLOSE ARQFOR ARQFORBANC ARQFORTIT ARQPAG
                 STOP RUN.
       R0B2.
           OPEN I-O ARQFORCKP
           IF ST-ERROCKP NOT = "00"
              IF ST-ERROCKP = "30"
                 OPEN OUTPUT ARQFORCKP
                 CLOSE ARQFORCKP
                 OPEN I-O ARQFORCKP
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE CHECKPOINT"
                 CLOSE ARQFOR ARQFORBANC ARQFORTIT ARQPAG ARQFORREM
                 STOP RUN.
       R0C.
           OPEN OUTPUT ARQREM
           IF ST-ERROREM NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO DE REMESSA ***"
              CLOSE ARQFOR ARQFORBANC ARQFORTIT ARQPAG ARQFORREM
                    ARQFORCKP
              STOP RUN.

      *------------- BANCO DESTINO E HEADER DO ARQUIVO ------------
              DISPLAY "*** BANCO NAO PODE SER ZERO ***"
              GO TO R1.
       R2.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA-FULL
           PERFORM ABRE-LOTE THRU ABRE-LOTE-FIM
           MOVE W-BANCO-REM TO REMH-BANCO
           MOVE W-DATAHORA-FULL (1:8)  TO REMH-DATA
           MOVE W-DATAHORA-FULL (9:6)  TO REMH-HORA
           MOVE W-LOTE TO REMH-LOTE
           MOVE W-NSA  TO REMH-NSA
           WRITE REM-REGISTRO FROM W-REM-HEADER.

      *------------- PROCESSA AS ORDENS DE PAGAMENTO --------------
           END-PERFORM.
           GO TO GRAVA-TRAILER.

      *--------------------------------------------------------------
      *---[ NOVO LOTE (ARQFORCKP JOB "SCE007") E PROXIMO NSA DO ]-----
      *---[ BANCO (ARQFORREM LOTE 000000 TIPO B), GRAVADOS ANTES ]----
      *---[ DA GERACAO: REMESSA REENVIADA SEMPRE GANHA NOVO NSA ]-----
       ABRE-LOTE.
           MOVE "SCE007" TO CKP-JOB
           READ ARQFORCKP
           IF ST-ERROCKP = "23"
              MOVE ZEROS TO CKP-CONTADOR CKP-DATAHORA
              WRITE REGFORCKP.
           COMPUTE W-LOTE = CKP-CONTADOR + 1
           MOVE W-LOTE TO CKP-CONTADOR
           MOVE W-DATAHORA-FULL (1:16) TO CKP-DATAHORA
           REWRITE REGFORCKP
           IF ST-ERROCKP NOT = "00" AND "02"
              DISPLAY "*** ERRO AO ABRIR O LOTE NO CHECKPOINT ***"
              GO TO ROT-FIM-ERRO.
       ABRE-LOTE-1.
           MOVE SPACES TO REGFORREM
           MOVE ZEROS  TO REM-LOTE
           MOVE "B"    TO REM-TIPO
           MOVE W-BANCO-REM TO REM-BCO-CHAVE
           READ ARQFORREM
           IF ST-ERROCTL = "23"
              MOVE SPACES TO REGFORREM
              MOVE ZEROS  TO REM-LOTE
              MOVE "B"    TO REM-TIPO
              MOVE W-BANCO-REM TO REM-BCO-CHAVE
              MOVE W-BANCO-REM TO REM-BANCO
              MOVE ZEROS TO REM-NSA REM-DATAHORA REM-QTD REM-VALOR
                            REM-DATAPGTO REM-DATAHORA-RET REM-VALOR-RET
              WRITE REGFORREM
              IF ST-ERROCTL NOT = "00"
                 DISPLAY "*** ERRO AO CRIAR O NSA DO BANCO ***"
                 GO TO ROT-FIM-ERRO
              END-IF
           ELSE
              IF ST-ERROCTL NOT = "00"
                 DISPLAY "*** ERRO NA LEITURA DO NSA DO BANCO ***"
                 GO TO ROT-FIM-ERRO.
           ADD 1 TO REM-NSA
           MOVE REM-NSA TO W-NSA
           MOVE W-DATAHORA-FULL (1:16) TO REM-DATAHORA
           REWRITE REGFORREM
           IF ST-ERROCTL NOT = "00" AND "02"
              DISPLAY "*** ERRO AO ATUALIZAR O NSA DO BANCO ***"
              GO TO ROT-FIM-ERRO.
       ABRE-LOTE-2.
           MOVE SPACES TO REGFORREM
           MOVE W-LOTE TO REM-LOTE
           MOVE "H"    TO REM-TIPO
           MOVE W-BANCO-REM TO REM-BANCO
           MOVE W-NSA  TO REM-NSA
           MOVE W-DATAHORA-FULL (1:16) TO REM-DATAHORA
           MOVE ZEROS TO REM-QTD REM-VALOR REM-DATAPGTO
                         REM-DATAHORA-RET REM-VALOR-RET
           MOVE "I" TO REM-SITUACAO
           WRITE REGFORREM
           IF ST-ERROCTL NOT = "00"
              DISPLAY "*** ERRO AO GRAVAR O LOTE NO CONTROLE DE "
                      "REMESSAS ***"
              GO TO ROT-FIM-ERRO.
       ABRE-LOTE-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ VALIDA A ORDEM CONTRA O CADASTRO E O ARQUIVO BANCARIO ]---
       PROCESSA-PAG.
                 (FOR-SITRECEITA = "S" OR FOR-SITRECEITA = "B")
                 MOVE "CNPJ IRREGULAR NA RECEITA" TO W-MOT-REJ
                 PERFORM REJEITA-PAG
              ELSE
              IF TIT-CODBARRAS NOT = SPACES
                 PERFORM GRAVA-DETALHE-J
              ELSE
                 MOVE PAG-CODIGO TO BANC-CODIGO
                 READ ARQFORBANC
                    PERFORM GRAVA-DETALHE
                 END-IF
              END-IF
              END-IF
           END-IF.
       PROCESSA-PAG-FIM.
           EXIT.
           MOVE PAG-IRRF       TO REMD-IRRF
           MOVE PAG-INSS       TO REMD-INSS
           ADD PAG-LIQUIDO     TO W-TOT-VALOR
           WRITE REM-REGISTRO FROM W-REM-DETALHE
           MOVE "A" TO W-SEGMENTO
           PERFORM GRAVA-CONTROLE-TIT.

      *--------------------------------------------------------------
      *---[ TITULO COM BOLETO: PAGAMENTO PELO CODIGO DE BARRAS ]------
      *---[ (NAO DEPENDE DOS DADOS BANCARIOS DO ARQFORBANC) ]----------
       GRAVA-DETALHE-J.
           ADD 1 TO W-CONT-GERADO
           ADD 1 TO W-CONT-BOLETO
           MOVE W-BANCO-REM    TO REMJ-BANCO
           MOVE W-CONT-GERADO  TO REMJ-SEQ
           MOVE FOR-CODIGO     TO REMJ-CODIGO
           MOVE PAG-NUMERO     TO REMJ-NUMERO
           MOVE PAG-PARCELA    TO REMJ-PARCELA
           MOVE FOR-NOME       TO REMJ-NOME
           MOVE TIT-CODBARRAS  TO REMJ-CODBARRAS
           PERFORM CALCULA-VENC-BOLETO THRU CALCULA-VENC-BOLETO-FIM
           MOVE W-BOL-VENC     TO REMJ-VENCTO
           MOVE TIT-VALOR      TO REMJ-VALORTIT
           MOVE PAG-DESCONTO   TO REMJ-DESCONTO
           COMPUTE REMJ-ACRESCIMO = PAG-MULTA + PAG-JUROS
           MOVE PAG-DATA       TO REMJ-DATA
           MOVE PAG-LIQUIDO    TO REMJ-VALOR
           ADD PAG-LIQUIDO     TO W-TOT-VALOR
           WRITE REM-REGISTRO FROM W-REM-DETALHE-J
           MOVE "J" TO W-SEGMENTO
           PERFORM GRAVA-CONTROLE-TIT.

      *--------------------------------------------------------------
      *---[ VENCIMENTO DO PROPRIO BOLETO (O DO TITULO PODE TER SIDO ]--
      *---[ MOVIDO PARA DIA UTIL): 07/10/1997 + FATOR DAS POSICOES ]---
      *---[ 6-9; O FATOR RECOMECA EM 1000 EM 22/02/2025 (CICLO DE ]----
      *---[ 9000 DIAS) - USA O CICLO MAIS PROXIMO DO VENCIMENTO DO ]---
      *---[ TITULO. FATOR ZERO = BOLETO SEM VENCIMENTO ]---------------
       CALCULA-VENC-BOLETO.
           MOVE TIT-VENCIMENTO TO W-BOL-VENC
           IF TIT-CODBARRAS (6:4) NOT NUMERIC
              GO TO CALCULA-VENC-BOLETO-FIM.
           MOVE TIT-CODBARRAS (6:4) TO W-BAR-FATOR
           IF W-BAR-FATOR = ZEROS
              GO TO CALCULA-VENC-BOLETO-FIM.
           COMPUTE W-BOL-DIAS =
                   FUNCTION INTEGER-OF-DATE (19971007) + W-BAR-FATOR
           COMPUTE W-BOL-DIAS-TIT =
                   FUNCTION INTEGER-OF-DATE (TIT-VENCIMENTO)
           IF W-BOL-DIAS-TIT > W-BOL-DIAS + 4500
              ADD 9000 TO W-BOL-DIAS.
           COMPUTE W-BOL-VENC = FUNCTION DATE-OF-INTEGER (W-BOL-DIAS).
       CALCULA-VENC-BOLETO-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---[ TITULO REMETIDO NO LOTE, AGUARDANDO O RETORNO (SCE018) ]--
       GRAVA-CONTROLE-TIT.
           MOVE SPACES TO REGFORREM
           MOVE W-LOTE      TO REM-LOTE
           MOVE "T"         TO REM-TIPO
           MOVE PAG-NUMERO  TO REM-NUMERO
           MOVE PAG-CODIGO  TO REM-CODIGO
           MOVE PAG-PARCELA TO REM-PARCELA
           MOVE W-BANCO-REM TO REM-BANCO
           MOVE W-NSA       TO REM-NSA
           MOVE W-DATAHORA-FULL (1:16) TO REM-DATAHORA
           MOVE 1           TO REM-QTD
           MOVE PAG-LIQUIDO TO REM-VALOR
           MOVE W-SEGMENTO  TO REM-SEGMENTO
           MOVE PAG-DATA    TO REM-DATAPGTO
           MOVE "E"         TO REM-SITUACAO
           MOVE ZEROS TO REM-DATAHORA-RET REM-VALOR-RET
           WRITE REGFORREM
           IF ST-ERROCTL NOT = "00"
              DISPLAY "*** TITULO NAO REGISTRADO NO CONTROLE - NOTA "
                      PAG-NUMERO " PARCELA " PAG-PARCELA " ***".

       REJEITA-PAG.
           ADD 1 TO W-CONT-REJEIT
           MOVE W-CONT-GERADO TO REMT-QTDDET
           MOVE W-TOT-VALOR   TO REMT-VALTOT
           WRITE REM-REGISTRO FROM W-REM-TRAILER.
       GRAVA-TRAILER-1.
           MOVE SPACES TO REGFORREM
           MOVE W-LOTE TO REM-LOTE
           MOVE "H"    TO REM-TIPO
           READ ARQFORREM
           IF ST-ERROCTL = "00"
              MOVE W-CONT-GERADO TO REM-QTD
              MOVE W-TOT-VALOR   TO REM-VALOR
              MOVE "G"           TO REM-SITUACAO
              REWRITE REGFORREM.
           IF ST-ERROCTL NOT = "00" AND "02"
              DISPLAY "*** ERRO AO FECHAR O LOTE NO CONTROLE DE "
                      "REMESSAS ***".

       ROT-FIM.
           MOVE W-CONT-LIDO TO W-CONT-EDIT
           DISPLAY "ORDENS LIDAS          : " W-CONT-EDIT
           MOVE W-CONT-GERADO TO W-CONT-EDIT
           DISPLAY "DETALHES GERADOS      : " W-CONT-EDIT
           MOVE W-CONT-BOLETO TO W-CONT-EDIT
           DISPLAY "  DOS QUAIS BOLETOS   : " W-CONT-EDIT
           MOVE W-CONT-REJEIT TO W-CONT-EDIT
           DISPLAY "ORDENS REJEITADAS     : " W-CONT-EDIT
           MOVE W-TOT-VALOR TO W-TOT-EDIT
           DISPLAY "VALOR TOTAL DA REMESSA: " W-TOT-EDIT
           MOVE W-LOTE TO W-LOTE-EDIT
           DISPLAY "LOTE DE CONTROLE      : " W-LOTE-EDIT
           MOVE W-NSA TO W-LOTE-EDIT
           DISPLAY "NSA DO ARQUIVO (BANCO): " W-LOTE-EDIT
           CLOSE ARQFOR ARQFORBANC ARQFORTIT ARQPAG ARQREM ARQFORREM
                 ARQFORCKP
      *    REMESSA GERADA: ESVAZIA O ARQPAG PARA A REMESSA NAO SER
      *    EMITIDA EM DUPLICIDADE E PARA LIBERAR A PROXIMA SELECAO
      *    DO SCE017
              CLOSE ARQPAG.
           DISPLAY "REMESSA GERADA EM REMESSA.REM"
           STOP RUN.

      *--------------------------------------------------------------
      *---[ FALHA NO CONTROLE DE LOTE/NSA: NADA FOI REMETIDO - O ]----
      *---[ ARQPAG FICA INTACTO PARA NOVA EXECUCAO APOS O ACERTO ]----
       ROT-FIM-ERRO.
           CLOSE ARQFOR ARQFORBANC ARQFORTIT ARQPAG ARQREM ARQFORREM
                 ARQFORCKP
           DISPLAY "*** REMESSA.REM NAO DEVE SER ENVIADA AO BANCO ***"
           STOP RUN.
