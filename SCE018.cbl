      *     (BAIXA AUTOMATICA DOS TITULOS            *
      *      CONFIRMADOS E RELATORIO DAS             *
      *      OCORRENCIAS REJEITADAS COM OS DADOS     *
      *      BANCARIOS ENVIADOS NA REMESSA;          *
      *      SEGMENTOS A E J; CONFERE O LOTE/NSA     *
      *      NO ARQFORREM E RECUSA RETORNO JA        *
      *      PROCESSADO)                             *
      ***********************************************
        ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARQRET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRORET.
      *
           SELECT ARQFORREM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REM-CHAVE
                    ALTERNATE RECORD KEY IS REM-DOCTO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERROCTL.
      *
           SELECT RELRET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RETORNO.RET".
       01 RET-REGISTRO              PIC X(240).
      *-----------------------------------------------------------------
       FD ARQFORREM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORREM.DAT".
           COPY FORREM.
      *-----------------------------------------------------------------
       FD RELRET
               LABEL RECORD IS STANDARD
       01 ST-ERROHIS        PIC X(02) VALUE "00".
       01 ST-ERRORET        PIC X(02) VALUE "00".
       01 ST-ERROREL        PIC X(02) VALUE "00".
       01 ST-ERROCTL        PIC X(02) VALUE "00".

       01 W-FIM-RET         PIC X(01) VALUE "N".
       01 W-MOT-REJ         PIC X(30) VALUE SPACES.
       01 W-HIS-TENT        PIC 9(02) VALUE ZEROS.
       01 W-DATAHORA-FULL   PIC X(21) VALUE SPACES.
       01 W-LOTE            PIC 9(06) VALUE ZEROS.
       01 W-LOTE-EDIT       PIC ZZZZZ9.
       01 W-TEM-CTL         PIC X(01) VALUE "N".
       01 W-SIT-CTL         PIC X(01) VALUE SPACES.
       01 W-VALOR-ENV       PIC 9(13)V99 VALUE ZEROS.

       01 W-CONT-LIDO       PIC 9(06) VALUE ZEROS.
       01 W-CONT-BAIXADO    PIC 9(06) VALUE ZEROS.
       01 W-CONT-REJEIT     PIC 9(06) VALUE ZEROS.
       01 W-CONT-EXCECAO    PIC 9(06) VALUE ZEROS.
       01 W-CONT-DIVERG     PIC 9(06) VALUE ZEROS.
       01 W-CONT-EDIT       PIC ZZZ.ZZ9.
       01 W-TOT-BAIXADO     PIC 9(16)V99 VALUE ZEROS.
       01 W-TOT-EDIT        PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

      *--------------------------------------------
      *-------[ HEADER DO RETORNO (TIPO 0): ESPELHA O HEADER DA ]---
      *-------[ REMESSA DO SCE007 (LOTE E NSA ENVIADOS) MAIS O ]----
      *-------[ SEQUENCIAL DO ARQUIVO DE RETORNO NO BANCO ]---------
       01 W-RET-HEADER.
          05 RETH-BANCO      PIC 9(03).
          05 FILLER          PIC X(04).
          05 RETH-TIPO       PIC X(01).
          05 FILLER          PIC X(09).
          05 FILLER          PIC X(20).
          05 RETH-DATA       PIC 9(08).
          05 RETH-HORA       PIC 9(06).
      *    RETH-DATA/RETH-HORA: GERACAO DO RETORNO PELO BANCO
          05 RETH-LOTE       PIC 9(06).
          05 RETH-NSA        PIC 9(06).
      *    RETH-LOTE/RETH-NSA: ZEROS = REMESSA ANTERIOR AO CONTROLE
          05 RETH-NSA-RET    PIC 9(06).
          05 FILLER          PIC X(171).

      *--------------------------------------------
      *-------[ REGISTRO DETALHE DO RETORNO (TIPO 3) ]--------------
      *-------[ ESPELHA O DETALHE DA REMESSA DO SCE007 MAIS A ]-----
          05 FILLER          PIC X(04).
          05 RETD-TIPO       PIC X(01).
          05 RETD-SEQ        PIC 9(05).
          05 RETD-SEGMENTO   PIC X(01).
      *    RETD-SEGMENTO: A = CREDITO EM CONTA/PIX, J = BOLETO
          05 RETD-CODIGO     PIC 9(06).
          05 RETD-NUMERO     PIC X(10).
          05 RETD-PARCELA    PIC 9(02).
      *                     01 = AGENCIA/CONTA INVALIDA
      *                     02 = CONTA ENCERRADA
      *                     OUTROS = REJEITADO PELO BANCO
      *                     (NO SEGMENTO J: 01 = CODIGO DE BARRAS
      *                      INVALIDO, 02 = VALOR DIVERGENTE)
          05 FILLER          PIC X(94).

      *--------------------------------------------
      *-------[ DETALHE DO RETORNO - SEGMENTO J (BOLETO) ]----------
      *-------[ ESPELHA O SEGMENTO J DA REMESSA DO SCE007 MAIS A ]--
      *-------[ OCORRENCIA; E CONVERTIDO PARA O W-RET-DETALHE ]-----
       01 W-RET-DETALHE-J.
          05 RETJ-BANCO      PIC 9(03).
          05 FILLER          PIC X(04).
          05 RETJ-TIPO       PIC X(01).
          05 RETJ-SEQ        PIC 9(05).
          05 RETJ-SEGMENTO   PIC X(01).
          05 RETJ-CODIGO     PIC 9(06).
          05 RETJ-NUMERO     PIC X(10).
          05 RETJ-PARCELA    PIC 9(02).
          05 RETJ-NOME       PIC X(30).
          05 RETJ-CODBARRAS  PIC X(44).
          05 RETJ-VENCTO     PIC 9(08).
          05 RETJ-VALORTIT   PIC 9(13)V99.
          05 RETJ-DESCONTO   PIC 9(13)V99.
          05 RETJ-ACRESCIMO  PIC 9(13)V99.
          05 RETJ-DATA       PIC 9(08).
          05 RETJ-VALOR      PIC 9(13)V99.
          05 RETJ-OCORRENCIA PIC X(02).
          05 FILLER          PIC X(56).

       01 W-CAB1.
          05 FILLER          PIC X(40) VALUE
                        "OCORRENCIAS DO RETORNO BANCARIO - SCE018".

       01 W-CAB3.
          05 FILLER          PIC X(06) VALUE "LOTE: ".
          05 CAB3-LOTE       PIC ZZZZZ9.
          05 FILLER          PIC X(08) VALUE "   NSA: ".
          05 CAB3-NSA        PIC ZZZZZ9.
          05 FILLER          PIC X(12) VALUE "   RETORNO: ".
          05 CAB3-NSA-RET    PIC ZZZZZ9.
          05 FILLER          PIC X(03) VALUE SPACES.
          05 CAB3-AVISO      PIC X(40) VALUE SPACES.

       01 W-CAB2.
          05 FILLER          PIC X(11) VALUE "NOTA       ".
          05 FILLER          PIC X(03) VALUE "PC ".
          05 FILLER          PIC X(02) VALUE SPACES.
          05 DET-MOTIVO      PIC X(30).

       01 W-DET2.
          05 FILLER          PIC X(42) VALUE
                        "    VALOR LIQUIDO ENVIADO NA REMESSA:".
          05 DET2-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 W-ROD1.
          05 FILLER          PIC X(24) VALUE "DETALHES LIDOS        : ".
          05 ROD1-TOTAL      PIC ZZZ.ZZ9.
       01 W-ROD5.
          05 FILLER          PIC X(24) VALUE "VALOR TOTAL BAIXADO   : ".
          05 ROD5-TOTAL      PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-ROD6.
          05 FILLER          PIC X(24) VALUE "VALORES DIVERGENTES   : ".
          05 ROD6-TOTAL      PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              DISPLAY "*** ARQUIVO DE RETORNO AUSENTE ***"
              CLOSE ARQFORTIT ARQFORBANC ARQFORHIS
              STOP RUN.
       R0C1.
           OPEN I-O ARQFORREM
           IF ST-ERROCTL NOT = "00"
              IF ST-ERROCTL = "30"
                 OPEN OUTPUT ARQFORREM
                 CLOSE ARQFORREM
                 OPEN I-O ARQFORREM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO CONTROLE DE REMESSAS"
                 CLOSE ARQFORTIT ARQFORBANC ARQFORHIS ARQRET
                 STOP RUN.

      *------------- CONFERE O HEADER ANTES DE QUALQUER BAIXA -----
       R0C2.
           READ ARQRET
              AT END
                 DISPLAY "*** ARQUIVO DE RETORNO VAZIO ***"
                 GO TO ROT-FIM-RECUSA
           END-READ
           MOVE RET-REGISTRO TO W-RET-HEADER
           IF RETH-TIPO NOT = "0"
              DISPLAY "*** RETORNO SEM HEADER DE ARQUIVO ***"
              GO TO ROT-FIM-RECUSA.
           IF RETH-LOTE NOT NUMERIC OR RETH-NSA NOT NUMERIC
              MOVE ZEROS TO RETH-LOTE RETH-NSA.
           IF RETH-NSA-RET NOT NUMERIC
              MOVE ZEROS TO RETH-NSA-RET.
           MOVE RETH-LOTE TO W-LOTE
           IF W-LOTE = ZEROS
              MOVE "*** REMESSA SEM LOTE DE CONTROLE ***"
                   TO CAB3-AVISO
              DISPLAY "*** RETORNO DE REMESSA SEM LOTE DE CONTROLE - "
                      "NAO HA CONFERENCIA POR LOTE ***"
              GO TO R0C3.
           MOVE SPACES TO REGFORREM
           MOVE W-LOTE TO REM-LOTE
           MOVE "H"    TO REM-TIPO
           READ ARQFORREM
           IF ST-ERROCTL NOT = "00"
              MOVE W-LOTE TO W-LOTE-EDIT
              DISPLAY "*** LOTE " W-LOTE-EDIT
                      " DO RETORNO NAO CONSTA DO CONTROLE ***"
              GO TO ROT-FIM-RECUSA.
           IF REM-BANCO NOT = RETH-BANCO OR REM-NSA NOT = RETH-NSA
              DISPLAY "*** BANCO/NSA DO RETORNO NAO CONFEREM COM A "
                      "REMESSA DO LOTE ***"
              GO TO ROT-FIM-RECUSA.
       R0C3.
      *    O MESMO ARQUIVO DE RETORNO (LOTE + SEQUENCIAL + GERACAO
      *    NO BANCO) SO PODE SER PROCESSADO UMA VEZ
           PERFORM MONTA-CHAVE-RET
           READ ARQFORREM
           IF ST-ERROCTL = "00"
              DISPLAY "*** RETORNO JA PROCESSADO EM " REM-DATAHORA
                      " - ARQUIVO RECUSADO ***"
              GO TO ROT-FIM-RECUSA.
           IF ST-ERROCTL NOT = "23"
              DISPLAY "*** ERRO NA LEITURA DO CONTROLE DE REMESSAS ***"
              GO TO ROT-FIM-RECUSA.
       R0D.
           OPEN OUTPUT RELRET
           IF ST-ERROREL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              CLOSE ARQFORTIT ARQFORBANC ARQFORHIS ARQRET ARQFORREM
              STOP RUN.

       R1.
           MOVE W-LOTE       TO CAB3-LOTE
           MOVE RETH-NSA     TO CAB3-NSA
           MOVE RETH-NSA-RET TO CAB3-NSA-RET
           WRITE REL-LINHA FROM W-CAB1
           WRITE REL-LINHA FROM W-CAB3
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM W-CAB2.
                    MOVE RET-REGISTRO TO W-RET-DETALHE
                    IF RETD-TIPO = "3"
                       ADD 1 TO W-CONT-LIDO
                       IF RETD-SEGMENTO = "J"
                          PERFORM CONVERTE-SEGMENTO-J
                       END-IF
                       PERFORM PROCESSA-DETALHE
                    END-IF
              END-READ
           END-PERFORM.
           GO TO ROT-FIM.

      *--------------------------------------------------------------
      *---[ BOLETO: TRAZ O SEGMENTO J PARA O LAYOUT DO DETALHE ]------
      *---[ (SEM AGENCIA/CONTA; BANCO = BANCO EMISSOR DO BOLETO) ]----
       CONVERTE-SEGMENTO-J.
           MOVE RET-REGISTRO TO W-RET-DETALHE-J
           MOVE SPACES TO W-RET-DETALHE
           MOVE RETJ-BANCO      TO RETD-BANCO
           MOVE RETJ-TIPO       TO RETD-TIPO
           MOVE RETJ-SEQ        TO RETD-SEQ
           MOVE RETJ-SEGMENTO   TO RETD-SEGMENTO
           MOVE RETJ-CODIGO     TO RETD-CODIGO
           MOVE RETJ-NUMERO     TO RETD-NUMERO
           MOVE RETJ-PARCELA    TO RETD-PARCELA
           MOVE RETJ-NOME       TO RETD-NOME
           MOVE RETJ-CODBARRAS (1:3) TO RETD-BCOFAV
           MOVE ZEROS           TO RETD-AGENCIA RETD-CONTA
           MOVE RETJ-DATA       TO RETD-DATA
           MOVE RETJ-VALOR      TO RETD-VALOR
           MOVE RETJ-OCORRENCIA TO RETD-OCORRENCIA.

      *--------------------------------------------------------------
      *---[ CRUZA O DETALHE COM O TITULO E TRATA A OCORRENCIA ]-------
       PROCESSA-DETALHE.
              MOVE "TITULO NAO ENCONTRADO" TO W-MOT-REJ
              PERFORM GRAVA-EXCECAO
           ELSE
              PERFORM LOCALIZA-CONTROLE
              IF W-LOTE NOT = ZEROS AND W-TEM-CTL = "N"
                 MOVE "TITULO FORA DA REMESSA DO LOTE" TO W-MOT-REJ
                 PERFORM GRAVA-EXCECAO
              ELSE
                 IF RETD-OCORRENCIA = "00"
                    PERFORM BAIXA-TITULO
                 ELSE
                    PERFORM REJEITA-DETALHE
                 END-IF
              END-IF
           END-IF.

      *--------------------------------------------------------------
      *---[ TITULO NO LOTE DA REMESSA: TRAZ O LIQUIDO ENVIADO ]-------
      *---[ (SEM LOTE: LIQUIDO CALCULADO NA SELECAO DO TITULO) ]------
       LOCALIZA-CONTROLE.
           MOVE "N" TO W-TEM-CTL
           MOVE TIT-VALOR-LIQ TO W-VALOR-ENV
           IF W-LOTE NOT = ZEROS
              MOVE SPACES       TO REGFORREM
              MOVE W-LOTE       TO REM-LOTE
              MOVE "T"          TO REM-TIPO
              MOVE RETD-NUMERO  TO REM-NUMERO
              MOVE RETD-CODIGO  TO REM-CODIGO
              MOVE RETD-PARCELA TO REM-PARCELA
              READ ARQFORREM
              IF ST-ERROCTL = "00"
                 MOVE "S" TO W-TEM-CTL
                 MOVE REM-VALOR TO W-VALOR-ENV.

       BAIXA-TITULO.
           IF TIT-SITUACAO = "P"
              MOVE "TITULO JA BAIXADO" TO W-MOT-REJ
                 ADD 1 TO W-CONT-BAIXADO
                 ADD RETD-VALOR TO W-TOT-BAIXADO
                 PERFORM GRAVA-HISTORICO
                 IF RETD-VALOR NOT = W-VALOR-ENV
                    PERFORM GRAVA-DIVERGENCIA
                 END-IF
                 MOVE "P" TO W-SIT-CTL
                 PERFORM ATUALIZA-CONTROLE
              ELSE
                 MOVE "ERRO NA BAIXA DO TITULO" TO W-MOT-REJ
                 PERFORM GRAVA-EXCECAO
                        RETD-OCORRENCIA DELIMITED BY SIZE
                        INTO W-MOT-REJ
           END-EVALUATE
           IF RETD-SEGMENTO = "J"
              IF RETD-OCORRENCIA = "01"
                 MOVE "CODIGO DE BARRAS INVALIDO" TO W-MOT-REJ
              ELSE
                 IF RETD-OCORRENCIA = "02"
                    MOVE "VALOR DIVERGENTE DO BOLETO" TO W-MOT-REJ
                 END-IF
              END-IF
           END-IF
           IF RETD-SEGMENTO = "J"
              MOVE RETD-AGENCIA TO DET-AGENCIA
              MOVE RETD-CONTA   TO DET-CONTA
           ELSE
              MOVE RETD-CODIGO TO BANC-CODIGO
              READ ARQFORBANC
              IF ST-ERROBANC = "00"
                 MOVE BANC-AGENCIA TO DET-AGENCIA
                 MOVE BANC-CONTA   TO DET-CONTA
              ELSE
                 MOVE RETD-AGENCIA TO DET-AGENCIA
                 MOVE RETD-CONTA   TO DET-CONTA
              END-IF
           END-IF
           MOVE RETD-NUMERO  TO DET-NUMERO
           MOVE RETD-PARCELA TO DET-PARCELA
           MOVE RETD-VALOR   TO DET-VALOR
           MOVE W-MOT-REJ    TO DET-MOTIVO
           WRITE REL-LINHA FROM W-DET1
           PERFORM REABRE-TITULO
           MOVE "D" TO W-SIT-CTL
           PERFORM ATUALIZA-CONTROLE.

      *--------------------------------------------------------------
      *---[ BAIXADO COM VALOR CONFIRMADO DIFERENTE DO LIQUIDO ]-------
      *---[ REMETIDO: LISTA OS DOIS VALORES PARA CONFERENCIA ]--------
       GRAVA-DIVERGENCIA.
           ADD 1 TO W-CONT-DIVERG
           MOVE RETD-NUMERO  TO DET-NUMERO
           MOVE RETD-PARCELA TO DET-PARCELA
           MOVE RETD-CODIGO  TO DET-CODIGO
           MOVE RETD-AGENCIA TO DET-AGENCIA
           MOVE RETD-CONTA   TO DET-CONTA
           MOVE RETD-VALOR   TO DET-VALOR
           MOVE "BAIXADO - VALOR DIVERGENTE" TO DET-MOTIVO
           WRITE REL-LINHA FROM W-DET1
           MOVE W-VALOR-ENV  TO DET2-VALOR
           WRITE REL-LINHA FROM W-DET2.

      *--------------------------------------------------------------
      *---[ SITUACAO DO TITULO NO LOTE: P = PAGO  D = DEVOLVIDO ]-----
       ATUALIZA-CONTROLE.
           IF W-TEM-CTL = "S"
              MOVE SPACES       TO REGFORREM
              MOVE W-LOTE       TO REM-LOTE
              MOVE "T"          TO REM-TIPO
              MOVE RETD-NUMERO  TO REM-NUMERO
              MOVE RETD-CODIGO  TO REM-CODIGO
              MOVE RETD-PARCELA TO REM-PARCELA
              READ ARQFORREM
              IF ST-ERROCTL = "00"
                 MOVE W-SIT-CTL  TO REM-SITUACAO
                 MOVE FUNCTION CURRENT-DATE TO W-DATAHORA-FULL
                 MOVE W-DATAHORA-FULL (1:16) TO REM-DATAHORA-RET
                 MOVE RETD-VALOR TO REM-VALOR-RET
                 REWRITE REGFORREM
              END-IF
              IF ST-ERROCTL NOT = "00" AND "02"
                 DISPLAY "*** ERRO AO ATUALIZAR O CONTROLE - NOTA "
                         RETD-NUMERO " PARCELA " RETD-PARCELA " ***".

      *--------------------------------------------------------------
      *---[ DEVOLVE O TITULO REJEITADO PARA "A" (ABERTO) PARA ]-------
           MOVE TIT-VALOR    TO HIS-VALOR
           MOVE TIT-VALOR-IRRF TO HIS-IRRF
           MOVE TIT-VALOR-INSS TO HIS-INSS
           MOVE TIT-VALOR-MULTA TO HIS-MULTA
           MOVE TIT-VALOR-JUROS TO HIS-JUROS
           MOVE TIT-VALOR-DESC  TO HIS-DESCONTO
           MOVE TIT-VALOR-COMP  TO HIS-COMPENSADO
           MOVE RETD-BCOFAV  TO HIS-BANCO
           MOVE RETD-AGENCIA TO HIS-AGENCIA
           MOVE RETD-CONTA   TO HIS-CONTA
           MOVE W-MOT-REJ    TO DET-MOTIVO
           WRITE REL-LINHA FROM W-DET1.

      *--------------------------------------------------------------
      *---[ CHAVE DO RETORNO PROCESSADO: LOTE + TIPO R + NSA DO ]-----
      *---[ RETORNO + DATA/HORA DE GERACAO NO BANCO ]-----------------
       MONTA-CHAVE-RET.
           MOVE SPACES       TO REGFORREM
           MOVE W-LOTE       TO REM-LOTE
           MOVE "R"          TO REM-TIPO
           MOVE RETH-NSA-RET TO REM-NSA-RET
           MOVE RETH-DATA    TO REM-DATA-RET
           MOVE RETH-HORA (1:4) TO REM-HORA-RET.

      *--------------------------------------------------------------
      *---[ REGISTRA O RETORNO COMO PROCESSADO E FECHA O LOTE ]-------
       REGISTRA-RETORNO.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA-FULL
           PERFORM MONTA-CHAVE-RET
           MOVE RETH-BANCO     TO REM-BANCO
           MOVE RETH-NSA       TO REM-NSA
           MOVE W-DATAHORA-FULL (1:16) TO REM-DATAHORA
           MOVE W-CONT-LIDO    TO REM-QTD
           MOVE W-TOT-BAIXADO  TO REM-VALOR
           MOVE SPACES         TO REM-SEGMENTO
           MOVE ZEROS          TO REM-DATAPGTO REM-DATAHORA-RET
                                  REM-VALOR-RET
           MOVE "R"            TO REM-SITUACAO
           WRITE REGFORREM
           IF ST-ERROCTL NOT = "00"
              DISPLAY "*** ERRO AO REGISTRAR O RETORNO PROCESSADO ***".
           IF W-LOTE NOT = ZEROS
              MOVE SPACES TO REGFORREM
              MOVE W-LOTE TO REM-LOTE
              MOVE "H"    TO REM-TIPO
              READ ARQFORREM
              IF ST-ERROCTL = "00"
                 MOVE "R" TO REM-SITUACAO
                 MOVE W-DATAHORA-FULL (1:16) TO REM-DATAHORA-RET
                 ADD W-TOT-BAIXADO TO REM-VALOR-RET
                 REWRITE REGFORREM
              END-IF
              IF ST-ERROCTL NOT = "00" AND "02"
                 DISPLAY "*** ERRO AO ATUALIZAR O LOTE NO CONTROLE ***".

       ROT-FIM.
           PERFORM REGISTRA-RETORNO
           MOVE W-CONT-LIDO    TO ROD1-TOTAL
           MOVE W-CONT-BAIXADO TO ROD2-TOTAL
           MOVE W-CONT-REJEIT  TO ROD3-TOTAL
           MOVE W-CONT-EXCECAO TO ROD4-TOTAL
           MOVE W-TOT-BAIXADO  TO ROD5-TOTAL
           MOVE W-CONT-DIVERG  TO ROD6-TOTAL
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM W-ROD1
           WRITE REL-LINHA FROM W-ROD3
           WRITE REL-LINHA FROM W-ROD4
           WRITE REL-LINHA FROM W-ROD5
           WRITE REL-LINHA FROM W-ROD6
           CLOSE ARQFORTIT ARQFORBANC ARQFORHIS ARQRET RELRET
                 ARQFORREM
           MOVE W-CONT-LIDO TO W-CONT-EDIT
           DISPLAY "DETALHES LIDOS        : " W-CONT-EDIT
           MOVE W-CONT-BAIXADO TO W-CONT-EDIT
           DISPLAY "EXCECOES DE CRUZAMENTO: " W-CONT-EDIT
           MOVE W-TOT-BAIXADO TO W-TOT-EDIT
           DISPLAY "VALOR TOTAL BAIXADO   : " W-TOT-EDIT
           MOVE W-CONT-DIVERG TO W-CONT-EDIT
           DISPLAY "VALORES DIVERGENTES   : " W-CONT-EDIT
           DISPLAY "OCORRENCIAS GERADAS EM RELRET.LST"
           STOP RUN.

      *--------------------------------------------------------------
      *---[ RETORNO RECUSADO: NENHUM TITULO FOI BAIXADO E O ]---------
      *---[ RELRET.LST DO PROCESSAMENTO ANTERIOR E PRESERVADO ]-------
       ROT-FIM-RECUSA.
           CLOSE ARQFORTIT ARQFORBANC ARQFORHIS ARQRET ARQFORREM
           DISPLAY "*** RETORNO NAO PROCESSADO ***"
           STOP RUN.
