      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : RELATORIO MENSAL DO DESCONTO POR PAGAMENTO
      *            ANTECIPADO, POR FORNECEDOR. LE OS PAGAMENTOS
      *            CONFIRMADOS NO PAGTOS (GRAVADOS PELO COBOL193 COM O
      *            DESCONTO DA PROPOSTA), SELECIONA OS PAGOS NA
      *            COMPETENCIA DO CARTAO DESCPARM E TOTALIZA, POR
      *            FORNECEDOR DO FORNMST:
      *            - DESCONTO CAPTURADO: TITULO PAGO DENTRO DO PRAZO
      *              DO DESCONTO, COM O DESCONTO DEDUZIDO DO CREDITO;
      *            - DESCONTO PERDIDO: TITULO PAGO DEPOIS DO PRAZO,
      *              COM O VALOR QUE O DESCONTO TERIA RENDIDO;
      *            E O PERCENTUAL CAPTURADO SOBRE O DESCONTO OFERECIDO.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL266.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 18:00:00.
       DATE-COMPILED. 2026-10-15.
       INSTALLATION. INEFE.
       SECURITY. NORMAL.

      *---------------------
       ENVIRONMENT DIVISION.
      *---------------------
        CONFIGURATION SECTION.
         SPECIAL-NAMES.  DECIMAL-POINT IS COMMA
                         CONSOLE IS CONSOLE.
      *----
        INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT DESCPARM ASSIGN TO DESCPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DESCPARM.
      *
           SELECT FORNMST ASSIGN TO FORNMST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FORNMST.
      *
           SELECT PAGTOS ASSIGN TO PAGTOS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PAGTOS.
      *
           SELECT RELDESC ASSIGN TO RELDESC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELDESC.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   DESCPARM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CARTAO: COMPETENCIA (AAAAMM) DOS PAGAMENTOS
      *----
       01   REG-DESCPARM.
            03 DSP-COMPETENCIA             PIC 9(006).
            03 FILLER                      PIC X(074).
      *----
       FD   FORNMST
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
       01   REG-FORNMST.
            03 FOR-CODIGO                  PIC X(030).
            03 FOR-RAZAO                   PIC X(040).
            03 FILLER                      PIC X(090).
      *----
       FD   PAGTOS
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-PAGTOS.
            03 PAG-CHAVE.
               05 PAG-FORNECEDOR           PIC X(030).
               05 PAG-NUMERO-NF            PIC 9(008).
            03 PAG-VALOR                   PIC 9(007)V99.
            03 PAG-DATA-PAGTO              PIC 9(008).
            03 PAG-VALOR-DESCONTO          PIC 9(007)V99.
            03 PAG-DESC-SITUACAO           PIC X(001).
               88 PAG-DESC-CAPTURADO               VALUE 'C'.
               88 PAG-DESC-PERDIDO                 VALUE 'P'.
            03 FILLER                      PIC X(015).
      *----
       FD   RELDESC.
      *----
       01   REG-RELDESC                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-DESCPARM                     PIC 9(002) VALUE 0.
       77  ST-FORNMST                      PIC 9(002) VALUE 0.
       77  ST-PAGTOS                       PIC 9(002) VALUE 0.
       77  ST-RELDESC                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-COMPETENCIA                 PIC 9(006) VALUE 0.
       77  WSS-QTD-FORNS                   PIC 9(005) VALUE 0.
       77  WSS-REG-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-REG-COMPETENCIA             PIC 9(006) VALUE ZEROES.
       77  WSS-REG-CAPTURADOS              PIC 9(006) VALUE ZEROES.
       77  WSS-REG-PERDIDOS                PIC 9(006) VALUE ZEROES.
       77  WSS-REG-IMPRESSOS               PIC 9(006) VALUE ZEROES.
       77  WSS-TOT-CAPTURADO               PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-PERDIDO                 PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-OFERECIDO               PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-PCT-CAPTURA                 PIC 9(003)V99 VALUE 0.
       77  MASCARA-TOTAL                   PIC ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-PCT                     PIC ZZ9,99.
       77  MASCARA-QTDE                    PIC ZZZ.ZZ9.
      *----
      * COMPETENCIA DO PAGAMENTO PELA DATA DA CONFIRMACAO
      *----
       01  WSS-DATA-PAGTO                  PIC 9(008) VALUE 0.
       01  WSS-DATA-PAGTO-R REDEFINES WSS-DATA-PAGTO.
           03 WSS-COMPET-PAGTO             PIC 9(006).
           03 FILLER                       PIC 9(002).
      *----
      * FORNECEDORES DO FORNMST COM O ACUMULADO DA COMPETENCIA; O
      * FORNECEDOR DO PAGTOS FORA DO CADASTRO ENTRA SEM A RAZAO
      *----
       01  WSS-TAB-FORNS.
           05 WSS-FRN-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-FORNS
                 INDEXED BY IDX-FRN.
              10 TFR-CODIGO                PIC X(030).
              10 TFR-RAZAO                 PIC X(040).
              10 TFR-QTD-CAPTURADO         PIC 9(005).
              10 TFR-VLR-CAPTURADO         PIC 9(011)V99.
              10 TFR-QTD-PERDIDO           PIC 9(005).
              10 TFR-VLR-PERDIDO           PIC 9(011)V99.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(010) VALUE 'COBOL266'.
           03 FILLER                       PIC X(052)
              VALUE 'DESCONTO POR PAGAMENTO ANTECIPADO - FORNECEDORES'.
           03 FILLER                       PIC X(013)
              VALUE 'COMPETENCIA: '.
           03 CAB-COMPETENCIA              PIC 9(006) VALUE ZEROES.
      *----
       01  CAB02.
           03 FILLER                       PIC X(031)
              VALUE 'FORNECEDOR'.
           03 FILLER                       PIC X(031)
              VALUE 'RAZAO SOCIAL'.
           03 FILLER                       PIC X(023)
              VALUE '   QTD      CAPTURADO'.
           03 FILLER                       PIC X(023)
              VALUE '   QTD        PERDIDO'.
           03 FILLER                       PIC X(008)
              VALUE ' % CAPT'.
      *----
       01  DET01.
           03 FORN-DET                     PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 RAZAO-DET                    PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 QTD-CAPT-DET                 PIC X(007) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 VLR-CAPT-DET                 PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 QTD-PERD-DET                 PIC X(007) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 VLR-PERD-DET                 PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 PCT-DET                      PIC X(006) VALUE SPACES.
      *----
       01  LINHA-TEXTO.
           03 LT-ROTULO                    PIC X(040) VALUE SPACES.
           03 LT-VALOR                     PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(078) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL266'
           DISPLAY ' RELATORIO MENSAL DO DESCONTO POR ANTECIPACAO'.

           PERFORM 0001-CARGA-CARTAO
              THRU 0001-CARGA-CARTAO-EXIT.

           PERFORM 0002-CARGA-FORNMST
              THRU 0002-CARGA-FORNMST-EXIT.

           PERFORM 1000-ACUMULA-PAGTOS
              THRU 1000-ACUMULA-PAGTOS-EXIT.

           PERFORM 8000-IMPRIME-RELATORIO
              THRU 8000-IMPRIME-RELATORIO-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL266                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* PAGAMENTOS LIDOS     : ' WSS-REG-LIDOS.
           DISPLAY '* PAGOS NA COMPETENCIA : ' WSS-REG-COMPETENCIA.
           DISPLAY '* DESCONTOS CAPTURADOS : ' WSS-REG-CAPTURADOS.
           DISPLAY '* DESCONTOS PERDIDOS   : ' WSS-REG-PERDIDOS.
           DISPLAY '* FORNECEDORES IMPRESS.: ' WSS-REG-IMPRESSOS.
           DISPLAY '* VALOR CAPTURADO      : ' WSS-TOT-CAPTURADO.
           DISPLAY '* VALOR PERDIDO        : ' WSS-TOT-PERDIDO.
           DISPLAY '*******************************************'.

           STOP RUN.

      *----
       0001-CARGA-CARTAO.

           DISPLAY '0001-CARGA-CARTAO'.

           OPEN INPUT DESCPARM.

           IF ST-DESCPARM NOT EQUAL 0 THEN
              DISPLAY 'COBOL266 - ERRO OPEN DESCPARM FS=' ST-DESCPARM
              MOVE ST-DESCPARM           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ DESCPARM.

           IF ST-DESCPARM NOT EQUAL 0
              OR DSP-COMPETENCIA NOT NUMERIC
              OR DSP-COMPETENCIA EQUAL 0
              DISPLAY 'COBOL266 - COMPETENCIA INVALIDA NO CARTAO'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE DSP-COMPETENCIA          TO WSS-COMPETENCIA.
           MOVE DSP-COMPETENCIA          TO CAB-COMPETENCIA.

           CLOSE DESCPARM.

       0001-CARGA-CARTAO-EXIT.
           EXIT.

      *----
       0002-CARGA-FORNMST.

           DISPLAY '0002-CARGA-FORNMST'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT FORNMST.

           IF ST-FORNMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL266 - ERRO OPEN FORNMST FS=' ST-FORNMST
              MOVE ST-FORNMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0003-LER-FORNMST
              THRU 0003-LER-FORNMST-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FORNMST.

       0002-CARGA-FORNMST-EXIT.
           EXIT.

      *----
       0003-LER-FORNMST.

           READ FORNMST
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FORNMST NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL266 - ERRO READ FORNMST FS=' ST-FORNMST
              MOVE ST-FORNMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0003-LER-FORNMST-EXIT
           END-IF.

           IF WSS-QTD-FORNS NOT LESS 5000
              DISPLAY 'COBOL266 - TABELA DE FORNECEDORES CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-FORNS.
           SET IDX-FRN                   TO WSS-QTD-FORNS.
           MOVE FOR-CODIGO               TO TFR-CODIGO (IDX-FRN).
           MOVE FOR-RAZAO                TO TFR-RAZAO (IDX-FRN).
           MOVE 0                        TO TFR-QTD-CAPTURADO (IDX-FRN)
                                            TFR-VLR-CAPTURADO (IDX-FRN)
                                            TFR-QTD-PERDIDO (IDX-FRN)
                                            TFR-VLR-PERDIDO (IDX-FRN).

       0003-LER-FORNMST-EXIT.
           EXIT.

      *----
      * PASSA O PAGTOS: SO ENTRAM OS PAGAMENTOS DA COMPETENCIA COM
      * DESCONTO CAPTURADO OU PERDIDO (SEM O ARQUIVO, NAO HOUVE
      * PAGAMENTO CONFIRMADO)
      *----
       1000-ACUMULA-PAGTOS.

           DISPLAY '1000-ACUMULA-PAGTOS'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT PAGTOS.

           IF ST-PAGTOS EQUAL 35
              DISPLAY 'COBOL266 - PAGTOS AUSENTE, NADA A APURAR'
              GO TO 1000-ACUMULA-PAGTOS-EXIT
           END-IF.

           IF ST-PAGTOS NOT EQUAL 0 THEN
              DISPLAY 'COBOL266 - ERRO OPEN PAGTOS FS=' ST-PAGTOS
              MOVE ST-PAGTOS             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1001-LER-PAGTOS
              THRU 1001-LER-PAGTOS-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE PAGTOS.

           IF WSS-QTD-FORNS GREATER 1
              SORT WSS-FRN-ENTRY ASCENDING TFR-CODIGO
           END-IF.

       1000-ACUMULA-PAGTOS-EXIT.
           EXIT.

      *----
       1001-LER-PAGTOS.

           READ PAGTOS
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-PAGTOS NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL266 - ERRO READ PAGTOS FS=' ST-PAGTOS
              MOVE ST-PAGTOS             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1001-LER-PAGTOS-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-LIDOS.

           IF PAG-DATA-PAGTO NOT NUMERIC
              GO TO 1001-LER-PAGTOS-EXIT
           END-IF.

           MOVE PAG-DATA-PAGTO           TO WSS-DATA-PAGTO.

           IF WSS-COMPET-PAGTO NOT EQUAL WSS-COMPETENCIA
              GO TO 1001-LER-PAGTOS-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-COMPETENCIA.

           IF NOT PAG-DESC-CAPTURADO AND NOT PAG-DESC-PERDIDO
              OR PAG-VALOR-DESCONTO NOT NUMERIC
              GO TO 1001-LER-PAGTOS-EXIT
           END-IF.

           PERFORM 1100-ACHA-FORNECEDOR
              THRU 1100-ACHA-FORNECEDOR-EXIT.

           IF PAG-DESC-CAPTURADO
              ADD 1                      TO WSS-REG-CAPTURADOS
                                            TFR-QTD-CAPTURADO (IDX-FRN)
              ADD PAG-VALOR-DESCONTO     TO WSS-TOT-CAPTURADO
                                            TFR-VLR-CAPTURADO (IDX-FRN)
           ELSE
              ADD 1                      TO WSS-REG-PERDIDOS
                                            TFR-QTD-PERDIDO (IDX-FRN)
              ADD PAG-VALOR-DESCONTO     TO WSS-TOT-PERDIDO
                                            TFR-VLR-PERDIDO (IDX-FRN)
           END-IF.

       1001-LER-PAGTOS-EXIT.
           EXIT.

      *----
      * FORNECEDOR DO PAGAMENTO NA TABELA (FORA DO FORNMST ENTRA
      * NO FIM DA TABELA)
      *----
       1100-ACHA-FORNECEDOR.

           SET IDX-FRN                   TO 1.

           SEARCH WSS-FRN-ENTRY
               AT END
                  IF WSS-QTD-FORNS NOT LESS 5000
                     DISPLAY 'COBOL266 - TABELA DE FORNECEDORES CHEIA'
                     MOVE 16             TO RETURN-CODE
                     PERFORM ROT-ABEND
                        THRU ROT-ABEND-EXIT
                  END-IF
                  ADD 1                  TO WSS-QTD-FORNS
                  SET IDX-FRN            TO WSS-QTD-FORNS
                  MOVE PAG-FORNECEDOR    TO TFR-CODIGO (IDX-FRN)
                  MOVE 'FORNECEDOR FORA DO CADASTRO'
                                          TO TFR-RAZAO (IDX-FRN)
                  MOVE 0                 TO
                       TFR-QTD-CAPTURADO (IDX-FRN)
                       TFR-VLR-CAPTURADO (IDX-FRN)
                       TFR-QTD-PERDIDO (IDX-FRN)
                       TFR-VLR-PERDIDO (IDX-FRN)
               WHEN TFR-CODIGO (IDX-FRN) EQUAL PAG-FORNECEDOR
                  CONTINUE
           END-SEARCH.

       1100-ACHA-FORNECEDOR-EXIT.
           EXIT.

      *----
      * RELATORIO: UMA LINHA POR FORNECEDOR COM DESCONTO NA
      * COMPETENCIA E O TOTAL GERAL
      *----
       8000-IMPRIME-RELATORIO.

           DISPLAY '8000-IMPRIME-RELATORIO'.

           OPEN OUTPUT RELDESC.

           IF ST-RELDESC NOT EQUAL 0 THEN
              DISPLAY 'COBOL266 - ERRO OPEN RELDESC FS=' ST-RELDESC
              MOVE ST-RELDESC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           WRITE REG-RELDESC FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           WRITE REG-RELDESC FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

           PERFORM 8100-IMPRIME-FORNECEDOR
              THRU 8100-IMPRIME-FORNECEDOR-EXIT
              VARYING IDX-FRN FROM 1 BY 1
              UNTIL IDX-FRN > WSS-QTD-FORNS.

           MOVE SPACES                   TO DET01.
           MOVE 'TOTAL GERAL'            TO FORN-DET.
           MOVE WSS-REG-CAPTURADOS       TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO QTD-CAPT-DET.
           MOVE WSS-TOT-CAPTURADO        TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO VLR-CAPT-DET.
           MOVE WSS-REG-PERDIDOS         TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO QTD-PERD-DET.
           MOVE WSS-TOT-PERDIDO          TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO VLR-PERD-DET.

           COMPUTE WSS-TOT-OFERECIDO = WSS-TOT-CAPTURADO
                                     + WSS-TOT-PERDIDO.
           MOVE 0                        TO WSS-PCT-CAPTURA.

           IF WSS-TOT-OFERECIDO GREATER 0
              COMPUTE WSS-PCT-CAPTURA ROUNDED =
                      WSS-TOT-CAPTURADO * 100 / WSS-TOT-OFERECIDO
           END-IF.

           MOVE WSS-PCT-CAPTURA          TO MASCARA-PCT.
           MOVE MASCARA-PCT              TO PCT-DET.

           WRITE REG-RELDESC FROM DET01 AFTER ADVANCING 2
           END-WRITE.

           IF ST-RELDESC NOT EQUAL 0 THEN
              DISPLAY 'COBOL266 - ERRO WRITE RELDESC FS=' ST-RELDESC
              MOVE ST-RELDESC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE RELDESC.

       8000-IMPRIME-RELATORIO-EXIT.
           EXIT.

      *----
       8100-IMPRIME-FORNECEDOR.

           IF TFR-QTD-CAPTURADO (IDX-FRN) EQUAL 0
              AND TFR-QTD-PERDIDO (IDX-FRN) EQUAL 0
              GO TO 8100-IMPRIME-FORNECEDOR-EXIT
           END-IF.

           MOVE TFR-CODIGO (IDX-FRN)     TO FORN-DET.
           MOVE TFR-RAZAO (IDX-FRN)      TO RAZAO-DET.
           MOVE TFR-QTD-CAPTURADO (IDX-FRN) TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO QTD-CAPT-DET.
           MOVE TFR-VLR-CAPTURADO (IDX-FRN) TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO VLR-CAPT-DET.
           MOVE TFR-QTD-PERDIDO (IDX-FRN) TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO QTD-PERD-DET.
           MOVE TFR-VLR-PERDIDO (IDX-FRN) TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO VLR-PERD-DET.

           COMPUTE WSS-TOT-OFERECIDO = TFR-VLR-CAPTURADO (IDX-FRN)
                                     + TFR-VLR-PERDIDO (IDX-FRN).
           MOVE 0                        TO WSS-PCT-CAPTURA.

           IF WSS-TOT-OFERECIDO GREATER 0
              COMPUTE WSS-PCT-CAPTURA ROUNDED =
                      TFR-VLR-CAPTURADO (IDX-FRN) * 100
                      / WSS-TOT-OFERECIDO
           END-IF.

           MOVE WSS-PCT-CAPTURA          TO MASCARA-PCT.
           MOVE MASCARA-PCT              TO PCT-DET.

           WRITE REG-RELDESC FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELDESC NOT EQUAL 0 THEN
              DISPLAY 'COBOL266 - ERRO WRITE RELDESC FS=' ST-RELDESC
              MOVE ST-RELDESC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-IMPRESSOS.

       8100-IMPRIME-FORNECEDOR-EXIT.
           EXIT.

      ******************************************************************
       ROT-ABEND.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY ' ABEND PROGRAMADO '.
           DISPLAY ' ERRO ENCONTRADO : '  RETURN-CODE.
           DISPLAY ' FAVOR AVISAR O ANALISTA RESPONSAVEL'.
           DISPLAY '*******************************************'.

           MOVE RETURN-CODE TO WSS-CLASSIF-RC-ENTRADA.
           CALL 'COBOL125' USING WSS-CLASSIF-RC-LINKAGE.

           DISPLAY ' SEVERIDADE      : ' WSS-CLASSIF-RC-SEVERIDADE.
           DISPLAY ' DESCRICAO       : ' WSS-CLASSIF-RC-DESCRICAO.

           DISPLAY '***ABEND-COBOL266*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
