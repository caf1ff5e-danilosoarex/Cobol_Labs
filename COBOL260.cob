      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : CONFERENCIA DO ENCADEAMENTO DA TRILHA DE AUDITORIA.
      *            LE O AUDHIST (SE HOUVER) E DEPOIS O AUDLOG COMO UMA
      *            SO CORRENTE E RECALCULA O HASH DE CADA REGISTRO
      *            PELO COBOL259, SOBRE O HASH GRAVADO NO ANTERIOR.
      *            O RELATORIO RELAUDCH APONTA O ARQUIVO, O NUMERO DO
      *            REGISTRO NO ARQUIVO E A SEQUENCIA DE CADA QUEBRA:
      *            - HASH QUE NAO CONFERE (REGISTRO ALTERADO, OU O
      *              ANTERIOR ALTERADO COM O HASH REFEITO);
      *            - LACUNA NA SEQUENCIA (REGISTROS EXCLUIDOS);
      *            - SEQUENCIA FORA DE ORDEM OU DUPLICADA (REGISTRO
      *              MOVIDO OU INCLUIDO);
      *            - REGISTRO SEM ENCADEAMENTO DEPOIS DO INICIO DA
      *              CORRENTE (INCLUIDO POR FORA DO COBOL259).
      *            REGISTROS ANTERIORES AO ENCADEAMENTO SO SAO
      *            CONTADOS. DEPOIS DE CADA QUEBRA A CONFERENCIA
      *            RETOMA PELO HASH GRAVADO, PARA APONTAR CADA QUEBRA
      *            NO SEU LUGAR. A ANCORA DA CONFERENCIA ANTERIOR
      *            (AUDANCOR, COPY2601) TEM DE CONTINUAR NA TRILHA COM O
      *            MESMO HASH, SENAO HOUVE CORTE NO FIM DA TRILHA; A
      *            NOVA ANCORA (AUDANCNV) SO AVANCA COM A TRILHA
      *            INTEGRA. RETORNO 8 COM QUEBRA; 4 QUANDO A CORRENTE
      *            NAO COMECA NA SEQUENCIA 1 (INICIO DA TRILHA FORA).
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL260.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 16:00:00.
       DATE-COMPILED. 2026-10-15.
       INSTALLATION. INEFE.
       SECURITY. CONFIDENTIAL.

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
           SELECT AUDHIST ASSIGN TO AUDHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-AUDHIST.
      *
           SELECT AUDLOG ASSIGN TO AUDLOG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-AUDLOG.
      *
           SELECT AUDANCOR ASSIGN TO AUDANCOR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-AUDANCOR.
      *
           SELECT AUDANCNV ASSIGN TO AUDANCNV
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-AUDANCNV.
      *
           SELECT RELAUDCH ASSIGN TO RELAUDCH
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELAUDCH.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   AUDHIST
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-AUDHIST                    PIC X(080).
      *----
       FD   AUDLOG
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-AUDLOG                     PIC X(080).
      *----
       FD   AUDANCOR
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2601'.
      *----
       FD   AUDANCNV
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-AUDANCNV                   PIC X(080).
      *----
       FD   RELAUDCH
            RECORDING MODE IS F
            RECORD CONTAINS 132 CHARACTERS.
      *----
       01   REG-RELAUDCH                   PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-AUDHIST                      PIC 9(002) VALUE 0.
       77  ST-AUDLOG                       PIC 9(002) VALUE 0.
       77  ST-AUDANCOR                     PIC 9(002) VALUE 0.
       77  ST-AUDANCNV                     PIC 9(002) VALUE 0.
       77  ST-RELAUDCH                     PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-CORRENTE-INICIADA           PIC X(001) VALUE 'N'.
       77  WSS-AVISO-INICIO                PIC X(001) VALUE 'N'.
       77  WSS-TEM-ANCORA                  PIC X(001) VALUE 'N'.
       77  WSS-ANCORA-ACHADA               PIC X(001) VALUE 'N'.
       77  WSS-ARQUIVO                     PIC X(008) VALUE SPACES.
       77  WSS-REG-FISICO                  PIC 9(009) VALUE ZEROES.
       77  WSS-LIDOS-HIST                  PIC 9(009) VALUE ZEROES.
       77  WSS-LIDOS-LOG                   PIC 9(009) VALUE ZEROES.
       77  WSS-LEGADOS                     PIC 9(009) VALUE ZEROES.
       77  WSS-ENCADEADOS                  PIC 9(009) VALUE ZEROES.
       77  WSS-QUEBRAS                     PIC 9(006) VALUE ZEROES.
       77  WSS-SEQ-INICIAL                 PIC 9(009) VALUE ZEROES.
       77  WSS-SEQ-ESPERADA                PIC 9(009) VALUE ZEROES.
       77  WSS-ULT-SEQ                     PIC 9(009) VALUE ZEROES.
       77  WSS-ULT-HASH                    PIC 9(016) VALUE ZEROES.
       77  WSS-ULT-ARQUIVO                 PIC X(008) VALUE SPACES.
       77  WSS-OCORRENCIA                  PIC X(050) VALUE SPACES.
       77  MASCARA-QTD                     PIC ZZZ.ZZZ.ZZ9.
      *----
       01  DATA-HORA.
           03 DH-DATA                      PIC 9(008).
           03 DH-HORA                      PIC 9(006).
           03 FILLER                       PIC X(007).
       01  DATA-HORA-R REDEFINES DATA-HORA.
           03 DH-DATA-HORA                 PIC X(014).
           03 FILLER                       PIC X(007).
      *----
      * ANCORA DA CONFERENCIA ANTERIOR
      *----
       01  WSS-ANCORA-ANT.
           03 ANT-DATA-HORA                PIC X(014) VALUE SPACES.
           03 ANT-ARQUIVO                  PIC X(008) VALUE SPACES.
           03 ANT-ENC-SEQ                  PIC 9(009) VALUE ZEROES.
           03 ANT-ENC-HASH                 PIC 9(016) VALUE ZEROES.
      *----
      * REGISTRO DA TRILHA EM CONFERENCIA (AUDHIST OU AUDLOG)
      *----
           COPY  'COPY2592'.
      *----
      * LINKAGE DO ENCADEAMENTO DO AUDLOG (COBOL259), FUNCAO CALCULA
      *----
           COPY  'COPY2591'.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  MSG-LACUNA.
           03 FILLER                       PIC X(026)
              VALUE 'LACUNA: FALTAM SEQUENCIAS '.
           03 MSG-LAC-DE                   PIC 9(009).
           03 FILLER                       PIC X(003) VALUE ' A '.
           03 MSG-LAC-ATE                  PIC 9(009).
      *----
       01  MSG-ANCORA.
           03 FILLER                       PIC X(018)
              VALUE 'ANCORA: SEQUENCIA '.
           03 MSG-ANC-SEQ                  PIC 9(009).
           03 FILLER                       PIC X(023)
              VALUE ' FORA DA TRILHA'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL260'.
           03 FILLER                       PIC X(050)
              VALUE 'CONFERENCIA DO ENCADEAMENTO DO AUDLOG'.
           03 FILLER                       PIC X(010)
              VALUE '    DATA: '.
           03 CAB-DATA                     PIC 9999/99/99.
      *----
       01  CAB02.
           03 FILLER                       PIC X(010) VALUE 'ARQUIVO'.
           03 FILLER                       PIC X(013)
              VALUE '     REGISTRO'.
           03 FILLER                       PIC X(013)
              VALUE '    SEQUENCIA'.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 FILLER                       PIC X(010) VALUE 'JOBNAME'.
           03 FILLER                       PIC X(016) VALUE 'DATA/HORA'.
           03 FILLER                       PIC X(012) VALUE 'TIPO'.
           03 FILLER                       PIC X(010)
              VALUE 'OCORRENCIA'.
      *----
       01  DET01.
           03 ARQUIVO-DET                  PIC X(008) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 REGISTRO-DET                 PIC ZZZ.ZZZ.ZZ9
                                           BLANK WHEN ZERO.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 SEQ-DET                      PIC ZZZ.ZZZ.ZZ9
                                           BLANK WHEN ZERO.
           03 FILLER                       PIC X(004) VALUE SPACES.
           03 JOBNAME-DET                  PIC X(008) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DATA-HORA-DET                PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 TIPO-DET                     PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 OCORRENCIA-DET               PIC X(050) VALUE SPACES.
      *----
       01  LINHA-TEXTO.
           03 LT-ROTULO                    PIC X(040) VALUE SPACES.
           03 LT-VALOR                     PIC X(060) VALUE SPACES.
           03 FILLER                       PIC X(032) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL260'
           DISPLAY ' CONFERENCIA DO ENCADEAMENTO DO AUDLOG'.

           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.
           MOVE DH-DATA                  TO CAB-DATA.

           OPEN OUTPUT RELAUDCH.

           IF ST-RELAUDCH NOT EQUAL 0 THEN
              DISPLAY 'COBOL260 - ERRO OPEN RELAUDCH FS=' ST-RELAUDCH
              MOVE ST-RELAUDCH           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           WRITE REG-RELAUDCH FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           WRITE REG-RELAUDCH FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

           PERFORM 0001-CARGA-ANCORA
              THRU 0001-CARGA-ANCORA-EXIT.

           PERFORM 1000-CONFERE-AUDHIST
              THRU 1000-CONFERE-AUDHIST-EXIT.

           PERFORM 2000-CONFERE-AUDLOG
              THRU 2000-CONFERE-AUDLOG-EXIT.

           PERFORM 4000-CONFERE-ANCORA
              THRU 4000-CONFERE-ANCORA-EXIT.

           IF WSS-QUEBRAS EQUAL 0
              MOVE SPACES                TO LINHA-TEXTO
              MOVE '  NENHUMA QUEBRA NA CORRENTE' TO LT-ROTULO
              WRITE REG-RELAUDCH FROM LINHA-TEXTO AFTER ADVANCING 1
              END-WRITE
           END-IF.

           PERFORM 5000-GRAVA-ANCORA
              THRU 5000-GRAVA-ANCORA-EXIT.

           PERFORM 8000-IMPRIME-RESUMO
              THRU 8000-IMPRIME-RESUMO-EXIT.

           CLOSE RELAUDCH.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL260                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* REGISTROS DO AUDHIST    : ' WSS-LIDOS-HIST.
           DISPLAY '* REGISTROS DO AUDLOG     : ' WSS-LIDOS-LOG.
           DISPLAY '* ANTERIORES AO ENCADEAM. : ' WSS-LEGADOS.
           DISPLAY '* REGISTROS ENCADEADOS    : ' WSS-ENCADEADOS.
           DISPLAY '* SEQUENCIA INICIAL       : ' WSS-SEQ-INICIAL.
           DISPLAY '* ULTIMA SEQUENCIA        : ' WSS-ULT-SEQ.
           DISPLAY '* QUEBRAS NA CORRENTE     : ' WSS-QUEBRAS.
           DISPLAY '*******************************************'.

           IF WSS-QUEBRAS GREATER 0
              DISPLAY '***COBOL260*** TRILHA DE AUDITORIA COM '
                      WSS-QUEBRAS ' QUEBRA(S)' UPON CONSOLE
              MOVE 8                     TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WSS-AVISO-INICIO EQUAL 'Y'
              MOVE 4                     TO RETURN-CODE
           ELSE
              MOVE 0                     TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----
      * ANCORA DA CONFERENCIA ANTERIOR; SEM ELA (PRIMEIRA CONFERENCIA)
      * NAO HA COMO VER CORTE NO FIM DA TRILHA
      *----
       0001-CARGA-ANCORA.

           DISPLAY '0001-CARGA-ANCORA'.

           OPEN INPUT AUDANCOR.

           IF ST-AUDANCOR EQUAL 35
              DISPLAY ' SEM ANCORA ANTERIOR'
              GO TO 0001-CARGA-ANCORA-EXIT
           END-IF.

           IF ST-AUDANCOR NOT EQUAL 0 THEN
              DISPLAY 'COBOL260 - ERRO OPEN AUDANCOR FS=' ST-AUDANCOR
              MOVE ST-AUDANCOR           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ AUDANCOR
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-AUDANCOR NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL260 - ERRO READ AUDANCOR FS=' ST-AUDANCOR
              MOVE ST-AUDANCOR           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF NOT EQUAL 'Y'
              AND ANC-ENC-SEQ NUMERIC AND ANC-ENC-HASH NUMERIC
              AND ANC-ENC-SEQ GREATER 0
              MOVE 'Y'                   TO WSS-TEM-ANCORA
              MOVE ANC-DATA-HORA         TO ANT-DATA-HORA
              MOVE ANC-ARQUIVO           TO ANT-ARQUIVO
              MOVE ANC-ENC-SEQ           TO ANT-ENC-SEQ
              MOVE ANC-ENC-HASH          TO ANT-ENC-HASH
           END-IF.

           CLOSE AUDANCOR.

           MOVE 'N'                      TO WSS-EOF.

           DISPLAY ' ANCORA ANTERIOR     : ' ANT-ENC-SEQ
                   ' ' ANT-DATA-HORA.

       0001-CARGA-ANCORA-EXIT.
           EXIT.

      *----
      * O HISTORICO E O INICIO DA TRILHA; SEM ELE A CORRENTE COMECA
      * NO AUDLOG
      *----
       1000-CONFERE-AUDHIST.

           DISPLAY '1000-CONFERE-AUDHIST'.

           MOVE 'AUDHIST'                TO WSS-ARQUIVO.
           MOVE 0                        TO WSS-REG-FISICO.
           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT AUDHIST.

           IF ST-AUDHIST EQUAL 35
              DISPLAY ' SEM AUDHIST'
              GO TO 1000-CONFERE-AUDHIST-EXIT
           END-IF.

           IF ST-AUDHIST NOT EQUAL 0 THEN
              DISPLAY 'COBOL260 - ERRO OPEN AUDHIST FS=' ST-AUDHIST
              MOVE ST-AUDHIST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1100-LER-AUDHIST
              THRU 1100-LER-AUDHIST-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE AUDHIST.

           MOVE WSS-REG-FISICO           TO WSS-LIDOS-HIST.

       1000-CONFERE-AUDHIST-EXIT.
           EXIT.

      *----
       1100-LER-AUDHIST.

           READ AUDHIST INTO REG-AUDLOG-ENC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-AUDHIST NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL260 - ERRO READ AUDHIST FS=' ST-AUDHIST
              MOVE ST-AUDHIST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1100-LER-AUDHIST-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-FISICO.

           PERFORM 3000-CONFERE-REGISTRO
              THRU 3000-CONFERE-REGISTRO-EXIT.

       1100-LER-AUDHIST-EXIT.
           EXIT.

      *----
       2000-CONFERE-AUDLOG.

           DISPLAY '2000-CONFERE-AUDLOG'.

           MOVE 'AUDLOG'                 TO WSS-ARQUIVO.
           MOVE 0                        TO WSS-REG-FISICO.
           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT AUDLOG.

           IF ST-AUDLOG NOT EQUAL 0 THEN
              DISPLAY 'COBOL260 - ERRO OPEN AUDLOG FS=' ST-AUDLOG
              MOVE ST-AUDLOG             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 2100-LER-AUDLOG
              THRU 2100-LER-AUDLOG-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE AUDLOG.

           MOVE WSS-REG-FISICO           TO WSS-LIDOS-LOG.

       2000-CONFERE-AUDLOG-EXIT.
           EXIT.

      *----
       2100-LER-AUDLOG.

           READ AUDLOG INTO REG-AUDLOG-ENC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-AUDLOG NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL260 - ERRO READ AUDLOG FS=' ST-AUDLOG
              MOVE ST-AUDLOG             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 2100-LER-AUDLOG-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-FISICO.

           PERFORM 3000-CONFERE-REGISTRO
              THRU 3000-CONFERE-REGISTRO-EXIT.

       2100-LER-AUDLOG-EXIT.
           EXIT.

      *----
      * CONFERE UM REGISTRO CONTRA O ANTERIOR DA CORRENTE. A
      * SEQUENCIA TEM DE SER A SEGUINTE E O HASH RECALCULADO SOBRE O
      * HASH ANTERIOR TEM DE BATER COM O GRAVADO. DEPOIS DE LACUNA OU
      * DE HASH QUE NAO CONFERE A CORRENTE SEGUE DO HASH GRAVADO;
      * SEQUENCIA REPETIDA OU PARA TRAS NAO MEXE NA POSICAO
      *----
       3000-CONFERE-REGISTRO.

           IF AUE-ENC-SEQ NOT NUMERIC OR AUE-ENC-HASH NOT NUMERIC
              IF WSS-CORRENTE-INICIADA EQUAL 'N'
                 ADD 1                   TO WSS-LEGADOS
              ELSE
                 MOVE 'REGISTRO SEM ENCADEAMENTO NO MEIO DA CORRENTE'
                                         TO WSS-OCORRENCIA
                 PERFORM 3900-IMPRIME-QUEBRA
                    THRU 3900-IMPRIME-QUEBRA-EXIT
              END-IF
              GO TO 3000-CONFERE-REGISTRO-EXIT
           END-IF.

           ADD 1                         TO WSS-ENCADEADOS.

           IF WSS-TEM-ANCORA EQUAL 'Y'
              AND WSS-ANCORA-ACHADA EQUAL 'N'
              AND AUE-ENC-SEQ EQUAL ANT-ENC-SEQ
              MOVE 'Y'                   TO WSS-ANCORA-ACHADA
              IF AUE-ENC-HASH NOT EQUAL ANT-ENC-HASH
                 MOVE 'HASH DIFERENTE DO GUARDADO NA ANCORA ANTERIOR'
                                         TO WSS-OCORRENCIA
                 PERFORM 3900-IMPRIME-QUEBRA
                    THRU 3900-IMPRIME-QUEBRA-EXIT
              END-IF
           END-IF.

           IF WSS-CORRENTE-INICIADA EQUAL 'N'
              MOVE 'Y'                   TO WSS-CORRENTE-INICIADA
              MOVE AUE-ENC-SEQ           TO WSS-SEQ-INICIAL
              IF AUE-ENC-SEQ NOT EQUAL 1
                 MOVE 'Y'                TO WSS-AVISO-INICIO
                 DISPLAY 'COBOL260 - AVISO: CORRENTE COMECA NA '
                         'SEQUENCIA ' AUE-ENC-SEQ ' NO ' WSS-ARQUIVO
                 PERFORM 3800-GUARDA-POSICAO
                    THRU 3800-GUARDA-POSICAO-EXIT
                 GO TO 3000-CONFERE-REGISTRO-EXIT
              END-IF
           END-IF.

           COMPUTE WSS-SEQ-ESPERADA = WSS-ULT-SEQ + 1.

           IF AUE-ENC-SEQ LESS WSS-SEQ-ESPERADA
              MOVE 'SEQUENCIA FORA DE ORDEM OU DUPLICADA'
                                         TO WSS-OCORRENCIA
              PERFORM 3900-IMPRIME-QUEBRA
                 THRU 3900-IMPRIME-QUEBRA-EXIT
              GO TO 3000-CONFERE-REGISTRO-EXIT
           END-IF.

           IF AUE-ENC-SEQ GREATER WSS-SEQ-ESPERADA
              MOVE WSS-SEQ-ESPERADA      TO MSG-LAC-DE
              COMPUTE MSG-LAC-ATE = AUE-ENC-SEQ - 1
              MOVE MSG-LACUNA            TO WSS-OCORRENCIA
              PERFORM 3900-IMPRIME-QUEBRA
                 THRU 3900-IMPRIME-QUEBRA-EXIT
              PERFORM 3800-GUARDA-POSICAO
                 THRU 3800-GUARDA-POSICAO-EXIT
              GO TO 3000-CONFERE-REGISTRO-EXIT
           END-IF.

           MOVE 'CALCULA'                TO WSS-AH-FUNCAO.
           MOVE WSS-ULT-HASH             TO WSS-AH-ULTIMO-HASH.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG-ENC.

           IF WSS-AH-RETURN-CODE NOT EQUAL 0
              DISPLAY 'COBOL260 - ' WSS-AH-MENSAGEM
              MOVE WSS-AH-RETURN-CODE TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-AH-HASH-CALC NOT EQUAL AUE-ENC-HASH
              MOVE 'HASH NAO CONFERE: REGISTRO OU O ANTERIOR ALTERADO'
                                         TO WSS-OCORRENCIA
              PERFORM 3900-IMPRIME-QUEBRA
                 THRU 3900-IMPRIME-QUEBRA-EXIT
           END-IF.

           PERFORM 3800-GUARDA-POSICAO
              THRU 3800-GUARDA-POSICAO-EXIT.

       3000-CONFERE-REGISTRO-EXIT.
           EXIT.

      *----
       3800-GUARDA-POSICAO.

           MOVE AUE-ENC-SEQ              TO WSS-ULT-SEQ.
           MOVE AUE-ENC-HASH             TO WSS-ULT-HASH.
           MOVE WSS-ARQUIVO              TO WSS-ULT-ARQUIVO.

       3800-GUARDA-POSICAO-EXIT.
           EXIT.

      *----
       3900-IMPRIME-QUEBRA.

           ADD 1                         TO WSS-QUEBRAS.

           MOVE WSS-ARQUIVO              TO ARQUIVO-DET.
           MOVE WSS-REG-FISICO           TO REGISTRO-DET.
           IF AUE-ENC-SEQ NUMERIC
              MOVE AUE-ENC-SEQ           TO SEQ-DET
           ELSE
              MOVE 0                     TO SEQ-DET
           END-IF.
           MOVE AUE-JOBNAME              TO JOBNAME-DET.
           MOVE AUE-DATA-HORA            TO DATA-HORA-DET.
           MOVE AUE-TIPO                 TO TIPO-DET.
           MOVE WSS-OCORRENCIA           TO OCORRENCIA-DET.

           WRITE REG-RELAUDCH FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           DISPLAY 'COBOL260 - QUEBRA ' WSS-ARQUIVO ' REG '
                   WSS-REG-FISICO ': ' WSS-OCORRENCIA.

       3900-IMPRIME-QUEBRA-EXIT.
           EXIT.

      *----
      * O REGISTRO DA ANCORA ANTERIOR TEM DE TER PASSADO NA
      * CONFERENCIA; SE NAO PASSOU, A TRILHA FOI CORTADA OU O
      * REGISTRO SUMIU
      *----
       4000-CONFERE-ANCORA.

           DISPLAY '4000-CONFERE-ANCORA'.

           IF WSS-TEM-ANCORA NOT EQUAL 'Y'
              OR WSS-ANCORA-ACHADA EQUAL 'Y'
              GO TO 4000-CONFERE-ANCORA-EXIT
           END-IF.

           MOVE ANT-ENC-SEQ              TO MSG-ANC-SEQ.
           MOVE MSG-ANCORA               TO WSS-OCORRENCIA.

           IF WSS-ULT-SEQ LESS ANT-ENC-SEQ
              MOVE ' FORA DA TRILHA (CORTE)' TO WSS-OCORRENCIA (28:23)
           END-IF.

           MOVE SPACES                   TO REG-AUDLOG-ENC.
           MOVE ANT-ARQUIVO              TO WSS-ARQUIVO.
           MOVE 0                        TO WSS-REG-FISICO.
           MOVE ANT-ENC-SEQ              TO AUE-ENC-SEQ.

           PERFORM 3900-IMPRIME-QUEBRA
              THRU 3900-IMPRIME-QUEBRA-EXIT.

       4000-CONFERE-ANCORA-EXIT.
           EXIT.

      *----
      * NOVA ANCORA: O ULTIMO REGISTRO DA TRILHA QUANDO ELA ESTA
      * INTEGRA; COM QUEBRA FICA A ANCORA ANTERIOR, PARA A PROXIMA
      * CONFERENCIA CONTINUAR COBRANDO O MESMO PONTO
      *----
       5000-GRAVA-ANCORA.

           DISPLAY '5000-GRAVA-ANCORA'.

           OPEN OUTPUT AUDANCNV.

           IF ST-AUDANCNV NOT EQUAL 0 THEN
              DISPLAY 'COBOL260 - ERRO OPEN AUDANCNV FS=' ST-AUDANCNV
              MOVE ST-AUDANCNV           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SPACES                   TO REG-ANCORA.

           IF WSS-QUEBRAS EQUAL 0 AND WSS-CORRENTE-INICIADA EQUAL 'Y'
              MOVE DH-DATA-HORA          TO ANC-DATA-HORA
              MOVE WSS-ULT-ARQUIVO       TO ANC-ARQUIVO
              MOVE WSS-ULT-SEQ           TO ANC-ENC-SEQ
              MOVE WSS-ULT-HASH          TO ANC-ENC-HASH
           ELSE
              IF WSS-TEM-ANCORA EQUAL 'Y'
                 MOVE ANT-DATA-HORA      TO ANC-DATA-HORA
                 MOVE ANT-ARQUIVO        TO ANC-ARQUIVO
                 MOVE ANT-ENC-SEQ        TO ANC-ENC-SEQ
                 MOVE ANT-ENC-HASH       TO ANC-ENC-HASH
              ELSE
                 CLOSE AUDANCNV
                 GO TO 5000-GRAVA-ANCORA-EXIT
              END-IF
           END-IF.

           WRITE REG-AUDANCNV FROM REG-ANCORA.

           IF ST-AUDANCNV NOT EQUAL 0 THEN
              DISPLAY 'COBOL260 - ERRO WRITE AUDANCNV FS=' ST-AUDANCNV
              MOVE ST-AUDANCNV           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE AUDANCNV.

       5000-GRAVA-ANCORA-EXIT.
           EXIT.

      *----
       8000-IMPRIME-RESUMO.

           MOVE SPACES                   TO LINHA-TEXTO.
           MOVE 'REGISTROS DO AUDHIST'   TO LT-ROTULO.
           MOVE WSS-LIDOS-HIST           TO MASCARA-QTD.
           MOVE MASCARA-QTD              TO LT-VALOR.
           WRITE REG-RELAUDCH FROM LINHA-TEXTO AFTER ADVANCING 3
           END-WRITE.

           MOVE SPACES                   TO LINHA-TEXTO.
           MOVE 'REGISTROS DO AUDLOG'    TO LT-ROTULO.
           MOVE WSS-LIDOS-LOG            TO MASCARA-QTD.
           MOVE MASCARA-QTD              TO LT-VALOR.
           WRITE REG-RELAUDCH FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           MOVE SPACES                   TO LINHA-TEXTO.
           MOVE 'ANTERIORES AO ENCADEAMENTO' TO LT-ROTULO.
           MOVE WSS-LEGADOS              TO MASCARA-QTD.
           MOVE MASCARA-QTD              TO LT-VALOR.
           WRITE REG-RELAUDCH FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           MOVE SPACES                   TO LINHA-TEXTO.
           MOVE 'REGISTROS ENCADEADOS'   TO LT-ROTULO.
           MOVE WSS-ENCADEADOS           TO MASCARA-QTD.
           MOVE MASCARA-QTD              TO LT-VALOR.
           WRITE REG-RELAUDCH FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           MOVE SPACES                   TO LINHA-TEXTO.
           MOVE 'SEQUENCIA INICIAL DA CORRENTE' TO LT-ROTULO.
           MOVE WSS-SEQ-INICIAL          TO LT-VALOR.
           IF WSS-AVISO-INICIO EQUAL 'Y'
              MOVE 'INICIO DA TRILHA FORA DA CONFERENCIA'
                                         TO LT-VALOR (12:)
           END-IF.
           WRITE REG-RELAUDCH FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           MOVE SPACES                   TO LINHA-TEXTO.
           MOVE 'ULTIMA SEQUENCIA / HASH' TO LT-ROTULO.
           MOVE WSS-ULT-SEQ              TO LT-VALOR.
           MOVE WSS-ULT-HASH             TO LT-VALOR (12:16).
           WRITE REG-RELAUDCH FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           MOVE SPACES                   TO LINHA-TEXTO.
           MOVE 'ANCORA ANTERIOR'        TO LT-ROTULO.
           IF WSS-TEM-ANCORA EQUAL 'Y'
              MOVE ANT-ENC-SEQ           TO LT-VALOR
              MOVE ANT-DATA-HORA         TO LT-VALOR (12:14)
           ELSE
              MOVE 'NENHUMA'             TO LT-VALOR
           END-IF.
           WRITE REG-RELAUDCH FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           MOVE SPACES                   TO LINHA-TEXTO.
           MOVE 'QUEBRAS NA CORRENTE'    TO LT-ROTULO.
           MOVE WSS-QUEBRAS              TO MASCARA-QTD.
           MOVE MASCARA-QTD              TO LT-VALOR.
           WRITE REG-RELAUDCH FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

       8000-IMPRIME-RESUMO-EXIT.
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

           DISPLAY '***ABEND-COBOL260*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
