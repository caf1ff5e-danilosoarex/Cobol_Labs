      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : SUBPROGRAMA DE ENCADEAMENTO DO AUDLOG. TODO
      *            REGISTRO GRAVADO NO AUDLOG LEVA UMA SEQUENCIA
      *            CONTINUA E UM HASH CALCULADO SOBRE O SEU CONTEUDO,
      *            A SUA SEQUENCIA E O HASH DO REGISTRO ANTERIOR;
      *            ALTERAR, INCLUIR OU EXCLUIR UM REGISTRO NO MEIO DA
      *            TRILHA QUEBRA A CORRENTE DALI EM DIANTE, E A
      *            CONFERENCIA (COBOL260) APONTA A POSICAO. O COBOL143
      *            LEVA OS REGISTROS INTACTOS PARA O AUDHIST, ONDE A
      *            CORRENTE CONTINUA. O HASH SAO DOIS RESTOS DE 8
      *            DIGITOS (MODULOS PRIMOS 99999989 E 99999971)
      *            ACUMULADOS BYTE A BYTE E CRUZADOS ENTRE SI.
      *            LINKAGE EM COPY2591; REGISTRO EM COPY2592.
      *            O PROGRAMA QUE GRAVA CHAMA 'INICIA' ANTES DO OPEN
      *            EXTEND E 'ENCADEIA' ANTES DE CADA WRITE; O ESTADO DA
      *            CORRENTE FICA NA LINKAGE DO CHAMADOR. DURANTE O STEP
      *            O AUDLOG FICA ALOCADO SO PARA O JOB (DISP=MOD), POR
      *            ISSO A LEITURA DO 'INICIA' VALE ATE O FIM DO STEP.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL259.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 14:00:00.
       DATE-COMPILED. 2026-10-15.
       INSTALLATION. INEFE.
       SECURITY. CONFIDENTIAL.

      *---------------------
       ENVIRONMENT DIVISION.
      *---------------------
        CONFIGURATION SECTION.
         SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.
      *----
        INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT AUDLOG ASSIGN TO AUDLOG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-AUDLOG.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   AUDLOG
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-AUDLOG.
            03 FILLER                      PIC X(055).
            03 AUD-ENC-SEQ                 PIC 9(009).
            03 AUD-ENC-HASH                PIC 9(016).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-AUDLOG                       PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-POS                         PIC 9(002) COMP VALUE 0.
       77  WSS-TERMO                       PIC 9(004) COMP VALUE 0.
       77  WSS-H1                          PIC 9(018) COMP VALUE 0.
       77  WSS-H2                          PIC 9(018) COMP VALUE 0.
      *----
      * CONTEUDO COBERTO PELO HASH: AS 55 POSICOES DE DADOS DO
      * REGISTRO MAIS A SUA SEQUENCIA NA TRILHA
      *----
       01  WSS-BUFFER                      PIC X(064) VALUE SPACES.
      *----
       01  WSS-HASH-GRP.
           03 WSS-HASH-H1                  PIC 9(008).
           03 WSS-HASH-H2                  PIC 9(008).
       01  WSS-HASH-NUM REDEFINES WSS-HASH-GRP
                                           PIC 9(016).
      *
       LINKAGE SECTION.
      *
           COPY  'COPY2591'.
      *
           COPY  'COPY2592'.
      *
      ****************************************************************
       PROCEDURE DIVISION USING WSS-AUDHASH-LINKAGE REG-AUDLOG-ENC.
      ****************************************************************

           MOVE 0                  TO WSS-AH-RETURN-CODE.
           MOVE SPACES             TO WSS-AH-MENSAGEM.

           IF WSS-AH-INICIA
              PERFORM 1000-LOCALIZA-ULTIMO
                 THRU 1000-LOCALIZA-ULTIMO-EXIT
              GOBACK
           END-IF.

           IF WSS-AH-ENCADEIA
              IF WSS-AH-ULTIMO-SEQ NOT NUMERIC
                 OR WSS-AH-ULTIMO-HASH NOT NUMERIC
                 MOVE 12           TO WSS-AH-RETURN-CODE
                 MOVE 'ENCADEIA SEM INICIA NO COBOL259'
                                   TO WSS-AH-MENSAGEM
                 DISPLAY 'COBOL259 - ' WSS-AH-MENSAGEM
                 MOVE SPACES       TO AUE-ENCADEAMENTO
                 GOBACK
              END-IF
              ADD 1                TO WSS-AH-ULTIMO-SEQ
              MOVE WSS-AH-ULTIMO-SEQ TO AUE-ENC-SEQ
              PERFORM 9000-CALCULA-HASH
                 THRU 9000-CALCULA-HASH-EXIT
              MOVE WSS-AH-HASH-CALC TO AUE-ENC-HASH
                                       WSS-AH-ULTIMO-HASH
              GOBACK
           END-IF.

           IF WSS-AH-CALCULA
              PERFORM 9000-CALCULA-HASH
                 THRU 9000-CALCULA-HASH-EXIT
              GOBACK
           END-IF.

           MOVE 12                 TO WSS-AH-RETURN-CODE.
           MOVE 'FUNCAO INVALIDA PARA COBOL259'
                                   TO WSS-AH-MENSAGEM.
           DISPLAY 'COBOL259 - ' WSS-AH-MENSAGEM.

           GOBACK.

      *----
      * ULTIMO REGISTRO ENCADEADO DO AUDLOG. SEM AUDLOG, OU SO COM
      * REGISTROS ANTERIORES AO ENCADEAMENTO, A CORRENTE COMECA DO
      * ZERO. COM ERRO NA LEITURA A POSICAO FICA EM BRANCO E OS
      * 'ENCADEIA' DO STEP GRAVAM SEM ENCADEAMENTO
      *----
       1000-LOCALIZA-ULTIMO.

           MOVE 0                        TO WSS-AH-ULTIMO-SEQ
                                            WSS-AH-ULTIMO-HASH.
           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT AUDLOG.

           IF ST-AUDLOG EQUAL 35
              GO TO 1000-LOCALIZA-ULTIMO-EXIT
           END-IF.

           IF ST-AUDLOG NOT EQUAL 0
              DISPLAY 'COBOL259 - ERRO OPEN AUDLOG FS=' ST-AUDLOG
              MOVE ST-AUDLOG       TO WSS-AH-RETURN-CODE
              MOVE 'ERRO NA ABERTURA DO AUDLOG'
                                   TO WSS-AH-MENSAGEM
              MOVE SPACES          TO WSS-AH-ULTIMO
              GO TO 1000-LOCALIZA-ULTIMO-EXIT
           END-IF.

           PERFORM 1100-LER-AUDLOG
              THRU 1100-LER-AUDLOG-EXIT
              UNTIL WSS-EOF EQUAL 'Y'.

           CLOSE AUDLOG.

           IF WSS-AH-RETURN-CODE NOT EQUAL 0
              MOVE SPACES          TO WSS-AH-ULTIMO
           END-IF.

       1000-LOCALIZA-ULTIMO-EXIT.
           EXIT.

      *----
       1100-LER-AUDLOG.

           READ AUDLOG
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF WSS-EOF EQUAL 'Y'
              GO TO 1100-LER-AUDLOG-EXIT
           END-IF.

           IF ST-AUDLOG NOT EQUAL 0
              DISPLAY 'COBOL259 - ERRO READ AUDLOG FS=' ST-AUDLOG
              MOVE ST-AUDLOG       TO WSS-AH-RETURN-CODE
              MOVE 'ERRO NA LEITURA DO AUDLOG'
                                   TO WSS-AH-MENSAGEM
              MOVE 'Y'                   TO WSS-EOF
              GO TO 1100-LER-AUDLOG-EXIT
           END-IF.

           IF AUD-ENC-SEQ NUMERIC AND AUD-ENC-HASH NUMERIC
              MOVE AUD-ENC-SEQ           TO WSS-AH-ULTIMO-SEQ
              MOVE AUD-ENC-HASH          TO WSS-AH-ULTIMO-HASH
           END-IF.

       1100-LER-AUDLOG-EXIT.
           EXIT.

      *----
      * HASH DO REGISTRO: PARTE DO HASH ANTERIOR E ACUMULA OS 64
      * BYTES (CONTEUDO + SEQUENCIA) NOS DOIS RESTOS, CADA UM
      * MULTIPLICANDO O BYTE PELO OUTRO
      *----
       9000-CALCULA-HASH.

           MOVE WSS-AH-ULTIMO-HASH       TO WSS-HASH-NUM.
           MOVE WSS-HASH-H1              TO WSS-H1.
           MOVE WSS-HASH-H2              TO WSS-H2.

           MOVE AUE-CONTEUDO             TO WSS-BUFFER (1:55).
           MOVE AUE-ENC-SEQ              TO WSS-BUFFER (56:9).

           PERFORM 9100-ACUMULA-BYTE
              THRU 9100-ACUMULA-BYTE-EXIT
              VARYING WSS-POS FROM 1 BY 1
              UNTIL WSS-POS GREATER 64.

           MOVE WSS-H1                   TO WSS-HASH-H1.
           MOVE WSS-H2                   TO WSS-HASH-H2.
           MOVE WSS-HASH-NUM             TO WSS-AH-HASH-CALC.

       9000-CALCULA-HASH-EXIT.
           EXIT.

      *----
       9100-ACUMULA-BYTE.

           COMPUTE WSS-TERMO =
                   FUNCTION ORD (WSS-BUFFER (WSS-POS:1)) + WSS-POS.

           COMPUTE WSS-H1 =
                   FUNCTION MOD (WSS-H1 * 257
                               + WSS-TERMO * (WSS-H2 + 131), 99999989).

           COMPUTE WSS-H2 =
                   FUNCTION MOD (WSS-H2 * 263
                               + WSS-TERMO * (WSS-H1 + 137), 99999971).

       9100-ACUMULA-BYTE-EXIT.
           EXIT.

       END PROGRAM COBOL259.
      ********************** FIM PROGRAMA   ****************************
