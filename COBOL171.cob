           03 NOVO-DET                     PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DELTA-DET                    PIC X(010) VALUE SPACES.
      *----
      * LINKAGE DO ENCADEAMENTO DO AUDLOG (COBOL259): SEQUENCIA E
      * HASH DO REGISTRO ANTERIOR EM CADA GRAVACAO
      *----
           COPY  'COPY2591'.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------
              GO TO 8000-GRAVA-AUDLOG-EXIT
           END-IF.

           MOVE 'INICIA'                 TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           OPEN EXTEND AUDLOG.

           IF ST-AUDLOG EQUAL 35
              DELIMITED BY SIZE INTO AUD-VALOR
           END-STRING.

           MOVE 'ENCADEIA'               TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           WRITE REG-AUDLOG.

           IF ST-AUDLOG NOT EQUAL 0 THEN
