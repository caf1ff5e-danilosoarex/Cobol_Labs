      * (COBOL101)
      *----
           COPY  'COPY1011'.
      *----
      * LINKAGE DO ENCADEAMENTO DO AUDLOG (COBOL259): SEQUENCIA E
      * HASH DO REGISTRO ANTERIOR EM CADA GRAVACAO
      *----
           COPY  'COPY2591'.
      *
       LINKAGE SECTION.
      *
      *----
       8000-GRAVA-AUDLOG.

           MOVE 'INICIA'                 TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           OPEN EXTEND AUDLOG.

           IF ST-AUDLOG EQUAL 35
              DELIMITED BY SIZE INTO AUD-VALOR
           END-STRING.

           MOVE 'ENCADEIA'               TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           WRITE REG-AUDLOG.

           IF ST-AUDLOG NOT EQUAL 0
