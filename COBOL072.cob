      * 09/08/2026 VRB - GRAVA OS VALORES DO PARAM-LINK E DE CADA SYSIN
      *                  ACEITO EM ARQUIVO DE AUDITORIA PERMANENTE
      *                  (AUDLOG), IDENTIFICADO POR JOBNAME E DATA/HORA.
      * 15/10/2026 VRB - ENCADEAMENTO DO AUDLOG (COBOL259): SEQUENCIA
      *                  E HASH DO REGISTRO ANTERIOR EM CADA GRAVACAO
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
          05  WSS-DHA-MINUTO       PIC X(002).
          05  WSS-DHA-SEGUNDO      PIC X(002).
          05  FILLER               PIC X(010).
      *----
      * LINKAGE DO ENCADEAMENTO DO AUDLOG (COBOL259): SEQUENCIA E
      * HASH DO REGISTRO ANTERIOR EM CADA GRAVACAO
      *----
           COPY  'COPY2591'.
      *
       LINKAGE SECTION.
      *
      ******************************************************************
       ROT-ABRE-AUDLOG.

           MOVE 'INICIA'                 TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           OPEN EXTEND AUDLOG.

           IF ST-AUDLOG EQUAL 35
      ******************************************************************
       ROT-ESCREVE-AUDLOG.

           MOVE 'ENCADEIA'               TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           WRITE REG-AUDLOG.

           IF ST-AUDLOG NOT EQUAL 0
