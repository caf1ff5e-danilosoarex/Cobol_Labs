      *            AS EXCECOES SAEM EM RELBVAL E O JOB TERMINA COM
      *            RETORNO 8 QUANDO HOUVER QUALQUER UMA.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - CONTA DO RELBVAL PASSA PELO MASCARAMENTO
      *                  CENTRAL (COBOL234) CONFORME AS FUNCOES DO
      *                  USUARIO NO PERMFIL
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
      * LINKAGE DO SUBPROGRAMA DE MASCARAMENTO DE DADOS SENSIVEIS
      * (COBOL234)
      *----
           COPY  'COPY2341'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL188'.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 AGENCIA-DET                  PIC 9(005) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 CONTA-DET                    PIC X(012) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 MOTIVO-DET                   PIC X(040) VALUE SPACES.
      *-------------------
           MOVE BCF-CONTA                TO CONTA-DET.
           MOVE WSS-MOTIVO               TO MOTIVO-DET.

           MOVE 'B'                      TO WSS-MSC-TIPO.
           MOVE 12                       TO WSS-MSC-TAMANHO.
           MOVE CONTA-DET                TO WSS-MSC-CAMPO.
           CALL 'COBOL234' USING WSS-MASCARA-LINKAGE.
           MOVE WSS-MSC-CAMPO (1:12)     TO CONTA-DET.

           WRITE REG-RELBVAL FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           MOVE FN-MATRICULA             TO MATRICULA-DET.
           MOVE 0                        TO BANCO-DET.
           MOVE 0                        TO AGENCIA-DET.
           MOVE ZEROES                   TO CONTA-DET.
           MOVE 'SEM CONTA VALIDA EM BANCFUNC' TO MOTIVO-DET.

           WRITE REG-RELBVAL FROM DET01 AFTER ADVANCING 1
