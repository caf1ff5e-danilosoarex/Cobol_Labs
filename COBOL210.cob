      *                         MARCADAS EM VEZ DE APONTA-LAS PARA
      *                         SEMPRE.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - SALARIO E CPF DO RELDUPLI MASCARADOS PELO
      *                  COBOL234 CONFORME O NIVEL DE VISAO DO USUARIO
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       77  WSS-AAAAMM-TRAB                 PIC 9(006) VALUE 0.
       77  WSS-ANO-TRAB                    PIC 9(004) VALUE 0.
       77  WSS-MES-TRAB                    PIC 9(002) VALUE 0.
       77  WSS-SALARIO-EDIT                PIC ZZ.ZZ9,99 VALUE ZEROES.
      *----
      * POPULACAO DO MESTRE COM NOME PADRONIZADO E CPF ANEXADO; O
      * CONFRONTO E PAR A PAR DENTRO DESTA TABELA
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
      * LINKAGE DO SUBPROGRAMA DE MASCARAMENTO DE DADOS SENSIVEIS
      * (COBOL234)
      *----
           COPY  'COPY2341'.
      *----
       01  DATA-HORA.
           03 DH-DATA-HORA                 PIC X(014).
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DEPTO-DET                    PIC X(005) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 SALARIO-DET                  PIC X(009) VALUE SPACES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 SITUACAO-DET                 PIC X(001) VALUE SPACES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 CPF-DET                      PIC X(011) VALUE ZEROES.
      *----
       01  PAR01.
           03 FILLER                       PIC X(017)
           03 FILLER                       PIC X(013)
              VALUE '  PONTUACAO: '.
           03 PAR-PONTOS                   PIC ZZ9 VALUE ZEROES.
      *----
      * LINKAGE DO ENCADEAMENTO DO AUDLOG (COBOL259): SEQUENCIA E
      * HASH DO REGISTRO ANTERIOR EM CADA GRAVACAO
      *----
           COPY  'COPY2591'.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------
                                             TO NOME-DET.
           MOVE TFU-DATA-ADMISSAO (WSS-IND-C) TO ADMISSAO-DET.
           MOVE TFU-DEPARTAMENTO (WSS-IND-C) TO DEPTO-DET.
           MOVE TFU-SALARIO (WSS-IND-C)      TO WSS-SALARIO-EDIT.
           MOVE TFU-SITUACAO (WSS-IND-C)     TO SITUACAO-DET.

           PERFORM 3250-MASCARA-LADO
              THRU 3250-MASCARA-LADO-EXIT.

           WRITE REG-RELDUPLI FROM DET01 AFTER ADVANCING 1
           END-WRITE.
       3200-IMPRIME-LADO-EXIT.
           EXIT.

      *----
      * SALARIO E CPF DO LADO IMPRESSO: INTEGRAL, PARCIAL OU
      * SUPRIMIDO CONFORME O USUARIO (COBOL234)
      *----
       3250-MASCARA-LADO.

           MOVE 'V'                      TO WSS-MSC-TIPO.
           MOVE 9                        TO WSS-MSC-TAMANHO.
           MOVE WSS-SALARIO-EDIT         TO WSS-MSC-CAMPO.

           CALL 'COBOL234' USING WSS-MASCARA-LINKAGE.

           MOVE WSS-MSC-CAMPO (1:9)      TO SALARIO-DET.

           MOVE 'C'                      TO WSS-MSC-TIPO.
           MOVE 11                       TO WSS-MSC-TAMANHO.
           MOVE TFU-CPF (WSS-IND-C)      TO WSS-MSC-CAMPO.

           CALL 'COBOL234' USING WSS-MASCARA-LINKAGE.

           MOVE WSS-MSC-CAMPO (1:11)     TO CPF-DET.

       3250-MASCARA-LADO-EXIT.
           EXIT.

      *----
      * MODO CONFIRMA: CADA CARTAO DUPCONF VIRA UMA MARCACAO EM
      * DUPMARK (CUMULATIVO) E UM RASTRO EM AUDLOG
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'INICIA'                 TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           OPEN EXTEND AUDLOG.

           IF ST-AUDLOG EQUAL 35
              INTO AUD-VALOR
           END-STRING.

           MOVE 'ENCADEIA'               TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           WRITE REG-AUDLOG.

           IF ST-AUDLOG NOT EQUAL 0 THEN
