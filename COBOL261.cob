      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : SUBPROGRAMA DE VALIDACAO DE FORMATO DA CHAVE PIX
      *            (LINKAGE EM COPY2612), USADO NA MANUTENCAO DO
      *            CADASTRO DE CHAVES (COBOL262):
      *            '01' TELEFONE  - +55, DDD SEM ZERO A ESQUERDA E
      *                             CELULAR DE 9 DIGITOS COMECANDO
      *                             POR 9 (+55DD9NNNNNNNN);
      *            '02' E-MAIL    - ATE 77 POSICOES, SEM BRANCOS, UM
      *                             UNICO '@' COM NOME ANTES DELE E
      *                             DOMINIO COM PONTO DEPOIS DELE;
      *            '03' CPF/CNPJ  - 11 OU 14 DIGITOS, COM O DIGITO
      *                             VERIFICADOR CONFERIDO PELO KIT DE
      *                             VALIDACOES (VALIDA-CPF/VALIDA-CNPJ
      *                             DO COBOL100);
      *            '04' ALEATORIA - IDENTIFICADOR DE 36 POSICOES NO
      *                             FORMATO 8-4-4-4-12 EM HEXADECIMAL.
      *            A CHAVE E ALINHADA A ESQUERDA NO CAMPO.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL261.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 15:00:00.
       DATE-COMPILED. 2026-10-15.
       INSTALLATION. INEFE.
       SECURITY. CONFIDENTIAL.

      *---------------------
       ENVIRONMENT DIVISION.
      *---------------------
        CONFIGURATION SECTION.
         SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.
      *
      *--------------
       DATA DIVISION.
      *--------------
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  WSS-TAM                         PIC 9(003) COMP VALUE 0.
       77  WSS-BRANCOS                     PIC 9(003) COMP VALUE 0.
       77  WSS-POS                         PIC 9(003) COMP VALUE 0.
       77  WSS-POS-ARROBA                  PIC 9(003) COMP VALUE 0.
       77  WSS-TAM-DOMINIO                 PIC 9(003) COMP VALUE 0.
       77  WSS-QTD-ARROBA                  PIC 9(003) COMP VALUE 0.
       77  WSS-QTD-PONTOS                  PIC 9(003) COMP VALUE 0.
       77  WSS-QTD-DUPLOS                  PIC 9(003) COMP VALUE 0.
       77  WSS-CARACTER                    PIC X(001) VALUE SPACE.
           88 WSS-CAR-HEXA     VALUE '0' THRU '9' 'A' THRU 'F'
                                     'a' THRU 'f'.
      *----
      * DOCUMENTO DA CHAVE CPF/CNPJ, NUMERICO PARA O KIT DE
      * VALIDACOES
      *----
       01  WSS-DOCUMENTO                   PIC X(014) VALUE SPACES.
       01  WSS-CPF-NUM REDEFINES WSS-DOCUMENTO.
           03 WSS-CPF-DIGITOS              PIC 9(011).
           03 FILLER                       PIC X(003).
       01  WSS-CNPJ-NUM REDEFINES WSS-DOCUMENTO
                                           PIC 9(014).
      *----
      * LINKAGE DO KIT DE VALIDACOES (COBOL100) - VALIDA-CPF E
      * VALIDA-CNPJ
      *----
           COPY  'COPY1001'.
      *
       LINKAGE SECTION.
      *
           COPY  'COPY2612'.
      *
      ****************************************************************
       PROCEDURE DIVISION USING WSS-VALIDA-PIX-LINKAGE.
      ****************************************************************

           MOVE 0                  TO WSS-VALIDA-PIX-RC.
           MOVE 0                  TO WSS-VALIDA-PIX-DOCUMENTO.
           MOVE SPACES             TO WSS-VALIDA-PIX-MSG.

           MOVE 0                  TO WSS-BRANCOS.
           INSPECT FUNCTION REVERSE (WSS-VALIDA-PIX-CHAVE)
                   TALLYING WSS-BRANCOS FOR LEADING SPACES.
           COMPUTE WSS-TAM = 77 - WSS-BRANCOS.

           IF WSS-TAM EQUAL 0
              MOVE 10              TO WSS-VALIDA-PIX-RC
              MOVE 'CHAVE PIX NAO INFORMADA'
                                   TO WSS-VALIDA-PIX-MSG
              GOBACK
           END-IF.

           IF WSS-VALIDA-PIX-CHAVE (1:1) EQUAL SPACE
              MOVE 30              TO WSS-VALIDA-PIX-RC
              MOVE 'CHAVE PIX NAO ALINHADA A ESQUERDA'
                                   TO WSS-VALIDA-PIX-MSG
              GOBACK
           END-IF.

           EVALUATE WSS-VALIDA-PIX-TIPO
               WHEN '01'
                    PERFORM 1000-VALIDA-TELEFONE
                       THRU 1000-VALIDA-TELEFONE-EXIT
               WHEN '02'
                    PERFORM 2000-VALIDA-EMAIL
                       THRU 2000-VALIDA-EMAIL-EXIT
               WHEN '03'
                    PERFORM 3000-VALIDA-DOCUMENTO
                       THRU 3000-VALIDA-DOCUMENTO-EXIT
               WHEN '04'
                    PERFORM 4000-VALIDA-ALEATORIA
                       THRU 4000-VALIDA-ALEATORIA-EXIT
               WHEN OTHER
                    MOVE 20        TO WSS-VALIDA-PIX-RC
                    MOVE 'TIPO DE CHAVE PIX INVALIDO'
                                   TO WSS-VALIDA-PIX-MSG
           END-EVALUATE.

           GOBACK.

      *----
      * TELEFONE: +55 + DDD (2 DIGITOS, SEM ZERO) + CELULAR DE 9
      * DIGITOS COMECANDO POR 9 - 14 POSICOES
      *----
       1000-VALIDA-TELEFONE.

           IF WSS-TAM NOT EQUAL 14
              OR WSS-VALIDA-PIX-CHAVE (1:3) NOT EQUAL '+55'
              OR WSS-VALIDA-PIX-CHAVE (2:13) NOT NUMERIC
              MOVE 30              TO WSS-VALIDA-PIX-RC
              MOVE 'TELEFONE PIX NAO E +55DD9NNNNNNNN'
                                   TO WSS-VALIDA-PIX-MSG
              GO TO 1000-VALIDA-TELEFONE-EXIT
           END-IF.

           IF WSS-VALIDA-PIX-CHAVE (4:1) EQUAL '0'
              MOVE 30              TO WSS-VALIDA-PIX-RC
              MOVE 'TELEFONE PIX COM DDD INVALIDO'
                                   TO WSS-VALIDA-PIX-MSG
              GO TO 1000-VALIDA-TELEFONE-EXIT
           END-IF.

           IF WSS-VALIDA-PIX-CHAVE (6:1) NOT EQUAL '9'
              MOVE 30              TO WSS-VALIDA-PIX-RC
              MOVE 'TELEFONE PIX NAO E CELULAR'
                                   TO WSS-VALIDA-PIX-MSG
              GO TO 1000-VALIDA-TELEFONE-EXIT
           END-IF.

       1000-VALIDA-TELEFONE-EXIT.
           EXIT.

      *----
      * E-MAIL: SEM BRANCOS NO MEIO, UM UNICO '@' QUE NAO ESTA NA
      * PRIMEIRA POSICAO, DOMINIO COM PELO MENOS UM PONTO, SEM PONTO
      * NAS PONTAS E SEM PONTOS SEGUIDOS
      *----
       2000-VALIDA-EMAIL.

           MOVE 0                  TO WSS-BRANCOS
                                      WSS-QTD-ARROBA
                                      WSS-POS-ARROBA.

           INSPECT WSS-VALIDA-PIX-CHAVE (1:WSS-TAM)
                   TALLYING WSS-BRANCOS FOR ALL SPACES
                            WSS-QTD-ARROBA FOR ALL '@'.

           IF WSS-BRANCOS GREATER 0
              MOVE 30              TO WSS-VALIDA-PIX-RC
              MOVE 'E-MAIL PIX COM BRANCOS'
                                   TO WSS-VALIDA-PIX-MSG
              GO TO 2000-VALIDA-EMAIL-EXIT
           END-IF.

           IF WSS-QTD-ARROBA NOT EQUAL 1
              MOVE 30              TO WSS-VALIDA-PIX-RC
              MOVE 'E-MAIL PIX SEM UM UNICO @'
                                   TO WSS-VALIDA-PIX-MSG
              GO TO 2000-VALIDA-EMAIL-EXIT
           END-IF.

           INSPECT WSS-VALIDA-PIX-CHAVE (1:WSS-TAM)
                   TALLYING WSS-POS-ARROBA
                   FOR CHARACTERS BEFORE INITIAL '@'.
           ADD 1                   TO WSS-POS-ARROBA.

           COMPUTE WSS-TAM-DOMINIO = WSS-TAM - WSS-POS-ARROBA.

           IF WSS-POS-ARROBA EQUAL 1 OR WSS-TAM-DOMINIO LESS 3
              MOVE 30              TO WSS-VALIDA-PIX-RC
              MOVE 'E-MAIL PIX SEM NOME OU SEM DOMINIO'
                                   TO WSS-VALIDA-PIX-MSG
              GO TO 2000-VALIDA-EMAIL-EXIT
           END-IF.

           MOVE 0                  TO WSS-QTD-PONTOS
                                      WSS-QTD-DUPLOS.
           COMPUTE WSS-POS = WSS-POS-ARROBA + 1.

           INSPECT WSS-VALIDA-PIX-CHAVE (WSS-POS:WSS-TAM-DOMINIO)
                   TALLYING WSS-QTD-PONTOS FOR ALL '.'.
           INSPECT WSS-VALIDA-PIX-CHAVE (1:WSS-TAM)
                   TALLYING WSS-QTD-DUPLOS FOR ALL '..'.

           IF WSS-QTD-PONTOS EQUAL 0
              OR WSS-QTD-DUPLOS GREATER 0
              OR WSS-VALIDA-PIX-CHAVE (WSS-POS:1) EQUAL '.'
              OR WSS-VALIDA-PIX-CHAVE (WSS-TAM:1) EQUAL '.'
              OR WSS-VALIDA-PIX-CHAVE (1:1) EQUAL '.'
              MOVE 30              TO WSS-VALIDA-PIX-RC
              MOVE 'E-MAIL PIX COM DOMINIO INVALIDO'
                                   TO WSS-VALIDA-PIX-MSG
              GO TO 2000-VALIDA-EMAIL-EXIT
           END-IF.

       2000-VALIDA-EMAIL-EXIT.
           EXIT.

      *----
      * CPF (11 DIGITOS) OU CNPJ (14 DIGITOS), SO NUMEROS, COM O
      * DIGITO CONFERIDO PELO KIT DE VALIDACOES
      *----
       3000-VALIDA-DOCUMENTO.

           IF (WSS-TAM NOT EQUAL 11 AND WSS-TAM NOT EQUAL 14)
              OR WSS-VALIDA-PIX-CHAVE (1:WSS-TAM) NOT NUMERIC
              MOVE 30              TO WSS-VALIDA-PIX-RC
              MOVE 'CHAVE CPF/CNPJ SEM 11 OU 14 DIGITOS'
                                   TO WSS-VALIDA-PIX-MSG
              GO TO 3000-VALIDA-DOCUMENTO-EXIT
           END-IF.

           MOVE WSS-VALIDA-PIX-CHAVE (1:14) TO WSS-DOCUMENTO.

           IF WSS-TAM EQUAL 11
              MOVE WSS-CPF-DIGITOS TO WSS-VALIDA-CPF-REC
              CALL 'VALIDA-CPF' USING WSS-VALIDA-CPF-LINKAGE
              IF WSS-VALIDA-CPF-RC NOT EQUAL 0
                 MOVE 40           TO WSS-VALIDA-PIX-RC
                 MOVE 'CHAVE CPF COM DIGITO INVALIDO'
                                   TO WSS-VALIDA-PIX-MSG
                 GO TO 3000-VALIDA-DOCUMENTO-EXIT
              END-IF
              MOVE WSS-CPF-DIGITOS TO WSS-VALIDA-PIX-DOCUMENTO
              GO TO 3000-VALIDA-DOCUMENTO-EXIT
           END-IF.

           MOVE WSS-CNPJ-NUM       TO WSS-VALIDA-CNPJ-REC.

           CALL 'VALIDA-CNPJ' USING WSS-VALIDA-CNPJ-LINKAGE.

           IF WSS-VALIDA-CNPJ-RC NOT EQUAL 0
              MOVE 40              TO WSS-VALIDA-PIX-RC
              MOVE 'CHAVE CNPJ COM DIGITO INVALIDO'
                                   TO WSS-VALIDA-PIX-MSG
              GO TO 3000-VALIDA-DOCUMENTO-EXIT
           END-IF.

           MOVE WSS-CNPJ-NUM       TO WSS-VALIDA-PIX-DOCUMENTO.

       3000-VALIDA-DOCUMENTO-EXIT.
           EXIT.

      *----
      * ALEATORIA: 36 POSICOES, HIFEN NAS POSICOES 9, 14, 19 E 24 E
      * DIGITO HEXADECIMAL NAS DEMAIS
      *----
       4000-VALIDA-ALEATORIA.

           IF WSS-TAM NOT EQUAL 36
              MOVE 30              TO WSS-VALIDA-PIX-RC
              MOVE 'CHAVE ALEATORIA SEM 36 POSICOES'
                                   TO WSS-VALIDA-PIX-MSG
              GO TO 4000-VALIDA-ALEATORIA-EXIT
           END-IF.

           PERFORM 4100-VALIDA-POSICAO
              THRU 4100-VALIDA-POSICAO-EXIT
              VARYING WSS-POS FROM 1 BY 1
                UNTIL WSS-POS GREATER 36
                   OR WSS-VALIDA-PIX-RC NOT EQUAL 0.

       4000-VALIDA-ALEATORIA-EXIT.
           EXIT.

      *----
       4100-VALIDA-POSICAO.

           MOVE WSS-VALIDA-PIX-CHAVE (WSS-POS:1) TO WSS-CARACTER.

           IF WSS-POS EQUAL 9 OR WSS-POS EQUAL 14
              OR WSS-POS EQUAL 19 OR WSS-POS EQUAL 24
              IF WSS-CARACTER NOT EQUAL '-'
                 MOVE 30           TO WSS-VALIDA-PIX-RC
                 MOVE 'ALEATORIA FORA DO FORMATO 8-4-4-4-12'
                                   TO WSS-VALIDA-PIX-MSG
              END-IF
              GO TO 4100-VALIDA-POSICAO-EXIT
           END-IF.

           IF NOT WSS-CAR-HEXA
              MOVE 30              TO WSS-VALIDA-PIX-RC
              MOVE 'CHAVE ALEATORIA COM CARACTER NAO HEXA'
                                   TO WSS-VALIDA-PIX-MSG
           END-IF.

       4100-VALIDA-POSICAO-EXIT.
           EXIT.

       END PROGRAM COBOL261.
      ********************** FIM PROGRAMA   ****************************
