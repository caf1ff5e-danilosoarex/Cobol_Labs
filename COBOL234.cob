      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : SUBPROGRAMA CENTRAL DE MASCARAMENTO DE DADOS
      *            SENSIVEIS (LGPD) NOS RELATORIOS IMPRESSOS: CPF,
      *            CONTA BANCARIA E SALARIO/VALORES. NA PRIMEIRA
      *            CHAMADA CONSULTA O COBOL144 (QUE OBTEM O USER-ID
      *            PELO COBOL101 E CONFERE O PERMFIL) PARA DEFINIR O
      *            NIVEL DE VISAO DO USUARIO QUE RODA O JOB:
      *              'DADOSINT' = TUDO INTEGRAL (GESTOR DA FOLHA);
      *              'DADOSPAR' = TUDO PARCIAL;
      *              SEM AS DUAS = CPF PARCIAL, CONTA E VALORES
      *                            SUPRIMIDOS.
      *            PARCIAL: CPF SO COM OS DIGITOS 4 A 9
      *            (***.456.789-**), CONTA SO COM OS 4 ULTIMOS
      *            DIGITOS, VALOR SO COM A PRIMEIRA CASA ANTES DO
      *            SEPARADOR (12.***,**). SUPRIMIDO: O CAMPO INTEIRO
      *            SAI EM '*'. SEM PERMFIL O COBOL144 LIBERA (CONTROLE
      *            INATIVO) E TUDO SAI INTEGRAL. LINKAGE EM COPY2341.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL234.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 08:00:00.
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
      *----
      * NIVEL DE VISAO DO USUARIO, PRESERVADO ENTRE AS CHAMADAS:
      * ' ' = AINDA NAO CONSULTADO, 'I' = INTEGRAL, 'P' = PARCIAL,
      * 'N' = SEM FUNCAO DE VISAO
      *----
       77  WSS-NIVEL-USUARIO               PIC X(001) VALUE SPACE.
           88  WSS-NIVEL-NAO-CONSULTADO             VALUE SPACE.
           88  WSS-NIVEL-INTEGRAL                   VALUE 'I'.
           88  WSS-NIVEL-PARCIAL                    VALUE 'P'.
           88  WSS-NIVEL-NENHUM                     VALUE 'N'.
       77  WSS-USUARIO                     PIC X(008) VALUE SPACES.
       77  WSS-TAM                         PIC 9(003) COMP VALUE 0.
       77  WSS-POS                         PIC 9(003) COMP VALUE 0.
       77  WSS-QTD-DIGITOS                 PIC 9(003) COMP VALUE 0.
       77  WSS-ORDEM-DIGITO                PIC 9(003) COMP VALUE 0.
       77  WSS-APOS-SEPARADOR              PIC X(001) VALUE 'N'.
       77  WSS-CARACTER                    PIC X(001) VALUE SPACE.
           88  WSS-CARACTER-DIGITO         VALUE '0' THRU '9'.
           88  WSS-CARACTER-SEPARADOR      VALUE '.' ','.
      *----
      * LINKAGE DO SUBPROGRAMA DE VERIFICACAO DE AUTORIZACAO
      * (COBOL144)
      *----
           COPY  'COPY1441'.
      *
       LINKAGE SECTION.
      *
           COPY  'COPY2341'.
      *
      ************************************************
       PROCEDURE DIVISION USING WSS-MASCARA-LINKAGE.
      ************************************************

           MOVE 0                  TO WSS-RETURN-CODE OF WSS-MSC-OUTPUT.
           MOVE SPACES             TO WSS-MENSAGEM OF WSS-MSC-OUTPUT.

           IF WSS-NIVEL-NAO-CONSULTADO
              PERFORM 1000-DEFINE-NIVEL
                 THRU 1000-DEFINE-NIVEL-EXIT
           END-IF.

           MOVE WSS-USUARIO              TO WSS-MSC-USUARIO.

           MOVE WSS-MSC-TAMANHO          TO WSS-TAM.

           IF WSS-TAM EQUAL 0 OR WSS-TAM GREATER 100
              MOVE 100                   TO WSS-TAM
           END-IF.

           IF NOT WSS-MSC-CPF AND NOT WSS-MSC-CONTA
              AND NOT WSS-MSC-VALOR
              MOVE 12             TO WSS-RETURN-CODE OF WSS-MSC-OUTPUT
              MOVE 'TIPO DE CAMPO INVALIDO PARA COBOL234'
                                  TO WSS-MENSAGEM OF WSS-MSC-OUTPUT
              MOVE 'S'                   TO WSS-MSC-NIVEL
              PERFORM 4000-SUPRIME
                 THRU 4000-SUPRIME-EXIT
              GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN WSS-NIVEL-INTEGRAL
                    MOVE 'I'             TO WSS-MSC-NIVEL
               WHEN WSS-NIVEL-PARCIAL
                    MOVE 'P'             TO WSS-MSC-NIVEL
               WHEN WSS-MSC-CPF
                    MOVE 'P'             TO WSS-MSC-NIVEL
               WHEN OTHER
                    MOVE 'S'             TO WSS-MSC-NIVEL
           END-EVALUATE.

           IF WSS-MSC-SUPRIMIDO
              PERFORM 4000-SUPRIME
                 THRU 4000-SUPRIME-EXIT
           END-IF.

           IF WSS-MSC-PARCIAL
              PERFORM 3000-MASCARA-PARCIAL
                 THRU 3000-MASCARA-PARCIAL-EXIT
           END-IF.

           GOBACK.

      *----
      * CONSULTA UNICA DO NIVEL DE VISAO: INTEGRAL, SENAO PARCIAL
      *----
       1000-DEFINE-NIVEL.

           MOVE 'N'                      TO WSS-NIVEL-USUARIO.

           MOVE 'DADOSINT'               TO WSS-AUTH-FUNCAO.
           CALL 'COBOL144' USING WSS-AUTORIZA-LINKAGE.
           MOVE WSS-AUTH-USUARIO         TO WSS-USUARIO.

           IF WSS-AUTH-CONCEDIDO
              MOVE 'I'                   TO WSS-NIVEL-USUARIO
              GO TO 1000-DEFINE-NIVEL-EXIT
           END-IF.

           MOVE 'DADOSPAR'               TO WSS-AUTH-FUNCAO.
           CALL 'COBOL144' USING WSS-AUTORIZA-LINKAGE.

           IF WSS-AUTH-CONCEDIDO
              MOVE 'P'                   TO WSS-NIVEL-USUARIO
           END-IF.

       1000-DEFINE-NIVEL-EXIT.
           EXIT.

      *----
      * CONTA OS DIGITOS DO CAMPO (CPF E CONTA PRECISAM SABER A
      * POSICAO DE CADA DIGITO NO TOTAL)
      *----
       2000-CONTA-DIGITOS.

           MOVE WSS-MSC-CAMPO (WSS-POS:1) TO WSS-CARACTER.

           IF WSS-CARACTER-DIGITO
              ADD 1                      TO WSS-QTD-DIGITOS
           END-IF.

       2000-CONTA-DIGITOS-EXIT.
           EXIT.

      *----
       3000-MASCARA-PARCIAL.

           MOVE 0                        TO WSS-QTD-DIGITOS.
           MOVE 0                        TO WSS-ORDEM-DIGITO.
           MOVE 'N'                      TO WSS-APOS-SEPARADOR.

           PERFORM 2000-CONTA-DIGITOS
              THRU 2000-CONTA-DIGITOS-EXIT
              VARYING WSS-POS FROM 1 BY 1
              UNTIL WSS-POS > WSS-TAM.

           PERFORM 3100-MASCARA-POSICAO
              THRU 3100-MASCARA-POSICAO-EXIT
              VARYING WSS-POS FROM 1 BY 1
              UNTIL WSS-POS > WSS-TAM.

       3000-MASCARA-PARCIAL-EXIT.
           EXIT.

      *----
      * CPF: FICAM OS DIGITOS 4 A 9. CONTA: FICAM OS 4 ULTIMOS.
      * VALOR: FICAM OS DIGITOS ANTES DO PRIMEIRO SEPARADOR DE CADA
      * NUMERO (O BRANCO ENCERRA O NUMERO)
      *----
       3100-MASCARA-POSICAO.

           MOVE WSS-MSC-CAMPO (WSS-POS:1) TO WSS-CARACTER.

           IF WSS-CARACTER EQUAL SPACE
              MOVE 'N'                   TO WSS-APOS-SEPARADOR
              GO TO 3100-MASCARA-POSICAO-EXIT
           END-IF.

           IF WSS-CARACTER-SEPARADOR
              MOVE 'S'                   TO WSS-APOS-SEPARADOR
              GO TO 3100-MASCARA-POSICAO-EXIT
           END-IF.

           IF NOT WSS-CARACTER-DIGITO
              GO TO 3100-MASCARA-POSICAO-EXIT
           END-IF.

           ADD 1                         TO WSS-ORDEM-DIGITO.

           EVALUATE TRUE
               WHEN WSS-MSC-CPF
                    IF WSS-ORDEM-DIGITO LESS 4
                       OR WSS-ORDEM-DIGITO GREATER 9
                       MOVE '*'    TO WSS-MSC-CAMPO (WSS-POS:1)
                    END-IF
               WHEN WSS-MSC-CONTA
                    IF WSS-ORDEM-DIGITO + 4 NOT GREATER
                       WSS-QTD-DIGITOS
                       MOVE '*'    TO WSS-MSC-CAMPO (WSS-POS:1)
                    END-IF
               WHEN OTHER
                    IF WSS-APOS-SEPARADOR EQUAL 'S'
                       MOVE '*'    TO WSS-MSC-CAMPO (WSS-POS:1)
                    END-IF
           END-EVALUATE.

       3100-MASCARA-POSICAO-EXIT.
           EXIT.

      *----
      * SUPRIMIDO: O TAMANHO IMPRESSO INTEIRO EM '*', SEM DEIXAR
      * TRANSPARECER A GRANDEZA DO VALOR
      *----
       4000-SUPRIME.

           MOVE ALL '*'                  TO WSS-MSC-CAMPO (1:WSS-TAM).

       4000-SUPRIME-EXIT.
           EXIT.

       END PROGRAM COBOL234.
      ********************** FIM PROGRAMA   ****************************
