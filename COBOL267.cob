      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : SUBPROGRAMA DE CONFERENCIA DA LINHA DIGITAVEL DO
      *            BOLETO DE COBRANCA (PADRAO FEBRABAN). MONTA O
      *            CODIGO DE BARRAS DE 44 DIGITOS A PARTIR DA LINHA,
      *            CONFERE OS DIGITOS DOS TRES CAMPOS (MODULO 10) E O
      *            DIGITO GERAL (MODULO 11), E CONFRONTA O VALOR E O
      *            VENCIMENTO DO BOLETO COM OS DA NOTA. USADO NA
      *            ENTRADA DE NOTAS (COBOL264) E NO PAGAMENTO A
      *            FORNECEDORES (COBOL193). LINKAGE EM COPY2671.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL267.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 19:00:00.
       DATE-COMPILED. 2026-10-15.
       INSTALLATION. INEFE.
       SECURITY. NORMAL.

      **********************
      * LOGICA DA CONFERENCIA:
      *
      * LINHA DIGITAVEL (47):
      *   CAMPO 1 (01-10) BANCO(3) MOEDA(1) BARRAS 20-24(5) DV
      *   CAMPO 2 (11-21) BARRAS 25-34(10) DV
      *   CAMPO 3 (22-32) BARRAS 35-44(10) DV
      *   CAMPO 4 (33)    DIGITO GERAL DO CODIGO DE BARRAS
      *   CAMPO 5 (34-47) FATOR DE VENCIMENTO(4) VALOR(10)
      *
      * CODIGO DE BARRAS (44):
      *   BANCO(3) MOEDA(1) DV(1) FATOR(4) VALOR(10) CAMPO LIVRE(25)
      *
      * MODULO 10 DOS CAMPOS: DA DIREITA PARA A ESQUERDA, PESOS
      * 2,1,2,1...; PRODUTO ACIMA DE 9 SOMA OS DOIS ALGARISMOS;
      * DV = 10 - RESTO DA SOMA POR 10 (10 -> 0)
      *
      * MODULO 11 DO CODIGO DE BARRAS: OS 43 DIGITOS SEM O DV, DA
      * DIREITA PARA A ESQUERDA, PESOS 2 A 9 REPETIDOS;
      * DV = 11 - RESTO DA SOMA POR 11 (0, 10 OU 11 -> 1)
      *
      * FATOR DE VENCIMENTO: DIAS DESDE 07/10/1997; ESGOTADO O 9999
      * EM 21/02/2025 O FATOR REINICIA EM 1000 NO DIA 22/02/2025.
      * FATOR ZERO = BOLETO SEM VENCIMENTO; VALOR ZERO = VALOR
      * LIVRE (NENHUM DOS DOIS E CONFRONTADO COM A NOTA)
      *****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
      *---------------------
        CONFIGURATION SECTION.
         SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.
      *--------------
       DATA DIVISION.
      *--------------
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  WSS-POS                         PIC 9(002) COMP VALUE 0.
       77  WSS-INICIO                      PIC 9(002) COMP VALUE 0.
       77  WSS-FIM                         PIC 9(002) COMP VALUE 0.
       77  WSS-PESO                        PIC 9(002) COMP VALUE 0.
       77  WSS-PRODUTO                     PIC 9(002) COMP VALUE 0.
       77  WSS-SOMA                        PIC 9(005) COMP VALUE 0.
       77  WSS-QUOCIENTE                   PIC 9(005) COMP VALUE 0.
       77  WSS-RESTO                       PIC 9(002) COMP VALUE 0.
       77  WSS-DV-CALC                     PIC 9(001) VALUE 0.
       77  WSS-DIGITO                      PIC 9(001) VALUE 0.
       77  WSS-DATA-INT                    PIC 9(009) COMP VALUE 0.
      *----
      * DATA-BASE DO FATOR DE VENCIMENTO REINICIADO (FATOR 1000)
      *----
       77  WSS-DATA-BASE-FATOR             PIC 9(008) VALUE 20250222.
      *----
       01  WSS-LINHA                       PIC X(047) VALUE SPACES.
      *----
       01  WSS-BARRAS                      PIC X(044) VALUE SPACES.
       01  WSS-BARRAS-R REDEFINES WSS-BARRAS.
           03 WSS-BAR-BANCO                PIC 9(003).
           03 WSS-BAR-MOEDA                PIC X(001).
           03 WSS-BAR-DV                   PIC 9(001).
           03 WSS-BAR-FATOR                PIC 9(004).
           03 WSS-BAR-VALOR                PIC 9(008)V99.
           03 WSS-BAR-CAMPO-LIVRE          PIC X(025).
      *
       LINKAGE SECTION.
      *
           COPY  'COPY2671'.
      *
      ****************************************************************
       PROCEDURE DIVISION USING WSS-BOLETO-LINKAGE.
      ****************************************************************

           MOVE SPACES                   TO WSS-BOL-COD-BARRAS
                                            WSS-BOL-MENSAGEM.
           MOVE 0                        TO WSS-BOL-BANCO
                                            WSS-BOL-VALOR
                                            WSS-BOL-VENCIMENTO
                                            WSS-BOL-RETURN-CODE.

           PERFORM 1000-CONFERE-LINHA
              THRU 1000-CONFERE-LINHA-EXIT.

           GOBACK.

      *----
       1000-CONFERE-LINHA.

           MOVE WSS-BOL-LINHA            TO WSS-LINHA.

           IF WSS-LINHA NOT NUMERIC
              MOVE 10                    TO WSS-BOL-RETURN-CODE
              MOVE 'LINHA DIGITAVEL NAO NUMERICA/INCOMPLETA'
                                          TO WSS-BOL-MENSAGEM
              GO TO 1000-CONFERE-LINHA-EXIT
           END-IF.

      *----
      * CAMPOS 1 A 3: MODULO 10 SOBRE OS DIGITOS DE CADA CAMPO
      *----
           MOVE 1                        TO WSS-INICIO.
           MOVE 9                        TO WSS-FIM.
           PERFORM 2000-MODULO-10
              THRU 2000-MODULO-10-EXIT.

           IF WSS-DV-CALC NOT EQUAL WSS-LINHA (10:1)
              MOVE 21                    TO WSS-BOL-RETURN-CODE
              MOVE 'DIGITO DO CAMPO 1 DO BOLETO NAO CONFERE'
                                          TO WSS-BOL-MENSAGEM
              GO TO 1000-CONFERE-LINHA-EXIT
           END-IF.

           MOVE 11                       TO WSS-INICIO.
           MOVE 20                       TO WSS-FIM.
           PERFORM 2000-MODULO-10
              THRU 2000-MODULO-10-EXIT.

           IF WSS-DV-CALC NOT EQUAL WSS-LINHA (21:1)
              MOVE 22                    TO WSS-BOL-RETURN-CODE
              MOVE 'DIGITO DO CAMPO 2 DO BOLETO NAO CONFERE'
                                          TO WSS-BOL-MENSAGEM
              GO TO 1000-CONFERE-LINHA-EXIT
           END-IF.

           MOVE 22                       TO WSS-INICIO.
           MOVE 31                       TO WSS-FIM.
           PERFORM 2000-MODULO-10
              THRU 2000-MODULO-10-EXIT.

           IF WSS-DV-CALC NOT EQUAL WSS-LINHA (32:1)
              MOVE 23                    TO WSS-BOL-RETURN-CODE
              MOVE 'DIGITO DO CAMPO 3 DO BOLETO NAO CONFERE'
                                          TO WSS-BOL-MENSAGEM
              GO TO 1000-CONFERE-LINHA-EXIT
           END-IF.

      *----
      * CODIGO DE BARRAS MONTADO DA LINHA E O DIGITO GERAL
      *----
           MOVE WSS-LINHA (1:4)          TO WSS-BARRAS (1:4).
           MOVE WSS-LINHA (33:1)         TO WSS-BARRAS (5:1).
           MOVE WSS-LINHA (34:14)        TO WSS-BARRAS (6:14).
           MOVE WSS-LINHA (5:5)          TO WSS-BARRAS (20:5).
           MOVE WSS-LINHA (11:10)        TO WSS-BARRAS (25:10).
           MOVE WSS-LINHA (22:10)        TO WSS-BARRAS (35:10).

           MOVE WSS-BARRAS               TO WSS-BOL-COD-BARRAS.
           MOVE WSS-BAR-BANCO            TO WSS-BOL-BANCO.
           MOVE WSS-BAR-VALOR            TO WSS-BOL-VALOR.

           IF WSS-BAR-MOEDA NOT EQUAL '9'
              MOVE 11                    TO WSS-BOL-RETURN-CODE
              MOVE 'BOLETO EM MOEDA DIFERENTE DE REAL'
                                          TO WSS-BOL-MENSAGEM
              GO TO 1000-CONFERE-LINHA-EXIT
           END-IF.

           PERFORM 3000-MODULO-11
              THRU 3000-MODULO-11-EXIT.

           IF WSS-DV-CALC NOT EQUAL WSS-BAR-DV
              MOVE 24                    TO WSS-BOL-RETURN-CODE
              MOVE 'DIGITO GERAL DO BOLETO NAO CONFERE'
                                          TO WSS-BOL-MENSAGEM
              GO TO 1000-CONFERE-LINHA-EXIT
           END-IF.

      *----
      * VENCIMENTO PELO FATOR (CICLO INICIADO EM 22/02/2025)
      *----
           IF WSS-BAR-FATOR GREATER 0
              IF WSS-BAR-FATOR LESS 1000
                 MOVE 25                 TO WSS-BOL-RETURN-CODE
                 MOVE 'FATOR DE VENCIMENTO DO BOLETO INVALIDO'
                                          TO WSS-BOL-MENSAGEM
                 GO TO 1000-CONFERE-LINHA-EXIT
              END-IF
              COMPUTE WSS-DATA-INT =
                      FUNCTION INTEGER-OF-DATE (WSS-DATA-BASE-FATOR)
                      + WSS-BAR-FATOR - 1000
              MOVE FUNCTION DATE-OF-INTEGER (WSS-DATA-INT)
                                          TO WSS-BOL-VENCIMENTO
           END-IF.

      *----
      * CONFRONTO COM A NOTA
      *----
           IF WSS-BOL-VALOR GREATER 0
              AND WSS-BOL-VALOR-NOTA GREATER 0
              AND WSS-BOL-VALOR NOT EQUAL WSS-BOL-VALOR-NOTA
              MOVE 30                    TO WSS-BOL-RETURN-CODE
              MOVE 'VALOR DO BOLETO DIFERENTE DA NOTA'
                                          TO WSS-BOL-MENSAGEM
              GO TO 1000-CONFERE-LINHA-EXIT
           END-IF.

           IF WSS-BOL-VENCIMENTO GREATER 0
              AND WSS-BOL-VENC-NOTA GREATER 0
              AND WSS-BOL-VENCIMENTO NOT EQUAL WSS-BOL-VENC-NOTA
              MOVE 31                    TO WSS-BOL-RETURN-CODE
              MOVE 'VENCIMENTO DO BOLETO DIFERENTE DA NOTA'
                                          TO WSS-BOL-MENSAGEM
              GO TO 1000-CONFERE-LINHA-EXIT
           END-IF.

       1000-CONFERE-LINHA-EXIT.
           EXIT.

      *----
      * MODULO 10 DE WSS-LINHA (WSS-INICIO:WSS-FIM) EM WSS-DV-CALC
      *----
       2000-MODULO-10.

           MOVE 0                        TO WSS-SOMA.
           MOVE 2                        TO WSS-PESO.

           PERFORM 2100-SOMA-DIGITO-10
              THRU 2100-SOMA-DIGITO-10-EXIT
              VARYING WSS-POS FROM WSS-FIM BY -1
              UNTIL WSS-POS LESS WSS-INICIO.

           DIVIDE WSS-SOMA BY 10 GIVING WSS-QUOCIENTE
                  REMAINDER WSS-RESTO.

           IF WSS-RESTO EQUAL 0
              MOVE 0                     TO WSS-DV-CALC
           ELSE
              COMPUTE WSS-DV-CALC = 10 - WSS-RESTO
           END-IF.

       2000-MODULO-10-EXIT.
           EXIT.

      *----
       2100-SOMA-DIGITO-10.

           MOVE WSS-LINHA (WSS-POS:1)    TO WSS-DIGITO.

           COMPUTE WSS-PRODUTO = WSS-DIGITO * WSS-PESO.

           IF WSS-PRODUTO GREATER 9
              SUBTRACT 9                 FROM WSS-PRODUTO
           END-IF.

           ADD WSS-PRODUTO               TO WSS-SOMA.

           IF WSS-PESO EQUAL 2
              MOVE 1                     TO WSS-PESO
           ELSE
              MOVE 2                     TO WSS-PESO
           END-IF.

       2100-SOMA-DIGITO-10-EXIT.
           EXIT.

      *----
      * MODULO 11 DO CODIGO DE BARRAS, SEM A POSICAO 5 (O PROPRIO
      * DIGITO GERAL), EM WSS-DV-CALC
      *----
       3000-MODULO-11.

           MOVE 0                        TO WSS-SOMA.
           MOVE 2                        TO WSS-PESO.

           PERFORM 3100-SOMA-DIGITO-11
              THRU 3100-SOMA-DIGITO-11-EXIT
              VARYING WSS-POS FROM 44 BY -1
              UNTIL WSS-POS LESS 1.

           DIVIDE WSS-SOMA BY 11 GIVING WSS-QUOCIENTE
                  REMAINDER WSS-RESTO.

           IF WSS-RESTO LESS 2
              MOVE 1                     TO WSS-DV-CALC
           ELSE
              COMPUTE WSS-DV-CALC = 11 - WSS-RESTO
           END-IF.

       3000-MODULO-11-EXIT.
           EXIT.

      *----
       3100-SOMA-DIGITO-11.

           IF WSS-POS EQUAL 5
              GO TO 3100-SOMA-DIGITO-11-EXIT
           END-IF.

           MOVE WSS-BARRAS (WSS-POS:1)   TO WSS-DIGITO.

           COMPUTE WSS-SOMA = WSS-SOMA + WSS-DIGITO * WSS-PESO.

           IF WSS-PESO EQUAL 9
              MOVE 2                     TO WSS-PESO
           ELSE
              ADD 1                      TO WSS-PESO
           END-IF.

       3100-SOMA-DIGITO-11-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
