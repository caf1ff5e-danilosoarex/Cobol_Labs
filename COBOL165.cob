      *            ULTIMOS 12 MESES (ARQUIVO HEADHIST, REGRAVADO EM
      *            HEADHSTN COM O MES CORRENTE ACRESCENTADO).
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - HEADCOUNT, ADMISSOES, DESLIGAMENTOS E TURNOVER
      *                  POR HIERARQUIA DE DEPARTAMENTOS (COBOL226),
      *                  CADA SUPERIOR COM TODA A SUA ESTRUTURA
      * 15/10/2026 VRB - DESFUNCI PASSA A TRAZER A EMPRESA E O TIPO DE
      *                  DESLIGAMENTO (SO LAYOUT)
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
            03 DESF-DATA-ADMISSAO          PIC 9(008).
            03 DESF-SALDO-ADIANT           PIC 9(007)V99.
            03 DESF-DATA-DESLIG            PIC 9(008).
            03 DESF-EMPRESA                PIC X(002).
            03 DESF-TIPO-DESLIG            PIC X(001).
      *----
       FD   HEADPRM
            RECORDING MODE IS F
       77  WSS-QTD-HIST                    PIC 9(003) VALUE 0.
       77  WSS-IDX                         PIC 9(003) COMP VALUE 0.
       77  MASCARA-PCT                     PIC ZZ9,99.
       77  WSS-POS-ARVORE                  PIC 9(003) COMP VALUE 0.
      *----
       01  WSS-TAB-DEPTOS.
           05 WSS-DEP-ENTRY OCCURS 0 TO 200 TIMES
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
      * LINKAGE DO SUBPROGRAMA DE HIERARQUIA DE DEPARTAMENTOS
      * (COBOL226), PARA OS SUBTOTAIS EM CASCATA
      *----
           COPY  'COPY2261'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL165'.
           03 HIST-DES-DET                 PIC ZZZZ9  VALUE ZEROES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 HIST-TURN-DET                PIC X(006) VALUE SPACES.
      *----
       01  CAB03.
           03 FILLER                       PIC X(030)
              VALUE 'HEADCOUNT POR HIERARQUIA'.
      *----
       01  DETHIER.
           03 ARVORE-HIER-DET              PIC X(015) VALUE SPACES.
           03 NOME-HIER-DET                PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 ATIVOS-HIER-DET              PIC ZZZZ9  VALUE ZEROES.
           03 FILLER                       PIC X(006) VALUE SPACES.
           03 ADMIS-HIER-DET               PIC ZZZZ9  VALUE ZEROES.
           03 FILLER                       PIC X(007) VALUE SPACES.
           03 DESLIG-HIER-DET              PIC ZZZZ9  VALUE ZEROES.
           03 FILLER                       PIC X(005) VALUE SPACES.
           03 TURNOVER-HIER-DET            PIC X(006) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------
              VARYING IDX-DEP FROM 1 BY 1
              UNTIL IDX-DEP > WSS-QTD-DEPTOS.

           PERFORM 8400-IMPRIME-HIERARQUIA
              THRU 8400-IMPRIME-HIERARQUIA-EXIT.

      *----
      * TOTAIS POR CATEGORIA DE SEXO
      *----
       8300-IMPRIME-MES-CORRENTE-EXIT.
           EXIT.

      *----
      * HEADCOUNT EM CASCATA PELA HIERARQUIA DE DEPARTAMENTOS
      * (COBOL226): CADA DEPARTAMENTO SOMA NELE E EM TODOS OS SEUS
      * SUPERIORES; O TURNOVER DO SUPERIOR E O DA SUA ESTRUTURA
      *----
       8400-IMPRIME-HIERARQUIA.

           PERFORM 8410-ACUMULA-UM-DEPTO
              THRU 8410-ACUMULA-UM-DEPTO-EXIT
              VARYING IDX-DEP FROM 1 BY 1
              UNTIL IDX-DEP > WSS-QTD-DEPTOS.

           MOVE 'LISTA'                  TO WSS-HQ-FUNCAO.
           MOVE 'N'                      TO WSS-HQ-LISTA-TODOS.
           PERFORM ROT-CHAMA-HIERARQUIA
              THRU ROT-CHAMA-HIERARQUIA-EXIT.

           IF WSS-HQ-FIM
              GO TO 8400-IMPRIME-HIERARQUIA-EXIT
           END-IF.

           WRITE REG-RELHEADC FROM CAB03 AFTER ADVANCING 2
           END-WRITE.

           PERFORM 8420-IMPRIME-UM-NO
              THRU 8420-IMPRIME-UM-NO-EXIT
              UNTIL WSS-HQ-FIM.

       8400-IMPRIME-HIERARQUIA-EXIT.
           EXIT.

      *----
       8410-ACUMULA-UM-DEPTO.

           INITIALIZE WSS-HQ-INPUT.
           MOVE 'ACUMULA'                TO WSS-HQ-FUNCAO.
           MOVE TDP-DEPTO (IDX-DEP)      TO WSS-HQ-DEPARTAMENTO.
           MOVE TDP-ATIVOS (IDX-DEP)     TO WSS-HQ-VALOR (1).
           MOVE TDP-ADMISSOES (IDX-DEP)  TO WSS-HQ-VALOR (2).
           MOVE TDP-DESLIG (IDX-DEP)     TO WSS-HQ-VALOR (3).

           PERFORM ROT-CHAMA-HIERARQUIA
              THRU ROT-CHAMA-HIERARQUIA-EXIT.

       8410-ACUMULA-UM-DEPTO-EXIT.
           EXIT.

      *----
       8420-IMPRIME-UM-NO.

           MOVE SPACES                   TO ARVORE-HIER-DET.
           COMPUTE WSS-POS-ARVORE = (WSS-HQ-NIVEL - 1) * 2 + 1.
           MOVE WSS-HQ-CODIGO TO ARVORE-HIER-DET (WSS-POS-ARVORE:5).
           MOVE WSS-HQ-NOME              TO NOME-HIER-DET.
           MOVE WSS-HQ-TOT-VALOR (1)     TO ATIVOS-HIER-DET.
           MOVE WSS-HQ-TOT-VALOR (2)     TO ADMIS-HIER-DET.
           MOVE WSS-HQ-TOT-VALOR (3)     TO DESLIG-HIER-DET.

           IF WSS-HQ-TOT-VALOR (1) GREATER 0
              COMPUTE WSS-TURNOVER-PCT ROUNDED =
                      WSS-HQ-TOT-VALOR (3) * 100
                      / WSS-HQ-TOT-VALOR (1)
              MOVE WSS-TURNOVER-PCT      TO MASCARA-PCT
              MOVE MASCARA-PCT           TO TURNOVER-HIER-DET
           ELSE
              MOVE SPACES                TO TURNOVER-HIER-DET
           END-IF.

           WRITE REG-RELHEADC FROM DETHIER AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELHEADC NOT EQUAL 0 THEN
              DISPLAY 'COBOL165 - ERRO WRITE RELHEADC FS='
                      ST-RELHEADC
              MOVE ST-RELHEADC           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM ROT-CHAMA-HIERARQUIA
              THRU ROT-CHAMA-HIERARQUIA-EXIT.

       8420-IMPRIME-UM-NO-EXIT.
           EXIT.

      *----
      * CHAMA O COBOL226 COM A FUNCAO JA INFORMADA; ERRO DE ARQUIVO
      * NO DEPTREF E ABEND
      *----
       ROT-CHAMA-HIERARQUIA.

           CALL 'COBOL226' USING WSS-HIERARQ-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-HQ-OUTPUT GREATER 4
              DISPLAY 'COBOL165 - ERRO COBOL226: '
                      WSS-MENSAGEM OF WSS-HQ-OUTPUT
              MOVE WSS-RETURN-CODE OF WSS-HQ-OUTPUT TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       ROT-CHAMA-HIERARQUIA-EXIT.
           EXIT.

      *----
      * REGRAVA O HISTORICO COM O MES CORRENTE ACRESCENTADO
      *----
