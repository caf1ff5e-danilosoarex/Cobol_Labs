      *            COBOL089). UM JOB, UMA RESPOSTA, NO LUGAR DE CINCO
      *            PESQUISAS MANUAIS.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - SALARIOS PASSAM PELO MASCARAMENTO CENTRAL
      *                  (COBOL234) CONFORME AS FUNCOES DO USUARIO NO
      *                  PERMFIL
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
       FD   PARMPAG.
      *----
      *----
           COPY  'COPY1041'.
      *----
      * LINKAGE DO SUBPROGRAMA DE MASCARAMENTO DE DADOS SENSIVEIS
      * (COBOL234)
      *----
           COPY  'COPY2341'.
      *----
      * ACERVO COLETADO PARA CADA MATRICULA PEDIDA: AS PASSADAS
      * SEQUENCIAIS EM FUNCI/EXCFUNCI/DESFUNCI PREENCHEM AS IMAGENS
      * E OS FLAGS; A IMPRESSAO FINAL MONTA O DOSSIE ENTRADA A ENTRADA
              10 DOS-TEM-EXC               PIC X(001).
              10 DOS-EXC-MOTIVO            PIC X(030).
              10 DOS-TEM-DESF              PIC X(001).
              10 DOS-IMG-DESF              PIC X(088).
      *----
      * AREAS DE REPARSE DAS IMAGENS GUARDADAS NA TABELA
      *----
           03 WDES-DATA-ADMISSAO           PIC 9(008).
           03 WDES-SALDO-ADIANT            PIC 9(007)V99.
           03 WDES-DATA-DESLIG             PIC 9(008).
           03 WDES-EMPRESA                 PIC X(002).
           03 WDES-TIPO-DESLIG             PIC X(001).
      *----
       01  LINHA-TRACO.
           03 FILLER                       PIC X(070) VALUE ALL '='.
              MOVE 'FUNCI - SALARIO     :' TO LT-ROTULO
              MOVE WIMG-SALARIO            TO MASCARA-SALARIO
              MOVE MASCARA-SALARIO         TO LT-CONTEUDO
              MOVE 9                       TO WSS-MSC-TAMANHO
              PERFORM 2950-MASCARA-VALOR
                 THRU 2950-MASCARA-VALOR-EXIT
              PERFORM 2900-GRAVA-LINHA
                 THRU 2900-GRAVA-LINHA-EXIT
              MOVE 'FUNCI - DT ADMISSAO :' TO LT-ROTULO
              MOVE 'FOLHA CALCULADA     :' TO LT-ROTULO
              MOVE WSS-SALARIO-CALC        TO MASCARA-CALC
              MOVE MASCARA-CALC            TO LT-CONTEUDO
              MOVE 12                      TO WSS-MSC-TAMANHO
              PERFORM 2950-MASCARA-VALOR
                 THRU 2950-MASCARA-VALOR-EXIT
              PERFORM 2900-GRAVA-LINHA
                 THRU 2900-GRAVA-LINHA-EXIT
           ELSE
              MOVE 'FUNCMST - SALARIO   :' TO LT-ROTULO
              MOVE WSS-CF-SALARIO          TO MASCARA-SALARIO
              MOVE MASCARA-SALARIO         TO LT-CONTEUDO
              MOVE 9                       TO WSS-MSC-TAMANHO
              PERFORM 2950-MASCARA-VALOR
                 THRU 2950-MASCARA-VALOR-EXIT
              PERFORM 2900-GRAVA-LINHA
                 THRU 2900-GRAVA-LINHA-EXIT
           ELSE
       2900-GRAVA-LINHA-EXIT.
           EXIT.

      *----
      * VALOR JA EDITADO NO INICIO DE LT-CONTEUDO, COM O TAMANHO EM
      * WSS-MSC-TAMANHO: INTEGRAL, PARCIAL OU SUPRIMIDO CONFORME O
      * USUARIO (COBOL234)
      *----
       2950-MASCARA-VALOR.

           MOVE 'V'                      TO WSS-MSC-TIPO.
           MOVE LT-CONTEUDO              TO WSS-MSC-CAMPO.

           CALL 'COBOL234' USING WSS-MASCARA-LINKAGE.

           MOVE WSS-MSC-CAMPO (1:WSS-MSC-TAMANHO)
                TO LT-CONTEUDO (1:WSS-MSC-TAMANHO).

       2950-MASCARA-VALOR-EXIT.
           EXIT.

      ******************************************************************
       ROT-ABEND.

