      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : SUBPROGRAMA DE HIERARQUIA DE DEPARTAMENTOS. NA
      *            PRIMEIRA CHAMADA CARREGA O DEPTREF (CODIGO, NOME,
      *            DEPARTAMENTO SUPERIOR E MATRICULA DO GESTOR
      *            RESPONSAVEL) E MONTA, PARA CADA DEPARTAMENTO, A
      *            CHAVE HIERARQUICA COM OS CODIGOS DA RAIZ ATE ELE
      *            (NO MAXIMO 6 NIVEIS). SUPERIOR QUE VOLTA A UM
      *            DEPARTAMENTO JA VISITADO, OU CADEIA COM MAIS DE 6
      *            NIVEIS, E CICLO: O DEPARTAMENTO FICA COMO RAIZ E E
      *            CONTADO EM WSS-HQ-QTD-CICLOS. SUPERIOR QUE NAO
      *            EXISTE NO DEPTREF DEIXA O DEPARTAMENTO ORFAO, TAMBEM
      *            COMO RAIZ. A TABELA CLASSIFICADA PELA CHAVE DA A
      *            ORDEM DA ARVORE (SUPERIOR ANTES DOS SUBORDINADOS)
      *            PARA OS SUBTOTAIS ACUMULADOS EM CASCATA DOS
      *            RELATORIOS (RLATFUN, GRADE DO COBOL122, HEADCOUNT DO
      *            COBOL165, RESUMO CONTABIL DO COBOL162), PARA O
      *            ROTEAMENTO DAS VIAS DO COBOL159 PELO GESTOR E PARA
      *            A CONFERENCIA DO CADASTRO (COBOL227).
      *            DEPARTAMENTO FORA DO DEPTREF QUE CHEGA NUM
      *            'ACUMULA' ENTRA COMO RAIZ 'DESCONHECIDO', PARA QUE
      *            OS TOTAIS DA ARVORE FECHEM COM O TOTAL GERAL.
      *            LINKAGE EM COPY2261. RETORNOS: 0 = OK, 4 =
      *            DEPARTAMENTO FORA DO DEPTREF OU EM CICLO, 12 = ERRO
      *            DE ARQUIVO OU FUNCAO INVALIDA.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL226.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 08:00:00.
       DATE-COMPILED. 2026-10-15.
       INSTALLATION. INEFE.
       SECURITY. NORMAL.

      *---------------------
       ENVIRONMENT DIVISION.
      *---------------------
        CONFIGURATION SECTION.
         SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.
      *----
        INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT DEPTREF ASSIGN TO DEPTREF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DEPTREF.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   DEPTREF.
      *----
       01   REG-DEPTREF.
            03 DEPTREF-CODIGO              PIC X(005).
            03 DEPTREF-NOME                PIC X(030).
            03 DEPTREF-STATUS              PIC X(001).
               88 DEPTREF-STATUS-ATIVO            VALUE 'A' ' '.
               88 DEPTREF-STATUS-INATIVO          VALUE 'I'.
      *----
      * DEPARTAMENTO SUPERIOR (BRANCO = RAIZ) E MATRICULA DO GESTOR
      * RESPONSAVEL (ZERO = RESPONDE O GESTOR DO SUPERIOR)
      *----
            03 DEPTREF-PAI                 PIC X(005).
            03 DEPTREF-GESTOR              PIC 9(008).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-DEPTREF                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
      *----
      * SITUACAO DA CARGA, PRESERVADA ENTRE AS CHAMADAS:
      * 'N' = AINDA NAO CARREGOU, 'S' = CARREGADO, 'E' = ERRO
      *----
       77  WSS-CARGA                       PIC X(001) VALUE 'N'.
           88  WSS-NAO-CARREGADO                    VALUE 'N'.
           88  WSS-CARREGADO                        VALUE 'S'.
           88  WSS-ERRO-CARGA                       VALUE 'E'.
       77  WSS-ORDENADO                    PIC X(001) VALUE 'S'.
       77  WSS-QTD-NOS                     PIC 9(004) VALUE 0.
       77  WSS-MAX-NOS                     PIC 9(004) VALUE 300.
       77  WSS-QTD-CICLOS                  PIC 9(004) VALUE 0.
       77  WSS-QTD-ORFAOS                  PIC 9(004) VALUE 0.
       77  WSS-PROX-LISTA                  PIC 9(004) COMP VALUE 0.
       77  WSS-IDX-NO                      PIC 9(004) COMP VALUE 0.
       77  WSS-IDX-ACHADO                  PIC 9(004) COMP VALUE 0.
       77  WSS-IDX-SEG                     PIC 9(004) COMP VALUE 0.
       77  WSS-QTD-CAM                     PIC 9(002) COMP VALUE 0.
       77  WSS-SEG                         PIC 9(002) COMP VALUE 0.
       77  WSS-POS                         PIC 9(003) COMP VALUE 0.
       77  WSS-PONTEIRO                    PIC 9(003) COMP VALUE 0.
       77  WSS-COD-ATUAL                   PIC X(005) VALUE SPACES.
       77  WSS-COD-PROCURA                 PIC X(005) VALUE SPACES.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-SIT-CADEIA                  PIC X(001) VALUE SPACE.
       77  WSS-MSG-ERRO                    PIC X(040) VALUE SPACES.
      *----
      * NOS DA ARVORE. THQ-CHAVE GUARDA OS CODIGOS DA RAIZ ATE O
      * PROPRIO DEPARTAMENTO, 5 POSICOES POR NIVEL
      *----
       01  WSS-TAB-HIERARQ.
           05 WSS-THQ-ENTRY OCCURS 0 TO 300 TIMES
                 DEPENDING ON WSS-QTD-NOS
                 INDEXED BY IDX-THQ.
              10 THQ-CHAVE                 PIC X(030).
              10 THQ-CODIGO                PIC X(005).
              10 THQ-NOME                  PIC X(030).
              10 THQ-PAI                   PIC X(005).
              10 THQ-GESTOR                PIC 9(008).
              10 THQ-NIVEL                 PIC 9(001).
              10 THQ-SITUACAO              PIC X(001).
              10 THQ-MOVIMENTO             PIC X(001).
              10 THQ-VALORES.
                 15 THQ-VALOR              PIC S9(013)V99 COMP-3
                                           OCCURS 4 TIMES.
              10 THQ-QTDE                  PIC S9(007) COMP-3.
      *----
      * CADEIA DE SUPERIORES PERCORRIDA NA MONTAGEM DA CHAVE (O
      * PROPRIO DEPARTAMENTO MAIS ATE 6 NIVEIS ACIMA)
      *----
       01  WSS-TAB-CADEIA.
           05 WSS-CAD-CODIGO               PIC X(005)
                                           OCCURS 7 TIMES
                                           INDEXED BY IDX-CAD.
      *
       LINKAGE SECTION.
      *
           COPY  'COPY2261'.
      *
      ************************************************
       PROCEDURE DIVISION USING WSS-HIERARQ-LINKAGE.
      ************************************************

           MOVE 0                  TO WSS-RETURN-CODE OF WSS-HQ-OUTPUT.
           MOVE SPACES             TO WSS-MENSAGEM OF WSS-HQ-OUTPUT.
           MOVE 'N'                TO WSS-HQ-FIM-LISTA.

           IF WSS-NAO-CARREGADO
              PERFORM 1000-CARGA
                 THRU 1000-CARGA-EXIT
           END-IF.

           IF WSS-ERRO-CARGA
              MOVE 12             TO WSS-RETURN-CODE OF WSS-HQ-OUTPUT
              MOVE WSS-MSG-ERRO   TO WSS-MENSAGEM OF WSS-HQ-OUTPUT
              GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN WSS-HQ-CARREGA
                    MOVE 'HIERARQUIA DE DEPARTAMENTOS CARREGADA'
                                 TO WSS-MENSAGEM OF WSS-HQ-OUTPUT
               WHEN WSS-HQ-CONSULTA
                    PERFORM 2000-CONSULTA
                       THRU 2000-CONSULTA-EXIT
               WHEN WSS-HQ-ZERA
                    PERFORM 3000-ZERA
                       THRU 3000-ZERA-EXIT
               WHEN WSS-HQ-ACUMULA
                    PERFORM 4000-ACUMULA
                       THRU 4000-ACUMULA-EXIT
               WHEN WSS-HQ-LISTA
                    PERFORM 6000-LISTA
                       THRU 6000-LISTA-EXIT
               WHEN OTHER
                    MOVE 12      TO WSS-RETURN-CODE OF WSS-HQ-OUTPUT
                    MOVE 'FUNCAO INVALIDA PARA COBOL226'
                                 TO WSS-MENSAGEM OF WSS-HQ-OUTPUT
           END-EVALUATE.

           MOVE WSS-QTD-NOS              TO WSS-HQ-QTD-DEPTOS.
           MOVE WSS-QTD-CICLOS           TO WSS-HQ-QTD-CICLOS.
           MOVE WSS-QTD-ORFAOS           TO WSS-HQ-QTD-ORFAOS.

           GOBACK.

      *----
      * CARGA UNICA DO DEPTREF E MONTAGEM DA ARVORE. SEM O ARQUIVO
      * (FS=35) A ARVORE FICA VAZIA E TODO DEPARTAMENTO E RAIZ
      *----
       1000-CARGA.

           MOVE 0                        TO WSS-QTD-NOS.

           OPEN INPUT DEPTREF.

           IF ST-DEPTREF EQUAL 35
              MOVE 'S'                   TO WSS-CARGA
              GO TO 1000-CARGA-EXIT
           END-IF.

           IF ST-DEPTREF NOT EQUAL 0
              MOVE 'E'                   TO WSS-CARGA
              MOVE 'ERRO NA ABERTURA DE DEPTREF'
                                         TO WSS-MSG-ERRO
              GO TO 1000-CARGA-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1100-LER-DEPTREF
              THRU 1100-LER-DEPTREF-EXIT
              UNTIL WSS-EOF EQUAL 'Y'.

           CLOSE DEPTREF.

           IF WSS-ERRO-CARGA
              GO TO 1000-CARGA-EXIT
           END-IF.

           PERFORM 1200-MONTA-CHAVE
              THRU 1200-MONTA-CHAVE-EXIT
              VARYING WSS-IDX-NO FROM 1 BY 1
              UNTIL WSS-IDX-NO GREATER WSS-QTD-NOS.

           IF WSS-QTD-NOS GREATER 1
              SORT WSS-THQ-ENTRY ON ASCENDING KEY THQ-CHAVE
           END-IF.

           MOVE 'S'                      TO WSS-ORDENADO.
           MOVE 'S'                      TO WSS-CARGA.

       1000-CARGA-EXIT.
           EXIT.

      *----
      * CODIGO EM BRANCO OU REPETIDO NAO ENTRA; DEPARTAMENTO QUE SE
      * APONTA COMO SUPERIOR E RAIZ
      *----
       1100-LER-DEPTREF.

           READ DEPTREF
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF WSS-EOF EQUAL 'Y'
              GO TO 1100-LER-DEPTREF-EXIT
           END-IF.

           IF ST-DEPTREF NOT EQUAL 0
              MOVE 'E'                   TO WSS-CARGA
              MOVE 'ERRO NA LEITURA DE DEPTREF'
                                         TO WSS-MSG-ERRO
              MOVE 'Y'                   TO WSS-EOF
              GO TO 1100-LER-DEPTREF-EXIT
           END-IF.

           IF DEPTREF-CODIGO EQUAL SPACES
              GO TO 1100-LER-DEPTREF-EXIT
           END-IF.

           MOVE DEPTREF-CODIGO           TO WSS-COD-PROCURA.

           PERFORM 5000-LOCALIZA
              THRU 5000-LOCALIZA-EXIT.

           IF WSS-ACHOU EQUAL 'S'
              OR WSS-QTD-NOS NOT LESS WSS-MAX-NOS
              GO TO 1100-LER-DEPTREF-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-NOS.
           MOVE WSS-QTD-NOS              TO WSS-IDX-NO.

           INITIALIZE WSS-THQ-ENTRY (WSS-IDX-NO).

           MOVE DEPTREF-CODIGO     TO THQ-CODIGO (WSS-IDX-NO).
           MOVE DEPTREF-NOME       TO THQ-NOME (WSS-IDX-NO).
           MOVE 'N'                TO THQ-MOVIMENTO (WSS-IDX-NO).

           IF DEPTREF-PAI NOT EQUAL DEPTREF-CODIGO
              MOVE DEPTREF-PAI     TO THQ-PAI (WSS-IDX-NO)
           END-IF.

           IF DEPTREF-GESTOR NUMERIC
              MOVE DEPTREF-GESTOR  TO THQ-GESTOR (WSS-IDX-NO)
           END-IF.

       1100-LER-DEPTREF-EXIT.
           EXIT.

      *----
      * SOBE A CADEIA DE SUPERIORES DO NO WSS-IDX-NO E GRAVA A CHAVE
      * DA RAIZ PARA BAIXO; CICLO DEIXA O NO COMO RAIZ ISOLADA
      *----
       1200-MONTA-CHAVE.

           MOVE SPACES                   TO WSS-TAB-CADEIA.
           MOVE SPACE                    TO WSS-SIT-CADEIA.
           MOVE 1                        TO WSS-QTD-CAM.
           MOVE THQ-CODIGO (WSS-IDX-NO)  TO WSS-CAD-CODIGO (1).
           MOVE THQ-PAI (WSS-IDX-NO)     TO WSS-COD-ATUAL.

           PERFORM 1210-SOBE-UM-NIVEL
              THRU 1210-SOBE-UM-NIVEL-EXIT
              UNTIL WSS-COD-ATUAL EQUAL SPACES.

           MOVE WSS-SIT-CADEIA        TO THQ-SITUACAO (WSS-IDX-NO).

           IF WSS-SIT-CADEIA EQUAL 'C'
              ADD 1                      TO WSS-QTD-CICLOS
              MOVE 1                     TO WSS-QTD-CAM
           END-IF.

           IF WSS-SIT-CADEIA EQUAL 'O'
              ADD 1                      TO WSS-QTD-ORFAOS
           END-IF.

           MOVE WSS-QTD-CAM           TO THQ-NIVEL (WSS-IDX-NO).
           MOVE SPACES                TO THQ-CHAVE (WSS-IDX-NO).
           MOVE 1                     TO WSS-POS.

           PERFORM 1220-GRAVA-UM-NIVEL
              THRU 1220-GRAVA-UM-NIVEL-EXIT
              VARYING WSS-SEG FROM WSS-QTD-CAM BY -1
              UNTIL WSS-SEG LESS 1.

       1200-MONTA-CHAVE-EXIT.
           EXIT.

      *----
       1210-SOBE-UM-NIVEL.

           SET IDX-CAD TO 1.
           SEARCH WSS-CAD-CODIGO
             AT END
                CONTINUE
             WHEN WSS-CAD-CODIGO (IDX-CAD) EQUAL WSS-COD-ATUAL
                MOVE 'C'                 TO WSS-SIT-CADEIA
           END-SEARCH.

           IF WSS-SIT-CADEIA EQUAL 'C'
              OR WSS-QTD-CAM NOT LESS 6
              MOVE 'C'                   TO WSS-SIT-CADEIA
              MOVE SPACES                TO WSS-COD-ATUAL
              GO TO 1210-SOBE-UM-NIVEL-EXIT
           END-IF.

           MOVE WSS-COD-ATUAL            TO WSS-COD-PROCURA.

           PERFORM 5000-LOCALIZA
              THRU 5000-LOCALIZA-EXIT.

      *----
      * SO O NO CUJO SUPERIOR DIRETO FALTA E ORFAO; OS SUBORDINADOS
      * DELE PENDURAM NELE NORMALMENTE
      *----
           IF WSS-ACHOU NOT EQUAL 'S'
              IF WSS-QTD-CAM EQUAL 1
                 MOVE 'O'                TO WSS-SIT-CADEIA
              END-IF
              MOVE SPACES                TO WSS-COD-ATUAL
              GO TO 1210-SOBE-UM-NIVEL-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-CAM.
           MOVE WSS-COD-ATUAL     TO WSS-CAD-CODIGO (WSS-QTD-CAM).
           MOVE THQ-PAI (WSS-IDX-ACHADO) TO WSS-COD-ATUAL.

       1210-SOBE-UM-NIVEL-EXIT.
           EXIT.

      *----
       1220-GRAVA-UM-NIVEL.

           MOVE WSS-CAD-CODIGO (WSS-SEG) TO
                THQ-CHAVE (WSS-IDX-NO) (WSS-POS:5).

           ADD 5                         TO WSS-POS.

       1220-GRAVA-UM-NIVEL-EXIT.
           EXIT.

      *----
      * DADOS DO DEPARTAMENTO INFORMADO
      *----
       2000-CONSULTA.

           MOVE WSS-HQ-DEPARTAMENTO      TO WSS-COD-PROCURA.

           PERFORM 5000-LOCALIZA
              THRU 5000-LOCALIZA-EXIT.

           IF WSS-ACHOU NOT EQUAL 'S'
              PERFORM 2100-DEVOLVE-DESCONHECIDO
                 THRU 2100-DEVOLVE-DESCONHECIDO-EXIT
              GO TO 2000-CONSULTA-EXIT
           END-IF.

           PERFORM 2900-DEVOLVE-NO
              THRU 2900-DEVOLVE-NO-EXIT.

           IF WSS-HQ-NO-CICLO
              MOVE 4              TO WSS-RETURN-CODE OF WSS-HQ-OUTPUT
              MOVE 'DEPARTAMENTO EM CICLO NA HIERARQUIA'
                                  TO WSS-MENSAGEM OF WSS-HQ-OUTPUT
           END-IF.

       2000-CONSULTA-EXIT.
           EXIT.

      *----
       2100-DEVOLVE-DESCONHECIDO.

           INITIALIZE WSS-HQ-OUTPUT.

           MOVE WSS-HQ-DEPARTAMENTO      TO WSS-HQ-CODIGO
                                            WSS-HQ-CAMINHO.
           MOVE 'DESCONHECIDO'           TO WSS-HQ-NOME.
           MOVE 1                        TO WSS-HQ-NIVEL.
           MOVE 'D'                      TO WSS-HQ-SITUACAO.
           MOVE 'N'                      TO WSS-HQ-FIM-LISTA.
           MOVE 4                TO WSS-RETURN-CODE OF WSS-HQ-OUTPUT.
           MOVE 'DEPARTAMENTO NAO CADASTRADO EM DEPTREF'
                                 TO WSS-MENSAGEM OF WSS-HQ-OUTPUT.

       2100-DEVOLVE-DESCONHECIDO-EXIT.
           EXIT.

      *----
      * DEVOLVE O NO WSS-IDX-ACHADO, COM O CAMINHO RAIZ/.../DEPTO E O
      * GESTOR RESPONSAVEL (O PRIMEIRO PREENCHIDO, DE BAIXO PARA CIMA)
      *----
       2900-DEVOLVE-NO.

           MOVE WSS-IDX-ACHADO           TO WSS-IDX-NO.

           MOVE THQ-CODIGO (WSS-IDX-NO)  TO WSS-HQ-CODIGO.
           MOVE THQ-NOME (WSS-IDX-NO)    TO WSS-HQ-NOME.
           MOVE THQ-PAI (WSS-IDX-NO)     TO WSS-HQ-PAI.
           MOVE THQ-GESTOR (WSS-IDX-NO)  TO WSS-HQ-GESTOR.
           MOVE THQ-NIVEL (WSS-IDX-NO)   TO WSS-HQ-NIVEL.
           MOVE THQ-SITUACAO (WSS-IDX-NO) TO WSS-HQ-SITUACAO.
           MOVE THQ-VALORES (WSS-IDX-NO) TO WSS-HQ-TOTAIS.
           MOVE THQ-QTDE (WSS-IDX-NO)    TO WSS-HQ-TOT-QTDE.
           MOVE 0                        TO WSS-HQ-GESTOR-RESP.
           MOVE SPACES                   TO WSS-HQ-CAMINHO.
           MOVE 1                        TO WSS-PONTEIRO.

           PERFORM 2910-MONTA-CAMINHO
              THRU 2910-MONTA-CAMINHO-EXIT
              VARYING WSS-SEG FROM 1 BY 1
              UNTIL WSS-SEG GREATER THQ-NIVEL (WSS-IDX-NO).

           PERFORM 2920-PROCURA-GESTOR
              THRU 2920-PROCURA-GESTOR-EXIT
              VARYING WSS-SEG FROM THQ-NIVEL (WSS-IDX-NO) BY -1
              UNTIL WSS-SEG LESS 1
                 OR WSS-HQ-GESTOR-RESP GREATER 0.

       2900-DEVOLVE-NO-EXIT.
           EXIT.

      *----
       2910-MONTA-CAMINHO.

           COMPUTE WSS-POS = (WSS-SEG - 1) * 5 + 1.

           IF WSS-SEG GREATER 1
              STRING '/'                 DELIMITED BY SIZE
                INTO WSS-HQ-CAMINHO
                WITH POINTER WSS-PONTEIRO
              END-STRING
           END-IF.

           STRING THQ-CHAVE (WSS-IDX-NO) (WSS-POS:5)
                                         DELIMITED BY SPACE
             INTO WSS-HQ-CAMINHO
             WITH POINTER WSS-PONTEIRO
           END-STRING.

       2910-MONTA-CAMINHO-EXIT.
           EXIT.

      *----
       2920-PROCURA-GESTOR.

           COMPUTE WSS-POS = (WSS-SEG - 1) * 5 + 1.

           MOVE THQ-CHAVE (WSS-IDX-NO) (WSS-POS:5)
                                         TO WSS-COD-PROCURA.

           PERFORM 5000-LOCALIZA
              THRU 5000-LOCALIZA-EXIT.

           IF WSS-ACHOU EQUAL 'S'
              MOVE THQ-GESTOR (WSS-IDX-ACHADO)
                                         TO WSS-HQ-GESTOR-RESP
           END-IF.

       2920-PROCURA-GESTOR-EXIT.
           EXIT.

      *----
      * ZERA OS ACUMULADORES DE TODOS OS NOS E REINICIA A LISTA
      *----
       3000-ZERA.

           PERFORM 3100-ZERA-UM-NO
              THRU 3100-ZERA-UM-NO-EXIT
              VARYING WSS-IDX-NO FROM 1 BY 1
              UNTIL WSS-IDX-NO GREATER WSS-QTD-NOS.

           MOVE 0                        TO WSS-PROX-LISTA.

       3000-ZERA-EXIT.
           EXIT.

      *----
       3100-ZERA-UM-NO.

           INITIALIZE THQ-VALORES (WSS-IDX-NO).
           MOVE 0                        TO THQ-QTDE (WSS-IDX-NO).
           MOVE 'N'                      TO THQ-MOVIMENTO (WSS-IDX-NO).

       3100-ZERA-UM-NO-EXIT.
           EXIT.

      *----
      * SOMA OS VALORES NO DEPARTAMENTO E EM CADA NIVEL DA SUA CHAVE
      * (TODOS OS SUPERIORES). DEPARTAMENTO FORA DO DEPTREF ENTRA
      * COMO RAIZ 'DESCONHECIDO'
      *----
       4000-ACUMULA.

           MOVE WSS-HQ-DEPARTAMENTO      TO WSS-COD-PROCURA.

           PERFORM 5000-LOCALIZA
              THRU 5000-LOCALIZA-EXIT.

           IF WSS-ACHOU NOT EQUAL 'S'
              PERFORM 4100-INCLUI-DESCONHECIDO
                 THRU 4100-INCLUI-DESCONHECIDO-EXIT
           END-IF.

           IF WSS-ACHOU NOT EQUAL 'S'
              MOVE 4              TO WSS-RETURN-CODE OF WSS-HQ-OUTPUT
              MOVE 'TABELA DE HIERARQUIA CHEIA'
                                  TO WSS-MENSAGEM OF WSS-HQ-OUTPUT
              GO TO 4000-ACUMULA-EXIT
           END-IF.

           MOVE WSS-IDX-ACHADO           TO WSS-IDX-NO.

           PERFORM 4200-SOMA-UM-NIVEL
              THRU 4200-SOMA-UM-NIVEL-EXIT
              VARYING WSS-SEG FROM 1 BY 1
              UNTIL WSS-SEG GREATER THQ-NIVEL (WSS-IDX-NO).

       4000-ACUMULA-EXIT.
           EXIT.

      *----
       4100-INCLUI-DESCONHECIDO.

           IF WSS-QTD-NOS NOT LESS WSS-MAX-NOS
              GO TO 4100-INCLUI-DESCONHECIDO-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-NOS.
           MOVE WSS-QTD-NOS              TO WSS-IDX-ACHADO.

           INITIALIZE WSS-THQ-ENTRY (WSS-IDX-ACHADO).

           MOVE WSS-HQ-DEPARTAMENTO TO THQ-CODIGO (WSS-IDX-ACHADO)
                                       THQ-CHAVE (WSS-IDX-ACHADO).
           MOVE 'DESCONHECIDO'      TO THQ-NOME (WSS-IDX-ACHADO).
           MOVE 1                   TO THQ-NIVEL (WSS-IDX-ACHADO).
           MOVE 'D'                 TO THQ-SITUACAO (WSS-IDX-ACHADO).
           MOVE 'N'                 TO THQ-MOVIMENTO (WSS-IDX-ACHADO).

           MOVE 'N'                      TO WSS-ORDENADO.
           MOVE 'S'                      TO WSS-ACHOU.

       4100-INCLUI-DESCONHECIDO-EXIT.
           EXIT.

      *----
       4200-SOMA-UM-NIVEL.

           COMPUTE WSS-POS = (WSS-SEG - 1) * 5 + 1.

           MOVE THQ-CHAVE (WSS-IDX-NO) (WSS-POS:5)
                                         TO WSS-COD-PROCURA.

           PERFORM 5000-LOCALIZA
              THRU 5000-LOCALIZA-EXIT.

           IF WSS-ACHOU NOT EQUAL 'S'
              GO TO 4200-SOMA-UM-NIVEL-EXIT
           END-IF.

           MOVE WSS-IDX-ACHADO           TO WSS-IDX-SEG.

           ADD WSS-HQ-VALOR (1)    TO THQ-VALOR (WSS-IDX-SEG, 1).
           ADD WSS-HQ-VALOR (2)    TO THQ-VALOR (WSS-IDX-SEG, 2).
           ADD WSS-HQ-VALOR (3)    TO THQ-VALOR (WSS-IDX-SEG, 3).
           ADD WSS-HQ-VALOR (4)    TO THQ-VALOR (WSS-IDX-SEG, 4).
           ADD WSS-HQ-QTDE         TO THQ-QTDE (WSS-IDX-SEG).
           MOVE 'S'                TO THQ-MOVIMENTO (WSS-IDX-SEG).

       4200-SOMA-UM-NIVEL-EXIT.
           EXIT.

      *----
      * PROCURA WSS-COD-PROCURA NA TABELA; DEVOLVE WSS-ACHOU E A
      * POSICAO EM WSS-IDX-ACHADO
      *----
       5000-LOCALIZA.

           MOVE 'N'                      TO WSS-ACHOU.
           MOVE 0                        TO WSS-IDX-ACHADO.

           IF WSS-QTD-NOS EQUAL 0
              GO TO 5000-LOCALIZA-EXIT
           END-IF.

           SET IDX-THQ TO 1.
           SEARCH WSS-THQ-ENTRY
             AT END
                CONTINUE
             WHEN THQ-CODIGO (IDX-THQ) EQUAL WSS-COD-PROCURA
                MOVE 'S'                 TO WSS-ACHOU
                SET WSS-IDX-ACHADO       TO IDX-THQ
           END-SEARCH.

       5000-LOCALIZA-EXIT.
           EXIT.

      *----
      * PROXIMO NO NA ORDEM DA ARVORE; SO OS QUE TIVERAM MOVIMENTO,
      * SALVO PEDIDO DE LISTA COMPLETA
      *----
       6000-LISTA.

           IF WSS-ORDENADO NOT EQUAL 'S'
              SORT WSS-THQ-ENTRY ON ASCENDING KEY THQ-CHAVE
              MOVE 'S'                   TO WSS-ORDENADO
           END-IF.

           MOVE 'N'                      TO WSS-ACHOU.

           PERFORM 6100-AVANCA-LISTA
              THRU 6100-AVANCA-LISTA-EXIT
              UNTIL WSS-ACHOU EQUAL 'S'
                 OR WSS-PROX-LISTA NOT LESS WSS-QTD-NOS.

           IF WSS-ACHOU NOT EQUAL 'S'
              MOVE 'S'                   TO WSS-HQ-FIM-LISTA
              MOVE 'FIM DA HIERARQUIA'
                                  TO WSS-MENSAGEM OF WSS-HQ-OUTPUT
              GO TO 6000-LISTA-EXIT
           END-IF.

           MOVE WSS-PROX-LISTA           TO WSS-IDX-ACHADO.

           PERFORM 2900-DEVOLVE-NO
              THRU 2900-DEVOLVE-NO-EXIT.

       6000-LISTA-EXIT.
           EXIT.

      *----
       6100-AVANCA-LISTA.

           ADD 1                         TO WSS-PROX-LISTA.

           IF THQ-MOVIMENTO (WSS-PROX-LISTA) EQUAL 'S'
              OR WSS-HQ-LISTA-TODOS EQUAL 'S'
              MOVE 'S'                   TO WSS-ACHOU
           END-IF.

       6100-AVANCA-LISTA-EXIT.
           EXIT.

       END PROGRAM COBOL226.
      ********************** FIM PROGRAMA   ****************************
