      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : CONFERENCIA DA HIERARQUIA DE DEPARTAMENTOS DO
      *            DEPTREF. LISTA EM RELHIERQ A ARVORE MONTADA PELO
      *            COBOL226 (SUPERIOR ANTES DOS SUBORDINADOS, RECUADO
      *            POR NIVEL), COM O CAMINHO, O DEPARTAMENTO SUPERIOR
      *            E O GESTOR RESPONSAVEL (NOME LIDO DO MESTRE
      *            FUNCMST), E APONTA AS OCORRENCIAS:
      *              CICLO NA HIERARQUIA     - A CADEIA DE SUPERIORES
      *                                        VOLTA A SI MESMA OU
      *                                        PASSA DE 6 NIVEIS
      *              SUPERIOR INEXISTENTE    - SUPERIOR FORA DO DEPTREF
      *              SEM GESTOR NA CADEIA    - NEM O DEPARTAMENTO NEM
      *                                        SEUS SUPERIORES TEM
      *                                        GESTOR
      *              GESTOR NAO CADASTRADO   - MATRICULA FORA DO
      *                                        FUNCMST
      *              GESTOR DESLIGADO        - GESTOR COM SITUACAO 'D'
      *            RODA DEPOIS DE TODA MANUTENCAO DO DEPTREF. RETORNA
      *            RC 8 COM CICLO OU SUPERIOR INEXISTENTE (OS
      *            SUBTOTAIS EM CASCATA DOS RELATORIOS FICARIAM
      *            INCOMPLETOS) E RC 4 COM OCORRENCIA SO DE GESTOR.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL227.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 08:00:00.
       DATE-COMPILED. 2026-10-15.
       INSTALLATION. INEFE.
       SECURITY. NORMAL.

      *---------------------
       ENVIRONMENT DIVISION.
      *---------------------
        CONFIGURATION SECTION.
         SPECIAL-NAMES.  DECIMAL-POINT IS COMMA
                         CONSOLE IS CONSOLE.
      *----
        INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT FUNCMST ASSIGN TO FUNCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FM-MATRICULA
                  FILE STATUS IS ST-FUNCMST.
      *
           SELECT RELHIERQ ASSIGN TO RELHIERQ
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELHIERQ.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD  FUNCMST
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      *----
       01  REG-FUNCMST.
           03  FM-MATRICULA                PIC 9(008).
           03  FM-NOME                     PIC X(040).
           03  FM-SEXO                     PIC X(001).
           03  FM-SALARIO                  PIC 9(005)V99.
           03  FM-DATA-ADMISSAO            PIC 9(008).
           03  FM-DEPARTAMENTO             PIC X(005).
           03  FM-HORA-EXTRA               PIC 9(002).
           03  FM-MOEDA                    PIC X(003).
           03  FM-SITUACAO                 PIC X(001).
               88  FM-DESLIGADO                     VALUE 'D'.
           03  FM-CARGO                    PIC X(002).
           03  FM-EMPRESA                  PIC X(002).
           03  FM-TIPO-CONTRATO            PIC X(001).
      *----
       FD   RELHIERQ.
      *----
       01   REG-RELHIERQ                   PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-FUNCMST                      PIC 9(002) VALUE 0.
       77  ST-RELHIERQ                     PIC 9(002) VALUE 0.
       77  WSS-TEM-FUNCMST                 PIC X(001) VALUE 'N'.
       77  WSS-POS                         PIC 9(003) COMP VALUE 0.
       77  WSS-QTD-LISTADOS                PIC 9(004) VALUE ZEROES.
       77  WSS-QTD-CICLOS                  PIC 9(004) VALUE ZEROES.
       77  WSS-QTD-ORFAOS                  PIC 9(004) VALUE ZEROES.
       77  WSS-QTD-OCOR-GESTOR             PIC 9(004) VALUE ZEROES.
      *----
      * GUARDA O RETURN-CODE DO ABEND: O CALL AO CLASSIFICADOR ZERA
      * O RETURN-CODE NA VOLTA
      *----
       77  WSS-RC-ABEND                    PIC 9(003) VALUE 0.
      *----
      * LINKAGE DO SUBPROGRAMA DE HIERARQUIA DE DEPARTAMENTOS
      * (COBOL226)
      *----
           COPY  'COPY2261'.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL227'.
           03 FILLER                       PIC X(051)
              VALUE 'CONFERENCIA DA HIERARQUIA DE DEPARTAMENTOS'.
      *----
       01  CAB02.
           03 FILLER                       PIC X(017) VALUE 'ARVORE'.
           03 FILLER                       PIC X(032)
              VALUE 'NOME DEPARTAMENTO'.
           03 FILLER                       PIC X(008) VALUE 'SUPER.'.
           03 FILLER                       PIC X(010) VALUE 'GESTOR'.
           03 FILLER                       PIC X(032)
              VALUE 'NOME DO GESTOR'.
           03 FILLER                       PIC X(025)
              VALUE 'OCORRENCIA'.
      *----
       01  DET01.
           03 ARVORE-DET                   PIC X(017) VALUE SPACES.
           03 NOME-DET                     PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 PAI-DET                      PIC X(005) VALUE SPACES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 GESTOR-DET                   PIC Z(007)9 VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 NOME-GESTOR-DET              PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 OCORRENCIA-DET               PIC X(025) VALUE SPACES.
      *----
       01  DET02.
           03 FILLER                       PIC X(017) VALUE SPACES.
           03 FILLER                       PIC X(010) VALUE 'CAMINHO: '.
           03 CAMINHO-DET                  PIC X(035) VALUE SPACES.
      *----
       01  TOT01.
           03 FILLER                       PIC X(030)
              VALUE 'DEPARTAMENTOS NA HIERARQUIA : '.
           03 QTD-LISTADOS-TOT             PIC ZZZ9 VALUE ZEROES.
      *----
       01  TOT02.
           03 FILLER                       PIC X(030)
              VALUE 'EM CICLO                    : '.
           03 QTD-CICLOS-TOT               PIC ZZZ9 VALUE ZEROES.
           03 FILLER                       PIC X(005) VALUE SPACES.
           03 FILLER                       PIC X(030)
              VALUE 'SUPERIOR INEXISTENTE        : '.
           03 QTD-ORFAOS-TOT               PIC ZZZ9 VALUE ZEROES.
           03 FILLER                       PIC X(005) VALUE SPACES.
           03 FILLER                       PIC X(030)
              VALUE 'OCORRENCIAS DE GESTOR       : '.
           03 QTD-OCOR-GESTOR-TOT          PIC ZZZ9 VALUE ZEROES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL227'
           DISPLAY ' CONFERENCIA DA HIERARQUIA DE DEPARTAMENTOS'.

           MOVE 'CARREGA'                TO WSS-HQ-FUNCAO.
           PERFORM ROT-CHAMA-HIERARQUIA
              THRU ROT-CHAMA-HIERARQUIA-EXIT.

           PERFORM 1000-ABRE-ARQUIVOS
              THRU 1000-ABRE-ARQUIVOS-EXIT.

           MOVE 'LISTA'                  TO WSS-HQ-FUNCAO.
           MOVE 'S'                      TO WSS-HQ-LISTA-TODOS.
           PERFORM ROT-CHAMA-HIERARQUIA
              THRU ROT-CHAMA-HIERARQUIA-EXIT.

           PERFORM 2000-CONFERE-DEPTO
              THRU 2000-CONFERE-DEPTO-EXIT
              UNTIL WSS-HQ-FIM.

           PERFORM 8000-IMPRIME-TOTAIS
              THRU 8000-IMPRIME-TOTAIS-EXIT.

           IF WSS-TEM-FUNCMST EQUAL 'S'
              CLOSE FUNCMST
           END-IF.

           CLOSE RELHIERQ.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL227                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* DEPARTAMENTOS        : ' WSS-QTD-LISTADOS.
           DISPLAY '* EM CICLO             : ' WSS-QTD-CICLOS.
           DISPLAY '* SUPERIOR INEXISTENTE : ' WSS-QTD-ORFAOS.
           DISPLAY '* OCORRENCIAS GESTOR   : ' WSS-QTD-OCOR-GESTOR.
           DISPLAY '*******************************************'.

           EVALUATE TRUE
               WHEN WSS-QTD-CICLOS GREATER 0
                 OR WSS-QTD-ORFAOS GREATER 0
                    MOVE 8               TO RETURN-CODE
               WHEN WSS-QTD-OCOR-GESTOR GREATER 0
                    MOVE 4               TO RETURN-CODE
               WHEN OTHER
                    MOVE 0               TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

      *----
      * SEM O MESTRE (FS=35) A LISTA SAI SEM O NOME DO GESTOR
      *----
       1000-ABRE-ARQUIVOS.

           DISPLAY '1000-ABRE-ARQUIVOS'.

           OPEN INPUT FUNCMST.

           EVALUATE ST-FUNCMST
               WHEN 0
                    MOVE 'S'             TO WSS-TEM-FUNCMST
               WHEN 35
                    DISPLAY 'COBOL227 - FUNCMST NAO INFORMADO, GESTOR '
                            'NAO CONFERIDO'
               WHEN OTHER
                    DISPLAY 'COBOL227 - ERRO OPEN FUNCMST FS='
                            ST-FUNCMST
                    MOVE ST-FUNCMST      TO RETURN-CODE
                    PERFORM ROT-ABEND
                       THRU ROT-ABEND-EXIT
           END-EVALUATE.

           OPEN OUTPUT RELHIERQ.

           IF ST-RELHIERQ NOT EQUAL 0 THEN
              DISPLAY 'COBOL227 - ERRO OPEN RELHIERQ FS=' ST-RELHIERQ
              MOVE ST-RELHIERQ           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           WRITE REG-RELHIERQ FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.
           WRITE REG-RELHIERQ FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

       1000-ABRE-ARQUIVOS-EXIT.
           EXIT.

      *----
      * UM DEPARTAMENTO DA ARVORE (JA POSICIONADO PELO 'LISTA'), COM
      * A OCORRENCIA MAIS GRAVE, E PEDE O PROXIMO
      *----
       2000-CONFERE-DEPTO.

           ADD 1                         TO WSS-QTD-LISTADOS.

           MOVE SPACES                   TO DET01.
           COMPUTE WSS-POS = (WSS-HQ-NIVEL - 1) * 2 + 1.
           MOVE WSS-HQ-CODIGO        TO ARVORE-DET (WSS-POS:5).
           MOVE WSS-HQ-NOME              TO NOME-DET.
           MOVE WSS-HQ-PAI               TO PAI-DET.
           MOVE WSS-HQ-GESTOR-RESP       TO GESTOR-DET.

           PERFORM 2100-CONFERE-GESTOR
              THRU 2100-CONFERE-GESTOR-EXIT.

           EVALUATE TRUE
               WHEN WSS-HQ-NO-CICLO
                    MOVE 'CICLO NA HIERARQUIA'  TO OCORRENCIA-DET
                    ADD 1                       TO WSS-QTD-CICLOS
               WHEN WSS-HQ-NO-ORFAO
                    MOVE 'SUPERIOR INEXISTENTE' TO OCORRENCIA-DET
                    ADD 1                       TO WSS-QTD-ORFAOS
           END-EVALUATE.

           WRITE REG-RELHIERQ FROM DET01 AFTER ADVANCING 2
           END-WRITE.

           MOVE WSS-HQ-CAMINHO           TO CAMINHO-DET.

           WRITE REG-RELHIERQ FROM DET02 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELHIERQ NOT EQUAL 0 THEN
              DISPLAY 'COBOL227 - ERRO WRITE RELHIERQ FS=' ST-RELHIERQ
              MOVE ST-RELHIERQ           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM ROT-CHAMA-HIERARQUIA
              THRU ROT-CHAMA-HIERARQUIA-EXIT.

       2000-CONFERE-DEPTO-EXIT.
           EXIT.

      *----
      * GESTOR RESPONSAVEL (O PROPRIO OU O HERDADO DO SUPERIOR) NO
      * MESTRE DE FUNCIONARIOS
      *----
       2100-CONFERE-GESTOR.

           IF WSS-HQ-GESTOR-RESP EQUAL 0
              MOVE 'SEM GESTOR NA CADEIA'  TO OCORRENCIA-DET
              ADD 1                        TO WSS-QTD-OCOR-GESTOR
              GO TO 2100-CONFERE-GESTOR-EXIT
           END-IF.

           IF WSS-HQ-GESTOR EQUAL 0
              MOVE 'GESTOR DO SUPERIOR'    TO OCORRENCIA-DET
           END-IF.

           IF WSS-TEM-FUNCMST NOT EQUAL 'S'
              GO TO 2100-CONFERE-GESTOR-EXIT
           END-IF.

           MOVE WSS-HQ-GESTOR-RESP       TO FM-MATRICULA.

           READ FUNCMST
              INVALID KEY
                 MOVE 'GESTOR NAO CADASTRADO' TO OCORRENCIA-DET
                 ADD 1                        TO WSS-QTD-OCOR-GESTOR
                 GO TO 2100-CONFERE-GESTOR-EXIT
           END-READ.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL227 - ERRO READ FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE FM-NOME                  TO NOME-GESTOR-DET.

           IF FM-DESLIGADO
              MOVE 'GESTOR DESLIGADO'    TO OCORRENCIA-DET
              ADD 1                      TO WSS-QTD-OCOR-GESTOR
           END-IF.

       2100-CONFERE-GESTOR-EXIT.
           EXIT.

      *----
       8000-IMPRIME-TOTAIS.

           MOVE WSS-QTD-LISTADOS         TO QTD-LISTADOS-TOT.
           MOVE WSS-QTD-CICLOS           TO QTD-CICLOS-TOT.
           MOVE WSS-QTD-ORFAOS           TO QTD-ORFAOS-TOT.
           MOVE WSS-QTD-OCOR-GESTOR      TO QTD-OCOR-GESTOR-TOT.

           WRITE REG-RELHIERQ FROM TOT01 AFTER ADVANCING 3
           END-WRITE.
           WRITE REG-RELHIERQ FROM TOT02 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELHIERQ NOT EQUAL 0 THEN
              DISPLAY 'COBOL227 - ERRO WRITE RELHIERQ FS=' ST-RELHIERQ
              MOVE ST-RELHIERQ           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       8000-IMPRIME-TOTAIS-EXIT.
           EXIT.

      *----
      * CHAMA O COBOL226 COM A FUNCAO JA INFORMADA; ERRO DE ARQUIVO
      * NO DEPTREF E ABEND
      *----
       ROT-CHAMA-HIERARQUIA.

           CALL 'COBOL226' USING WSS-HIERARQ-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-HQ-OUTPUT GREATER 4
              DISPLAY 'COBOL227 - ERRO COBOL226: '
                      WSS-MENSAGEM OF WSS-HQ-OUTPUT
              MOVE WSS-RETURN-CODE OF WSS-HQ-OUTPUT TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       ROT-CHAMA-HIERARQUIA-EXIT.
           EXIT.

      ******************************************************************
       ROT-ABEND.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY ' ABEND PROGRAMADO '.
           DISPLAY ' ERRO ENCONTRADO : '  RETURN-CODE.
           DISPLAY ' FAVOR AVISAR O ANALISTA RESPONSAVEL'.
           DISPLAY '*******************************************'.

           MOVE RETURN-CODE TO WSS-RC-ABEND.
           MOVE RETURN-CODE TO WSS-CLASSIF-RC-ENTRADA.
           CALL 'COBOL125' USING WSS-CLASSIF-RC-LINKAGE.

           DISPLAY ' SEVERIDADE      : ' WSS-CLASSIF-RC-SEVERIDADE.
           DISPLAY ' DESCRICAO       : ' WSS-CLASSIF-RC-DESCRICAO.

           DISPLAY '***ABEND-COBOL227*** RC=' WSS-RC-ABEND
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           MOVE WSS-RC-ABEND TO RETURN-CODE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
