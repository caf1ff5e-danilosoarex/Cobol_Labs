      *            MERGES COBOL091/COBOL094, COBOL122) E DEFINIDA NO
      *            ARQUIVO CHAINDEF E O ANDAMENTO FICA NO ARQUIVO DE
      *            STATUS STEPSTAT, QUE SOBREVIVE ENTRE SUBMISSOES.
      *            CADA PASSO DO CHAINDEF DECLARA OS PASSOS
      *            PREDECESSORES (SEM DECLARACAO, O PREDECESSOR E O
      *            PASSO ANTERIOR DO ARQUIVO - A CADEIA SEQUENCIAL DE
      *            SEMPRE); RAMOS INDEPENDENTES RODAM AO MESMO TEMPO.
      *            O PLANO DE ONDAS (PASSOS QUE PODEM RODAR EM
      *            PARALELO) E MOSTRADO NO INICIO DE CADA CHAMADA.
      *            FUNCOES (CARTAO FUNCAO):
      *            'PROXIMO'   - LIBERA TODO PASSO PENDENTE CUJOS
      *                          PREDECESSORES JA COMPLETARAM, GRAVA
      *                          UM REGISTRO POR PASSO LIBERADO NO
      *                          ARQUIVO DE SAIDA NEXTSTEP E MARCA
      *                          CADA UM COMO INICIADO. RC=4 QUANDO A
      *                          CADEIA INTEIRA JA COMPLETOU; RC=8
      *                          QUANDO NADA RODA E SO RESTAM PASSOS
      *                          PRESOS A UM RAMO FALHO.
      *            'RESULTADO' - REGISTRA O RETURN-CODE DO PASSO QUE
      *                          ACABOU DE RODAR (CARTAO STEPRC) E O
      *                          MARCA COMPLETO OU FALHO. O PASSO FALHO
      *                          SEGURA SO OS SEUS DEPENDENTES.
      *            'REINICIO'  - RESUBMISSAO APOS FALHA: O PASSO
      *                          FALHO (E O INICIADO QUE FICOU SEM
      *                          RESULTADO) VOLTA A PENDENTE E A
      *                          LIBERACAO SEGUE COMO NO 'PROXIMO' -
      *                          RESTART EM NIVEL DE PASSO,
      *                          COMPLEMENTANDO O CHECKPOINT EM NIVEL
      *                          DE REGISTRO (RESTCTL).
      *            'REPROCESSA'- CORRECAO DE UM ARQUIVO JA CONSUMIDO:
      *                          OS PROGRAMAS DO ARQUIVO REPROC
      *                          (COBOL258, CONSULTA DE LINHAGEM NO
      *                          SENTIDO FRENTE) E TODOS OS SEUS
      *                          DEPENDENTES NO GRAFO VOLTAM A
      *                          PENDENTE; A LIBERACAO SEGUE COMO NO
      *                          'PROXIMO'. PASSO EM EXECUCAO NO
      *                          CAMINHO ABENDA SEM TOCAR NO STEPSTAT.
      *            OS PASSOS EM SI TERMINAM COM STOP RUN, POR ISSO O
      *            CONTROLADOR DIRIGE A CADEIA POR ARQUIVO E NAO POR
      *            CALL.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - GRAFO DE PREDECESSORES NO CHAINDEF: RAMOS
      *                  INDEPENDENTES LIBERADOS JUNTOS NO 'PROXIMO',
      *                  PLANO DE ONDAS E PASSO FALHO SEGURANDO SO OS
      *                  SEUS DEPENDENTES
      * 15/10/2026 VRB - FUNCAO 'REINICIO': PASSO FALHO OU INICIADO
      *                  SEM RESULTADO VOLTA A PENDENTE
      * 15/10/2026 VRB - FUNCAO 'REPROCESSA': PROGRAMAS DO REPROC
      *                  (COBOL258) E SEUS DEPENDENTES VOLTAM A
      *                  PENDENTE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-OVERRCRD.
      *
           SELECT REPROC ASSIGN TO REPROC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-REPROC.
      *
      *--------------
       DATA DIVISION.
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-FUNCAO.
            03 FUNCAO-MODO                 PIC X(010).
               88 FUNCAO-PROXIMO                   VALUE 'PROXIMO'.
               88 FUNCAO-RESULTADO                 VALUE 'RESULTADO'.
               88 FUNCAO-REINICIO                  VALUE 'REINICIO'.
               88 FUNCAO-REPROCESSA                VALUE 'REPROCESSA'.
            03 FILLER                      PIC X(070).
      *----
       FD   CHAINDEF
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * PREDECESSORES: ATE 8 NUMEROS DE SEQUENCIA DE PASSOS QUE
      * PRECISAM TERMINAR ANTES DESTE. EM BRANCO = O PASSO ANTERIOR
      * DO ARQUIVO (CADEIA SEQUENCIAL); '00' NA PRIMEIRA POSICAO =
      * PASSO SEM PREDECESSOR, LIBERADO NA PARTIDA
      *----
       01   REG-CHAINDEF.
            03 CHD-SEQ                     PIC 9(002).
            03 CHD-PROGRAMA                PIC X(008).
            03 CHD-DESCRICAO               PIC X(030).
            03 CHD-PREDECESSORES           PIC X(016).
            03 CHD-PRED-R REDEFINES CHD-PREDECESSORES.
               05 CHD-PRED                 PIC X(002) OCCURS 8 TIMES.
            03 FILLER                      PIC X(024).
      *----
       FD   STEPSTAT
            RECORDING MODE IS F
            03 SRC-SEQ                     PIC 9(002).
            03 SRC-RC                      PIC 9(003).
            03 FILLER                      PIC X(075).
      *----
       FD   REPROC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2581'.
      *----
      *------------------------
       WORKING-STORAGE SECTION.
       77  ST-STEPRC                       PIC 9(002) VALUE 0.
       77  ST-CALPROC                      PIC 9(002) VALUE 0.
       77  ST-OVERRCRD                     PIC 9(002) VALUE 0.
       77  ST-REPROC                       PIC 9(002) VALUE 0.
       77  WSS-EOF-CAL                     PIC X(001) VALUE 'N'.
       77  WSS-DATA-HOJE                   PIC 9(008) VALUE 0.
       77  WSS-JANELA-OK                   PIC X(001) VALUE 'N'.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-QTD-PASSOS                  PIC 9(002) VALUE 0.
       77  WSS-IDX                         PIC 9(002) COMP VALUE 0.
       77  WSS-IDX-PRED                    PIC 9(002) COMP VALUE 0.
       77  WSS-IDX-ACHADO                  PIC 9(002) COMP VALUE 0.
       77  WSS-QTD-LIBERADOS               PIC 9(002) VALUE 0.
       77  WSS-QTD-COMPLETOS               PIC 9(002) VALUE 0.
       77  WSS-QTD-INICIADOS               PIC 9(002) VALUE 0.
       77  WSS-QTD-FALHOS                  PIC 9(002) VALUE 0.
       77  WSS-QTD-SEM-ONDA                PIC 9(002) VALUE 0.
       77  WSS-ONDA                        PIC 9(002) VALUE 0.
       77  WSS-ONDA-MAX                    PIC 9(002) VALUE 0.
       77  WSS-ONDA-PRED                   PIC 9(002) VALUE 0.
       77  WSS-MUDOU                       PIC X(001) VALUE 'N'.
       77  WSS-PRED-OK                     PIC X(001) VALUE 'N'.
       77  WSS-LINHA-PRED                  PIC X(030) VALUE SPACES.
       77  WSS-PONTEIRO                    PIC 9(003) VALUE 0.
       77  WSS-QTD-REPROC                  PIC 9(002) VALUE 0.
       77  WSS-QTD-REABERTOS               PIC 9(002) VALUE 0.
      *----
      * TABELA DA CADEIA MONTADA DE CHAINDEF + STEPSTAT
      *----
              10 PAS-STATUS                PIC X(001).
              10 PAS-RC                    PIC 9(003).
              10 PAS-DATA-HORA             PIC X(014).
              10 PAS-QTD-PRED              PIC 9(002).
              10 PAS-PRED                  PIC 9(002) OCCURS 8 TIMES.
              10 PAS-PRED-IDX              PIC 9(002) OCCURS 8 TIMES.
              10 PAS-ONDA                  PIC 9(002).
              10 PAS-REABRIR               PIC X(001).
      *----
       01  DATA-HORA.
           03 DH-ANO                       PIC X(004).
           PERFORM 1100-CARGA-STATUS
              THRU 1100-CARGA-STATUS-EXIT.

           PERFORM 1200-MONTA-GRAFO
              THRU 1200-MONTA-GRAFO-EXIT.

           IF FUNCAO-PROXIMO OR FUNCAO-REINICIO OR FUNCAO-REPROCESSA
              PERFORM 1500-VERIFICA-JANELA
                 THRU 1500-VERIFICA-JANELA-EXIT
              IF FUNCAO-REINICIO
                 PERFORM 1900-REABRE-FALHOS
                    THRU 1900-REABRE-FALHOS-EXIT
              END-IF
              IF FUNCAO-REPROCESSA
                 PERFORM 1950-REABRE-REPROC
                    THRU 1950-REABRE-REPROC-EXIT
              END-IF
              PERFORM 2000-ESCOLHE-PROXIMO
                 THRU 2000-ESCOLHE-PROXIMO-EXIT
           ELSE
           PERFORM 5000-MOSTRA-QUADRO
              THRU 5000-MOSTRA-QUADRO-EXIT.

           IF FUNCAO-RESULTADO OR WSS-QTD-LIBERADOS NOT EQUAL 0
              STOP RUN
           END-IF.

           IF WSS-QTD-COMPLETOS EQUAL WSS-QTD-PASSOS
              DISPLAY 'COBOL140 - CADEIA COMPLETA, NADA A EXECUTAR'
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WSS-QTD-INICIADOS NOT EQUAL 0
              DISPLAY 'COBOL140 - NENHUM PASSO LIBERADO, AGUARDANDO '
                      'PASSOS EM EXECUCAO'
              STOP RUN
           END-IF.

           DISPLAY 'COBOL140 - CADEIA RETIDA POR PASSO FALHO, '
                   'RESUBMETER COM A FUNCAO REINICIO'.
           MOVE 8 TO RETURN-CODE.

           STOP RUN.

      *----
      * GRAFO DE DEPENDENCIAS: RESOLVE OS PREDECESSORES NA TABELA,
      * CALCULA A ONDA DE CADA PASSO (SEM PREDECESSOR = ONDA 1, SENAO
      * 1 + A MAIOR ONDA DOS PREDECESSORES) E MOSTRA O PLANO. PASSOS
      * DA MESMA ONDA PODEM RODAR EM PARALELO. PREDECESSOR INEXISTENTE
      * OU CICLO DE DEPENDENCIA ABENDAM ANTES DE TOCAR NO STEPSTAT
      *----
       1200-MONTA-GRAFO.

           DISPLAY '1200-MONTA-GRAFO'.

           PERFORM 1210-RESOLVE-PREDEC
              THRU 1210-RESOLVE-PREDEC-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX GREATER WSS-QTD-PASSOS.

           MOVE 'Y'                      TO WSS-MUDOU.

           PERFORM 1220-PASSADA-ONDAS
              THRU 1220-PASSADA-ONDAS-EXIT
              UNTIL WSS-MUDOU EQUAL 'N'.

           MOVE 0                        TO WSS-QTD-SEM-ONDA.
           MOVE 0                        TO WSS-ONDA-MAX.

           PERFORM 1240-CONFERE-ONDA
              THRU 1240-CONFERE-ONDA-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX GREATER WSS-QTD-PASSOS.

           IF WSS-QTD-SEM-ONDA NOT EQUAL 0
              DISPLAY 'COBOL140 - CICLO DE DEPENDENCIA NO CHAINDEF, '
                      WSS-QTD-SEM-ONDA ' PASSO(S)'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           DISPLAY ' '.
           DISPLAY 'COBOL140 - PLANO DE EXECUCAO (ONDAS PARALELAS):'.

           PERFORM 1230-MOSTRA-ONDA
              THRU 1230-MOSTRA-ONDA-EXIT
              VARYING WSS-ONDA FROM 1 BY 1
              UNTIL WSS-ONDA GREATER WSS-ONDA-MAX.

       1200-MONTA-GRAFO-EXIT.
           EXIT.

      *----
       1210-RESOLVE-PREDEC.

           PERFORM 1211-ACHA-PREDEC
              THRU 1211-ACHA-PREDEC-EXIT
              VARYING WSS-IDX-PRED FROM 1 BY 1
              UNTIL WSS-IDX-PRED GREATER PAS-QTD-PRED (WSS-IDX).

       1210-RESOLVE-PREDEC-EXIT.
           EXIT.

      *----
       1211-ACHA-PREDEC.

           SET IDX-PAS                   TO 1.

           SEARCH WSS-PASSO-ENTRY
              AT END
                 DISPLAY 'COBOL140 - PASSO ' PAS-SEQ (WSS-IDX)
                         ' COM PREDECESSOR INEXISTENTE: '
                         PAS-PRED (WSS-IDX WSS-IDX-PRED)
                 MOVE 16                 TO RETURN-CODE
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              WHEN PAS-SEQ (IDX-PAS) EQUAL
                   PAS-PRED (WSS-IDX WSS-IDX-PRED)
                 SET WSS-IDX-ACHADO      TO IDX-PAS
                 MOVE WSS-IDX-ACHADO
                   TO PAS-PRED-IDX (WSS-IDX WSS-IDX-PRED)
           END-SEARCH.

       1211-ACHA-PREDEC-EXIT.
           EXIT.

      *----
      * CADA PASSADA DA ONDA AOS PASSOS CUJOS PREDECESSORES JA TEM
      * ONDA; PARA QUANDO UMA PASSADA NAO MUDA NADA
      *----
       1220-PASSADA-ONDAS.

           MOVE 'N'                      TO WSS-MUDOU.

           PERFORM 1221-CALCULA-ONDA
              THRU 1221-CALCULA-ONDA-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX GREATER WSS-QTD-PASSOS.

       1220-PASSADA-ONDAS-EXIT.
           EXIT.

      *----
       1221-CALCULA-ONDA.

           IF PAS-ONDA (WSS-IDX) NOT EQUAL 0
              GO TO 1221-CALCULA-ONDA-EXIT
           END-IF.

           MOVE 0                        TO WSS-ONDA-PRED.
           MOVE 'Y'                      TO WSS-PRED-OK.

           PERFORM 1222-ONDA-PREDEC
              THRU 1222-ONDA-PREDEC-EXIT
              VARYING WSS-IDX-PRED FROM 1 BY 1
              UNTIL WSS-IDX-PRED GREATER PAS-QTD-PRED (WSS-IDX).

           IF WSS-PRED-OK EQUAL 'Y'
              ADD 1 WSS-ONDA-PRED    GIVING PAS-ONDA (WSS-IDX)
              MOVE 'Y'                   TO WSS-MUDOU
           END-IF.

       1221-CALCULA-ONDA-EXIT.
           EXIT.

      *----
       1222-ONDA-PREDEC.

           MOVE PAS-PRED-IDX (WSS-IDX WSS-IDX-PRED) TO WSS-IDX-ACHADO.

           IF PAS-ONDA (WSS-IDX-ACHADO) EQUAL 0
              MOVE 'N'                   TO WSS-PRED-OK
              GO TO 1222-ONDA-PREDEC-EXIT
           END-IF.

           IF PAS-ONDA (WSS-IDX-ACHADO) GREATER WSS-ONDA-PRED
              MOVE PAS-ONDA (WSS-IDX-ACHADO) TO WSS-ONDA-PRED
           END-IF.

       1222-ONDA-PREDEC-EXIT.
           EXIT.

      *----
       1230-MOSTRA-ONDA.

           DISPLAY ' ONDA ' WSS-ONDA ':'.

           PERFORM 1231-MOSTRA-PASSO-ONDA
              THRU 1231-MOSTRA-PASSO-ONDA-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX GREATER WSS-QTD-PASSOS.

       1230-MOSTRA-ONDA-EXIT.
           EXIT.

      *----
       1231-MOSTRA-PASSO-ONDA.

           IF PAS-ONDA (WSS-IDX) NOT EQUAL WSS-ONDA
              GO TO 1231-MOSTRA-PASSO-ONDA-EXIT
           END-IF.

           MOVE SPACES                   TO WSS-LINHA-PRED.
           MOVE 1                        TO WSS-PONTEIRO.

           IF PAS-QTD-PRED (WSS-IDX) EQUAL 0
              MOVE '(INICIO)'            TO WSS-LINHA-PRED
           ELSE
              PERFORM 1232-MONTA-LINHA-PRED
                 THRU 1232-MONTA-LINHA-PRED-EXIT
                 VARYING WSS-IDX-PRED FROM 1 BY 1
                 UNTIL WSS-IDX-PRED GREATER PAS-QTD-PRED (WSS-IDX)
           END-IF.

           DISPLAY '   PASSO ' PAS-SEQ (WSS-IDX)
                   ' ' PAS-PROGRAMA (WSS-IDX)
                   ' ' PAS-DESCRICAO (WSS-IDX)
                   ' APOS ' WSS-LINHA-PRED.

       1231-MOSTRA-PASSO-ONDA-EXIT.
           EXIT.

      *----
       1232-MONTA-LINHA-PRED.

           STRING PAS-PRED (WSS-IDX WSS-IDX-PRED) ' '
              DELIMITED BY SIZE
              INTO WSS-LINHA-PRED
              WITH POINTER WSS-PONTEIRO
           END-STRING.

       1232-MONTA-LINHA-PRED-EXIT.
           EXIT.

      *----
       1240-CONFERE-ONDA.

           IF PAS-ONDA (WSS-IDX) EQUAL 0
              ADD 1                      TO WSS-QTD-SEM-ONDA
              DISPLAY 'COBOL140 - PASSO ' PAS-SEQ (WSS-IDX) ' '
                      PAS-PROGRAMA (WSS-IDX)
                      ' EM CICLO DE DEPENDENCIA'
              GO TO 1240-CONFERE-ONDA-EXIT
           END-IF.

           IF PAS-ONDA (WSS-IDX) GREATER WSS-ONDA-MAX
              MOVE PAS-ONDA (WSS-IDX)    TO WSS-ONDA-MAX
           END-IF.

       1240-CONFERE-ONDA-EXIT.
           EXIT.

      *----
      * REINICIO: O PASSO FALHO E O INICIADO QUE FICOU SEM RESULTADO
      * (JOB DERRUBADO) VOLTAM A PENDENTE; OS COMPLETOS FICAM COMO
      * ESTAO - RESTART EM NIVEL DE PASSO. SO SE SUBMETE DEPOIS QUE
      * A CADEIA PAROU (PROXIMO COM RC=8 OU JOB CANCELADO)
      *----
       1900-REABRE-FALHOS.

           DISPLAY '1900-REABRE-FALHOS'.

           PERFORM 1901-REABRE-PASSO
              THRU 1901-REABRE-PASSO-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX GREATER WSS-QTD-PASSOS.

       1900-REABRE-FALHOS-EXIT.
           EXIT.

      *----
       1901-REABRE-PASSO.

           IF PAS-STATUS (WSS-IDX) NOT EQUAL 'F'
              AND PAS-STATUS (WSS-IDX) NOT EQUAL 'I'
              GO TO 1901-REABRE-PASSO-EXIT
           END-IF.

           DISPLAY 'COBOL140 - PASSO ' PAS-SEQ (WSS-IDX) ' '
                   PAS-PROGRAMA (WSS-IDX) ' REABERTO, STATUS='
                   PAS-STATUS (WSS-IDX) ' RC=' PAS-RC (WSS-IDX).

           MOVE SPACE                    TO PAS-STATUS (WSS-IDX).
           MOVE 0                        TO PAS-RC (WSS-IDX).

       1901-REABRE-PASSO-EXIT.
           EXIT.

      *----
      * REPROCESSA: OS PROGRAMAS DO REPROC (CONSULTA DE LINHAGEM DO
      * COBOL258 SOBRE A GERACAO CORRIGIDA) E, PELO GRAFO, TODOS OS
      * SEUS DEPENDENTES VOLTAM A PENDENTE, MESMO JA COMPLETOS.
      * PROGRAMA DO REPROC FORA DA CADEIA SO GERA AVISO (RODA FORA
      * DO CONTROLADOR). PASSO EM EXECUCAO NO CAMINHO ABENDA ANTES DE
      * ALTERAR QUALQUER STATUS
      *----
       1950-REABRE-REPROC.

           DISPLAY '1950-REABRE-REPROC'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT REPROC.

           IF ST-REPROC NOT EQUAL 0 THEN
              DISPLAY 'COBOL140 - ERRO OPEN REPROC FS=' ST-REPROC
              MOVE ST-REPROC             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1951-LER-REPROC
              THRU 1951-LER-REPROC-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE REPROC.

           MOVE 'N'                      TO WSS-EOF.

           MOVE 'Y'                      TO WSS-MUDOU.

           PERFORM 1953-PASSADA-DEPENDENTES
              THRU 1953-PASSADA-DEPENDENTES-EXIT
              UNTIL WSS-MUDOU EQUAL 'N'.

           PERFORM 1956-CONFERE-EXECUCAO
              THRU 1956-CONFERE-EXECUCAO-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX GREATER WSS-QTD-PASSOS.

           MOVE 0                        TO WSS-QTD-REABERTOS.

           PERFORM 1957-REABRE-MARCADO
              THRU 1957-REABRE-MARCADO-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX GREATER WSS-QTD-PASSOS.

           DISPLAY ' PROGRAMAS NO REPROC : ' WSS-QTD-REPROC.
           DISPLAY ' PASSOS REABERTOS    : ' WSS-QTD-REABERTOS.

       1950-REABRE-REPROC-EXIT.
           EXIT.

      *----
       1951-LER-REPROC.

           READ REPROC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-REPROC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL140 - ERRO READ REPROC FS=' ST-REPROC
              MOVE ST-REPROC             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1951-LER-REPROC-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-REPROC.
           MOVE 0                        TO WSS-IDX-ACHADO.

           PERFORM 1952-MARCA-PROGRAMA
              THRU 1952-MARCA-PROGRAMA-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX GREATER WSS-QTD-PASSOS.

           IF WSS-IDX-ACHADO EQUAL 0
              DISPLAY 'COBOL140 - AVISO: ' REP-PROGRAMA
                      ' DO REPROC NAO FAZ PARTE DA CADEIA'
           END-IF.

       1951-LER-REPROC-EXIT.
           EXIT.

      *----
       1952-MARCA-PROGRAMA.

           IF PAS-PROGRAMA (WSS-IDX) EQUAL REP-PROGRAMA
              MOVE 'Y'                   TO PAS-REABRIR (WSS-IDX)
              MOVE WSS-IDX               TO WSS-IDX-ACHADO
           END-IF.

       1952-MARCA-PROGRAMA-EXIT.
           EXIT.

      *----
      * UMA PASSADA PELA CADEIA: PASSO COM PREDECESSOR MARCADO FICA
      * MARCADO; REPETE ATE UMA PASSADA NAO MARCAR NADA
      *----
       1953-PASSADA-DEPENDENTES.

           MOVE 'N'                      TO WSS-MUDOU.

           PERFORM 1954-MARCA-DEPENDENTE
              THRU 1954-MARCA-DEPENDENTE-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX GREATER WSS-QTD-PASSOS.

       1953-PASSADA-DEPENDENTES-EXIT.
           EXIT.

      *----
       1954-MARCA-DEPENDENTE.

           IF PAS-REABRIR (WSS-IDX) EQUAL 'Y'
              GO TO 1954-MARCA-DEPENDENTE-EXIT
           END-IF.

           PERFORM 1955-PREDEC-MARCADO
              THRU 1955-PREDEC-MARCADO-EXIT
              VARYING WSS-IDX-PRED FROM 1 BY 1
              UNTIL WSS-IDX-PRED GREATER PAS-QTD-PRED (WSS-IDX)
                 OR PAS-REABRIR (WSS-IDX) EQUAL 'Y'.

       1954-MARCA-DEPENDENTE-EXIT.
           EXIT.

      *----
       1955-PREDEC-MARCADO.

           MOVE PAS-PRED-IDX (WSS-IDX WSS-IDX-PRED) TO WSS-IDX-ACHADO.

           IF PAS-REABRIR (WSS-IDX-ACHADO) EQUAL 'Y'
              MOVE 'Y'                   TO PAS-REABRIR (WSS-IDX)
                                            WSS-MUDOU
           END-IF.

       1955-PREDEC-MARCADO-EXIT.
           EXIT.

      *----
       1956-CONFERE-EXECUCAO.

           IF PAS-REABRIR (WSS-IDX) EQUAL 'Y'
              AND PAS-STATUS (WSS-IDX) EQUAL 'I'
              DISPLAY 'COBOL140 - PASSO ' PAS-SEQ (WSS-IDX) ' '
                      PAS-PROGRAMA (WSS-IDX) ' EM EXECUCAO, AGUARDAR '
                      'O RESULTADO ANTES DE REPROCESSAR'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       1956-CONFERE-EXECUCAO-EXIT.
           EXIT.

      *----
       1957-REABRE-MARCADO.

           IF PAS-REABRIR (WSS-IDX) NOT EQUAL 'Y'
              GO TO 1957-REABRE-MARCADO-EXIT
           END-IF.

           DISPLAY 'COBOL140 - PASSO ' PAS-SEQ (WSS-IDX) ' '
                   PAS-PROGRAMA (WSS-IDX) ' REABERTO PARA REPROCESSO, '
                   'STATUS=' PAS-STATUS (WSS-IDX).

           MOVE SPACE                    TO PAS-STATUS (WSS-IDX).
           MOVE 0                        TO PAS-RC (WSS-IDX).
           ADD 1                         TO WSS-QTD-REABERTOS.

       1957-REABRE-MARCADO-EXIT.
           EXIT.

      *----
      * JANELA DO CALENDARIO DE PROCESSAMENTO: A PARTIDA DA CADEIA
      * ('PROXIMO') SO E ACEITA SE A DATA DE HOJE CAI ENTRE O CORTE
           CLOSE FUNCAO.

           IF NOT FUNCAO-PROXIMO AND NOT FUNCAO-RESULTADO
              AND NOT FUNCAO-REINICIO AND NOT FUNCAO-REPROCESSA
              DISPLAY 'COBOL140 - FUNCAO INVALIDA: ' FUNCAO-MODO
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
           MOVE SPACE                    TO PAS-STATUS (IDX-PAS).
           MOVE 0                        TO PAS-RC (IDX-PAS).
           MOVE SPACES                   TO PAS-DATA-HORA (IDX-PAS).
           MOVE 0                        TO PAS-QTD-PRED (IDX-PAS).
           MOVE 0                        TO PAS-ONDA (IDX-PAS).
           MOVE 'N'                      TO PAS-REABRIR (IDX-PAS).

           IF CHD-PREDECESSORES EQUAL SPACES
              IF WSS-QTD-PASSOS GREATER 1
                 MOVE 1                  TO PAS-QTD-PRED (IDX-PAS)
                 MOVE PAS-SEQ (IDX-PAS - 1)
                                         TO PAS-PRED (IDX-PAS 1)
              END-IF
           ELSE
              PERFORM 1002-CARGA-PREDEC
                 THRU 1002-CARGA-PREDEC-EXIT
                 VARYING WSS-IDX-PRED FROM 1 BY 1
                 UNTIL WSS-IDX-PRED GREATER 8
           END-IF.

       1001-LER-CHAINDEF-EXIT.
           EXIT.

      *----
      * PREDECESSORES DECLARADOS NO CHAINDEF: POSICAO EM BRANCO E
      * IGNORADA, '00' MARCA PASSO SEM PREDECESSOR
      *----
       1002-CARGA-PREDEC.

           IF CHD-PRED (WSS-IDX-PRED) EQUAL SPACES
              OR CHD-PRED (WSS-IDX-PRED) EQUAL '00'
              GO TO 1002-CARGA-PREDEC-EXIT
           END-IF.

           IF CHD-PRED (WSS-IDX-PRED) NOT NUMERIC
              DISPLAY 'COBOL140 - PREDECESSOR INVALIDO NO PASSO '
                      CHD-SEQ ': ' CHD-PRED (WSS-IDX-PRED)
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO PAS-QTD-PRED (IDX-PAS).
           MOVE CHD-PRED (WSS-IDX-PRED)
             TO PAS-PRED (IDX-PAS PAS-QTD-PRED (IDX-PAS)).

       1002-CARGA-PREDEC-EXIT.
           EXIT.

      *----
      * SOBREPOE O STATUS PERSISTIDO DA NOITE (SE EXISTIR) SOBRE A
      * DEFINICAO DA CADEIA, CASANDO PELO NUMERO DE SEQUENCIA
           EXIT.

      *----
      * PROXIMO: LIBERA TODO PASSO PENDENTE CUJOS PREDECESSORES JA
      * COMPLETARAM; PASSOS COMPLETOS SAO PULADOS NO RESTART E O
      * PASSO FALHO SEGURA SO OS SEUS DEPENDENTES. NEXTSTEP SAI COM
      * UM REGISTRO POR PASSO LIBERADO (VAZIO SE NADA FOI LIBERADO)
      *----
       2000-ESCOLHE-PROXIMO.

           DISPLAY '2000-ESCOLHE-PROXIMO'.

           MOVE 0                        TO WSS-QTD-LIBERADOS.

           OPEN OUTPUT NEXTSTEP.

                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 2010-AVALIA-PASSO
              THRU 2010-AVALIA-PASSO-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX GREATER WSS-QTD-PASSOS.

           CLOSE NEXTSTEP.

           MOVE 0                        TO WSS-QTD-COMPLETOS
                                            WSS-QTD-INICIADOS
                                            WSS-QTD-FALHOS.

           PERFORM 2200-CONTA-SITUACAO
              THRU 2200-CONTA-SITUACAO-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX GREATER WSS-QTD-PASSOS.

           DISPLAY ' PASSOS LIBERADOS : ' WSS-QTD-LIBERADOS.
           DISPLAY ' EM EXECUCAO      : ' WSS-QTD-INICIADOS.
           DISPLAY ' COMPLETOS        : ' WSS-QTD-COMPLETOS.
           DISPLAY ' FALHOS           : ' WSS-QTD-FALHOS.

       2000-ESCOLHE-PROXIMO-EXIT.
           EXIT.

      *----
       2010-AVALIA-PASSO.

           IF PAS-STATUS (WSS-IDX) NOT EQUAL SPACE
              GO TO 2010-AVALIA-PASSO-EXIT
           END-IF.

           MOVE 'Y'                      TO WSS-PRED-OK.

           PERFORM 2011-CONFERE-PREDEC
              THRU 2011-CONFERE-PREDEC-EXIT
              VARYING WSS-IDX-PRED FROM 1 BY 1
              UNTIL WSS-IDX-PRED GREATER PAS-QTD-PRED (WSS-IDX)
                 OR WSS-PRED-OK EQUAL 'N'.

           IF WSS-PRED-OK NOT EQUAL 'Y'
              GO TO 2010-AVALIA-PASSO-EXIT
           END-IF.

           MOVE 'I'                      TO PAS-STATUS (WSS-IDX).
           STRING DH-ANO DH-MES DH-DIA DH-HORA DH-MINUTO
                  DH-SEGUNDO DELIMITED BY SIZE
              INTO PAS-DATA-HORA (WSS-IDX)
           END-STRING.

           ADD 1                         TO WSS-QTD-LIBERADOS.

           PERFORM 2100-GRAVA-NEXTSTEP
              THRU 2100-GRAVA-NEXTSTEP-EXIT.

       2010-AVALIA-PASSO-EXIT.
           EXIT.

      *----
       2011-CONFERE-PREDEC.

           MOVE PAS-PRED-IDX (WSS-IDX WSS-IDX-PRED) TO WSS-IDX-ACHADO.

           IF PAS-STATUS (WSS-IDX-ACHADO) NOT EQUAL 'C'
              MOVE 'N'                   TO WSS-PRED-OK
           END-IF.

       2011-CONFERE-PREDEC-EXIT.
           EXIT.

      *----
       2100-GRAVA-NEXTSTEP.

           MOVE SPACES                   TO REG-NEXTSTEP.
           MOVE PAS-SEQ (WSS-IDX)        TO NXT-SEQ.
           MOVE PAS-PROGRAMA (WSS-IDX)   TO NXT-PROGRAMA.
                 THRU ROT-ABEND-EXIT
           END-IF.

           DISPLAY 'COBOL140 - PASSO LIBERADO: ' NXT-SEQ ' '
                   NXT-PROGRAMA ' ' NXT-DESCRICAO.

       2100-GRAVA-NEXTSTEP-EXIT.
           EXIT.

      *----
       2200-CONTA-SITUACAO.

           IF PAS-STATUS (WSS-IDX) EQUAL 'C'
              ADD 1                      TO WSS-QTD-COMPLETOS
           END-IF.

           IF PAS-STATUS (WSS-IDX) EQUAL 'I'
              ADD 1                      TO WSS-QTD-INICIADOS
           END-IF.

           IF PAS-STATUS (WSS-IDX) EQUAL 'F'
              ADD 1                      TO WSS-QTD-FALHOS
              DISPLAY 'COBOL140 - PASSO ' PAS-SEQ (WSS-IDX) ' '
                      PAS-PROGRAMA (WSS-IDX)
                      ' FALHO, DEPENDENTES RETIDOS'
           END-IF.

       2200-CONTA-SITUACAO-EXIT.
           EXIT.

      *----
      * RESULTADO: REGISTRA O RETURN-CODE DO PASSO QUE RODOU
      *----
                      ' ' PAS-PROGRAMA (WSS-IDX)
                      ' STATUS=' PAS-STATUS (WSS-IDX)
                      ' RC=' PAS-RC (WSS-IDX)
                      ' ONDA=' PAS-ONDA (WSS-IDX)
           END-PERFORM.

       5000-MOSTRA-QUADRO-EXIT.
