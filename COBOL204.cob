      *              E OS VOLUMES DA ULTIMA EXECUCAO (RUNSTATS);
      *            - OS INCIDENTES DO DIA COM A SEVERIDADE
      *              (INCIDENT);
      *            - OS PASSOS LIBERADOS PARA EXECUCAO (MESMO
      *              CRITERIO DO 'PROXIMO' DO COBOL140: TODO PASSO
      *              PENDENTE CUJOS PREDECESSORES NO CHAINDEF JA
      *              COMPLETARAM), OU A CADEIA RETIDA QUANDO SO
      *              RESTAM RAMOS PRESOS A PASSO FALHO.
      *            OPCOES DO CONSOLE:
      *              R - REDESENHA O QUADRO (RELE OS ARQUIVOS)
      *              I - IMPRIME O RETRATO DE FIM DE TURNO (RELTURNO)
      *              F - ENCERRA
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - PROXIMOS PASSOS PELO GRAFO DE PREDECESSORES
      *                  DO CHAINDEF (COMO O COBOL140): LISTA TODOS OS
      *                  LIBERADOS OU MOSTRA A CADEIA RETIDA
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       FD   CHAINDEF
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      *----
      * PREDECESSORES: ATE 8 NUMEROS DE SEQUENCIA DE PASSOS QUE
      * PRECISAM TERMINAR ANTES DESTE. EM BRANCO = O PASSO ANTERIOR
      * DO ARQUIVO (CADEIA SEQUENCIAL); '00' NA PRIMEIRA POSICAO =
      * PASSO SEM PREDECESSOR (MESMO LAYOUT DO COBOL140)
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
       77  WSS-PC-STATUS                   PIC X(012) VALUE SPACES.
       77  WSS-QTD-PASSOS                  PIC 9(002) VALUE 0.
       77  WSS-QTD-INCID                   PIC 9(003) VALUE 0.
       77  WSS-PROXIMO                     PIC X(030) VALUE SPACES.
       77  WSS-QTD-LIBERAVEIS              PIC 9(002) VALUE 0.
       77  WSS-QTD-COMPLETOS               PIC 9(002) VALUE 0.
       77  WSS-QTD-INICIADOS               PIC 9(002) VALUE 0.
       77  WSS-IDX-PRED                    PIC 9(002) COMP VALUE 0.
       77  WSS-IDX-ACHADO                  PIC 9(003) COMP VALUE 0.
       77  WSS-PRED-OK                     PIC X(001) VALUE 'N'.
       77  WSS-DATA-HOJE                   PIC X(008) VALUE SPACES.
       77  WSS-IDX                         PIC 9(003) COMP VALUE 0.
       77  WSS-LINHA-QUADRO                PIC X(080) VALUE SPACES.
              10 TPA-RC                    PIC 9(003).
              10 TPA-LIDOS                 PIC 9(008).
              10 TPA-GRAVADOS              PIC 9(008).
              10 TPA-QTD-PRED              PIC 9(002).
              10 TPA-PRED                  PIC 9(002) OCCURS 8 TIMES.
              10 TPA-LIBERAVEL             PIC X(001).
      *----
      * INCIDENTES DO DIA
      *----
              THRU 1500-LE-INCIDENT-EXIT.

      *----
      * PROXIMOS PASSOS: TODO PENDENTE COM OS PREDECESSORES
      * COMPLETOS, MESMO CRITERIO DO 'PROXIMO' DO COBOL140. SEM
      * NENHUM LIBERAVEL, A CADEIA ESTA COMPLETA, AGUARDANDO PASSO
      * EM EXECUCAO OU RETIDA POR RAMO FALHO (RESUBMETER COM A
      * FUNCAO REINICIO)
      *----
           MOVE 0                        TO WSS-QTD-LIBERAVEIS
                                            WSS-QTD-COMPLETOS
                                            WSS-QTD-INICIADOS.

           PERFORM 1600-AVALIA-PASSO
              THRU 1600-AVALIA-PASSO-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX > WSS-QTD-PASSOS.

           IF WSS-QTD-LIBERAVEIS GREATER 0
              GO TO 1000-RELE-ARQUIVOS-EXIT
           END-IF.

           IF WSS-QTD-COMPLETOS EQUAL WSS-QTD-PASSOS
              MOVE 'COMPLETA'            TO WSS-PROXIMO
              GO TO 1000-RELE-ARQUIVOS-EXIT
           END-IF.

           IF WSS-QTD-INICIADOS GREATER 0
              MOVE 'AGUARDANDO PASSOS EM EXECUCAO'
                                         TO WSS-PROXIMO
              GO TO 1000-RELE-ARQUIVOS-EXIT
           END-IF.

           MOVE 'RETIDA - REINICIO'      TO WSS-PROXIMO.

       1000-RELE-ARQUIVOS-EXIT.
           EXIT.

              MOVE 0                     TO TPA-RC (IDX-PAS)
              MOVE 0                     TO TPA-LIDOS (IDX-PAS)
              MOVE 0                     TO TPA-GRAVADOS (IDX-PAS)
              MOVE 0                     TO TPA-QTD-PRED (IDX-PAS)
              MOVE 'N'                   TO TPA-LIBERAVEL (IDX-PAS)
              PERFORM 1202-CARGA-PREDEC
                 THRU 1202-CARGA-PREDEC-EXIT
           END-IF.

       1201-LER-UM-PASSO-EXIT.
           EXIT.

      *----
      * PREDECESSORES DO PASSO: EM BRANCO = O PASSO ANTERIOR DO
      * ARQUIVO; POSICAO EM BRANCO, '00' OU NAO NUMERICA E IGNORADA
      *----
       1202-CARGA-PREDEC.

           IF CHD-PREDECESSORES EQUAL SPACES
              IF WSS-QTD-PASSOS GREATER 1
                 MOVE 1                  TO TPA-QTD-PRED (IDX-PAS)
                 MOVE TPA-SEQ (IDX-PAS - 1)
                                         TO TPA-PRED (IDX-PAS 1)
              END-IF
              GO TO 1202-CARGA-PREDEC-EXIT
           END-IF.

           PERFORM 1203-CARGA-UM-PREDEC
              THRU 1203-CARGA-UM-PREDEC-EXIT
              VARYING WSS-IDX-PRED FROM 1 BY 1
              UNTIL WSS-IDX-PRED GREATER 8.

       1202-CARGA-PREDEC-EXIT.
           EXIT.

      *----
       1203-CARGA-UM-PREDEC.

           IF CHD-PRED (WSS-IDX-PRED) EQUAL SPACES
              OR CHD-PRED (WSS-IDX-PRED) EQUAL '00'
              OR CHD-PRED (WSS-IDX-PRED) NOT NUMERIC
              GO TO 1203-CARGA-UM-PREDEC-EXIT
           END-IF.

           ADD 1                         TO TPA-QTD-PRED (IDX-PAS).
           MOVE CHD-PRED (WSS-IDX-PRED)
             TO TPA-PRED (IDX-PAS TPA-QTD-PRED (IDX-PAS)).

       1203-CARGA-UM-PREDEC-EXIT.
           EXIT.

      *----
       1300-LE-STEPSTAT.

       1501-LER-UM-INCIDENTE-EXIT.
           EXIT.

      *----
      * SITUACAO DO PASSO PARA O QUADRO: COMPLETO, EM EXECUCAO OU
      * PENDENTE LIBERAVEL (TODOS OS PREDECESSORES COMPLETOS;
      * PREDECESSOR FORA DO CHAINDEF SEGURA O PASSO)
      *----
       1600-AVALIA-PASSO.

           MOVE 'N'                      TO TPA-LIBERAVEL (WSS-IDX).

           IF TPA-STATUS (WSS-IDX) EQUAL 'C'
              ADD 1                      TO WSS-QTD-COMPLETOS
              GO TO 1600-AVALIA-PASSO-EXIT
           END-IF.

           IF TPA-STATUS (WSS-IDX) EQUAL 'I'
              ADD 1                      TO WSS-QTD-INICIADOS
              GO TO 1600-AVALIA-PASSO-EXIT
           END-IF.

           IF TPA-STATUS (WSS-IDX) NOT EQUAL SPACE
              GO TO 1600-AVALIA-PASSO-EXIT
           END-IF.

           MOVE 'Y'                      TO WSS-PRED-OK.

           PERFORM 1610-CONFERE-PREDEC
              THRU 1610-CONFERE-PREDEC-EXIT
              VARYING WSS-IDX-PRED FROM 1 BY 1
              UNTIL WSS-IDX-PRED GREATER TPA-QTD-PRED (WSS-IDX)
                 OR WSS-PRED-OK EQUAL 'N'.

           IF WSS-PRED-OK EQUAL 'Y'
              MOVE 'S'                   TO TPA-LIBERAVEL (WSS-IDX)
              ADD 1                      TO WSS-QTD-LIBERAVEIS
           END-IF.

       1600-AVALIA-PASSO-EXIT.
           EXIT.

      *----
       1610-CONFERE-PREDEC.

           MOVE 'N'                      TO WSS-PRED-OK.

           PERFORM 1611-PROCURA-PREDEC
              THRU 1611-PROCURA-PREDEC-EXIT
              VARYING WSS-IDX-ACHADO FROM 1 BY 1
              UNTIL WSS-IDX-ACHADO GREATER WSS-QTD-PASSOS
                 OR WSS-PRED-OK EQUAL 'Y'.

       1610-CONFERE-PREDEC-EXIT.
           EXIT.

      *----
       1611-PROCURA-PREDEC.

           IF TPA-SEQ (WSS-IDX-ACHADO) EQUAL
              TPA-PRED (WSS-IDX WSS-IDX-PRED)
              AND TPA-STATUS (WSS-IDX-ACHADO) EQUAL 'C'
              MOVE 'Y'                   TO WSS-PRED-OK
           END-IF.

       1611-PROCURA-PREDEC-EXIT.
           EXIT.

      *----
      * A TELA: COMPETENCIA, CADEIA PASSO A PASSO, INCIDENTES DO
      * DIA E OS PROXIMOS PASSOS
      *----
       2000-MOSTRA-QUADRO.

              UNTIL WSS-IDX > WSS-QTD-INCID.

           DISPLAY '------------------------------------------'.

           IF WSS-QTD-LIBERAVEIS GREATER 0
              DISPLAY ' PROXIMOS PASSOS (' WSS-QTD-LIBERAVEIS
                      ' LIBERADOS):'
              PERFORM 2300-MOSTRA-LIBERAVEL
                 THRU 2300-MOSTRA-LIBERAVEL-EXIT
                 VARYING WSS-IDX FROM 1 BY 1
                 UNTIL WSS-IDX > WSS-QTD-PASSOS
           ELSE
              DISPLAY ' PROXIMO PASSO: ' WSS-PROXIMO
           END-IF.

           DISPLAY '=========================================='.

       2000-MOSTRA-QUADRO-EXIT.
       2200-MOSTRA-UM-INCIDENTE-EXIT.
           EXIT.

      *----
       2300-MOSTRA-LIBERAVEL.

           IF TPA-LIBERAVEL (WSS-IDX) NOT EQUAL 'S'
              GO TO 2300-MOSTRA-LIBERAVEL-EXIT
           END-IF.

           DISPLAY '   ' TPA-SEQ (WSS-IDX) ' '
                   TPA-PROGRAMA (WSS-IDX) ' '
                   TPA-DESCRICAO (WSS-IDX).

       2300-MOSTRA-LIBERAVEL-EXIT.
           EXIT.

      *----
       3000-TRATA-OPCAO.

              UNTIL WSS-IDX > WSS-QTD-PASSOS.

           MOVE SPACES                   TO REG-RELTURNO.

           IF WSS-QTD-LIBERAVEIS GREATER 0
              STRING 'PROXIMOS PASSOS (' WSS-QTD-LIBERAVEIS
                     ' LIBERADOS):'
                 DELIMITED BY SIZE INTO REG-RELTURNO
              END-STRING
           ELSE
              STRING 'PROXIMO PASSO: ' WSS-PROXIMO
                 DELIMITED BY SIZE INTO REG-RELTURNO
              END-STRING
           END-IF.

           WRITE REG-RELTURNO AFTER ADVANCING 2.

           PERFORM 4200-IMPRIME-LIBERAVEL
              THRU 4200-IMPRIME-LIBERAVEL-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX > WSS-QTD-PASSOS.

           CLOSE RELTURNO.

           DISPLAY 'COBOL204 - RETRATO DE TURNO IMPRESSO'.
       4100-IMPRIME-UM-PASSO-EXIT.
           EXIT.

      *----
       4200-IMPRIME-LIBERAVEL.

           IF TPA-LIBERAVEL (WSS-IDX) NOT EQUAL 'S'
              GO TO 4200-IMPRIME-LIBERAVEL-EXIT
           END-IF.

           MOVE SPACES                   TO REG-RELTURNO.
           STRING '  ' TPA-SEQ (WSS-IDX) ' '
                  TPA-PROGRAMA (WSS-IDX) ' '
                  TPA-DESCRICAO (WSS-IDX)
              DELIMITED BY SIZE INTO REG-RELTURNO
           END-STRING.

           WRITE REG-RELTURNO AFTER ADVANCING 1.

           IF ST-RELTURNO NOT EQUAL 0 THEN
              DISPLAY 'COBOL204 - ERRO WRITE RELTURNO FS='
                      ST-RELTURNO
              MOVE ST-RELTURNO           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       4200-IMPRIME-LIBERAVEL-EXIT.
           EXIT.

      ******************************************************************
       ROT-ABEND.

