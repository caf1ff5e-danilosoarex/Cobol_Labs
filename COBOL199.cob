      *            REMESSA - E O RELATORIO DE HORIZONTE RELCALH COM
      *            OS PROXIMOS 60 DIAS DE PRAZOS.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - PERIODOS DOS GRUPOS DE PAGAMENTO SEMANAL (7
      *                  DIAS, SEGUNDA A DOMINGO) E QUINZENAL (14 DIAS
      *                  A PARTIR DO INICIO DE CICLO DO CARTAO) NO
      *                  CALPROC, NUMERADOS DENTRO DA COMPETENCIA DO
      *                  ULTIMO DIA; EXCECOES DE CALMOV POR PERIODO E
      *                  PAGAMENTOS DOS PERIODOS NO HORIZONTE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
      *----
      * CARTAO: ANO A GERAR, DIA DE CORTE DO PONTO, DIA-LIMITE DO
      * FEED FUNCI (AMBOS NO PROPRIO MES; ZERADOS ASSUMEM 25 E 28)
      * E DATA DE REFERENCIA DO HORIZONTE (ZERADA = HOJE). OS
      * GRUPOS DE PAGAMENTO A GERAR ALEM DA FOLHA MENSAL ('S'
      * SEMANAL, 'Q' QUINZENAL, EM BRANCO NENHUM) E O PRIMEIRO DIA DE
      * UM CICLO QUINZENAL QUALQUER (ZERADO = SEGUNDA-FEIRA IGUAL OU
      * ANTERIOR A 01/01 DO ANO)
      *----
       01   REG-CALPRM2.
            03 CLP-ANO                     PIC 9(004).
            03 CLP-DIA-CORTE               PIC 9(002).
            03 CLP-DIA-FEED                PIC 9(002).
            03 CLP-DATA-REF                PIC 9(008).
            03 CLP-GRUPOS                  PIC X(002).
            03 CLP-INICIO-CICLO            PIC 9(008).
            03 FILLER                      PIC X(054).
      *----
       FD   CALMOV
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * EXCECAO DO CALENDARIO: CAMPO 'CORTE', 'FEED', 'PAGTO',
      * 'GPS' OU 'DARF' DA COMPETENCIA RECEBE A DATA INFORMADA. COM
      * GRUPO PREENCHIDO A EXCECAO VALE SO PARA O PERIODO INFORMADO
      * DAQUELE GRUPO DE PAGAMENTO
      *----
       01   REG-CALMOV.
            03 CLM-COMPETENCIA             PIC 9(006).
            03 CLM-CAMPO                   PIC X(005).
            03 CLM-DATA                    PIC 9(008).
            03 CLM-GRUPO                   PIC X(001).
            03 CLM-PERIODO                 PIC 9(002).
            03 FILLER                      PIC X(058).
      *----
       FD   CALPROC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * UM REGISTRO POR COMPETENCIA DA FOLHA MENSAL (GRUPO EM BRANCO,
      * PERIODO ZERO, INICIO E FIM NO PRIMEIRO E NO ULTIMO DIA DO
      * MES) E UM POR PERIODO DE CADA GRUPO SEMANAL/QUINZENAL; O
      * PERIODO PERTENCE A COMPETENCIA DO SEU ULTIMO DIA E O ULTIMO
      * PERIODO DA COMPETENCIA VEM MARCADO (FECHAMENTO DO INSS/IRRF
      * DO MES NA RODADA 'SEMANAL' DO COBOL089)
      *----
       01   REG-CALPROC.
            03 CAL-COMPETENCIA             PIC 9(006).
            03 CAL-DATA-PAGAMENTO          PIC 9(008).
            03 CAL-VENC-GPS                PIC 9(008).
            03 CAL-VENC-DARF               PIC 9(008).
            03 CAL-GRUPO                   PIC X(001).
            03 CAL-PERIODO                 PIC 9(002).
            03 CAL-INICIO                  PIC 9(008).
            03 CAL-FIM                     PIC 9(008).
            03 CAL-ULTIMO                  PIC X(001).
               88 CAL-ULTIMO-DA-COMPETENCIA        VALUE 'S'.
            03 FILLER                      PIC X(014).
      *----
       FD   RELCALH.
      *----
       77  WSS-QTD-HORIZONTE               PIC 9(003) VALUE 0.
       77  WSS-IDX                         PIC 9(003) COMP VALUE 0.
       77  MASCARA-DATA                    PIC 99/99/9999.
       77  WSS-QTD-PER                     PIC 9(003) VALUE 0.
       77  WSS-IDX-PER                     PIC 9(003) COMP VALUE 0.
       77  WSS-POS-GRUPO                   PIC 9(001) COMP VALUE 0.
       77  WSS-GRUPO-GER                   PIC X(001) VALUE SPACE.
       77  WSS-DIAS-CICLO                  PIC 9(002) VALUE 0.
       77  WSS-INT-INICIO                  PIC 9(009) COMP VALUE 0.
       77  WSS-INT-FIM                     PIC 9(009) COMP VALUE 0.
       77  WSS-INT-ANCORA                  PIC 9(009) COMP VALUE 0.
       77  WSS-FIM-DO-ANO                  PIC X(001) VALUE 'N'.
       77  WSS-COMPET-ANT                  PIC 9(006) VALUE 0.
       77  WSS-PERIODO                     PIC 9(002) VALUE 0.
      *----
       01  WSS-DATA-FIM                    PIC 9(008) VALUE 0.
       01  WSS-DATA-FIM-R REDEFINES WSS-DATA-FIM.
           03 WSS-FIM-ANO                  PIC 9(004).
           03 WSS-FIM-MES                  PIC 9(002).
           03 WSS-FIM-DIA                  PIC 9(002).
      *----
      * CALENDARIO DO ANO EM MEMORIA (12 COMPETENCIAS)
      *----
              10 TCL-PAGTO                 PIC 9(008).
              10 TCL-GPS                   PIC 9(008).
              10 TCL-DARF                  PIC 9(008).
              10 TCL-INICIO                PIC 9(008).
              10 TCL-FIM                   PIC 9(008).
      *----
      * PERIODOS DOS GRUPOS SEMANAL E QUINZENAL DO ANO (ATE 53
      * SEMANAS E 27 QUINZENAS)
      *----
       01  WSS-TAB-PER.
           05 WSS-PER-ENTRY OCCURS 80 TIMES.
              10 TPE-GRUPO                 PIC X(001).
              10 TPE-COMPETENCIA           PIC 9(006).
              10 TPE-PERIODO               PIC 9(002).
              10 TPE-INICIO                PIC 9(008).
              10 TPE-FIM                   PIC 9(008).
              10 TPE-CORTE                 PIC 9(008).
              10 TPE-FEED                  PIC 9(008).
              10 TPE-PAGTO                 PIC 9(008).
              10 TPE-GPS                   PIC 9(008).
              10 TPE-DARF                  PIC 9(008).
              10 TPE-ULTIMO                PIC X(001).
      *----
      * LINKAGE DO SUBPROGRAMA DE SOMA DE DIAS UTEIS (COBOL096)
      *----
           PERFORM 1000-GERA-ANO
              THRU 1000-GERA-ANO-EXIT.

           PERFORM 1500-GERA-PERIODOS
              THRU 1500-GERA-PERIODOS-EXIT.

           PERFORM 2000-APLICA-EXCECOES
              THRU 2000-APLICA-EXCECOES-EXIT.

           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* COMPETENCIAS GERADAS : ' WSS-QTD-GERADAS.
           DISPLAY '* PERIODOS DOS GRUPOS  : ' WSS-QTD-PER.
           DISPLAY '* EXCECOES APLICADAS   : ' WSS-QTD-EXCECOES.
           DISPLAY '* PRAZOS NO HORIZONTE  : ' WSS-QTD-HORIZONTE.
           DISPLAY '*******************************************'.
           END-IF.

           MOVE CLP-ANO                  TO WSS-ANO.

           IF CLP-INICIO-CICLO NOT NUMERIC
              MOVE 0                     TO CLP-INICIO-CICLO
           END-IF.

           MOVE CLP-ANO                  TO CAB-ANO.

           IF CLP-DIA-CORTE NUMERIC AND CLP-DIA-CORTE GREATER 0
           MOVE WSS-DATA-UTIL            TO TCL-GPS (WSS-MES).
           MOVE WSS-DATA-UTIL            TO TCL-DARF (WSS-MES).

      *----
      * PRIMEIRO E ULTIMO DIA DA COMPETENCIA (VESPERA DO DIA 1 DO
      * MES SEGUINTE)
      *----
           COMPUTE TCL-INICIO (WSS-MES) =
                   (WSS-ANO * 10000) + (WSS-MES * 100) + 01.
           COMPUTE WSS-DATA-TRAB =
                   (WSS-ANO-SEG * 10000) + (WSS-MES-SEG * 100) + 01.
           COMPUTE WSS-DATA-INT =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-TRAB) - 1.
           MOVE FUNCTION DATE-OF-INTEGER (WSS-DATA-INT)
                                          TO TCL-FIM (WSS-MES).

       1100-GERA-UMA-COMPETENCIA-EXIT.
           EXIT.

      *----
      * PERIODOS DOS GRUPOS DE PAGAMENTO PEDIDOS NO CARTAO
      *----
       1500-GERA-PERIODOS.

           DISPLAY '1500-GERA-PERIODOS'.

           MOVE 0                        TO WSS-QTD-PER.

           PERFORM 1510-GERA-GRUPO
              THRU 1510-GERA-GRUPO-EXIT
              VARYING WSS-POS-GRUPO FROM 1 BY 1
              UNTIL WSS-POS-GRUPO GREATER 2.

       1500-GERA-PERIODOS-EXIT.
           EXIT.

      *----
      * SEMANAL: SEGUNDA A DOMINGO, A PARTIR DA SEGUNDA-FEIRA IGUAL
      * OU ANTERIOR A 01/01 (O DIA 1 DO CALENDARIO DO INTEGER-OF-DATE
      * E UMA SEGUNDA-FEIRA). QUINZENAL: 14 DIAS NO CICLO DO CARTAO.
      * ENTRAM OS PERIODOS QUE TERMINAM DENTRO DO ANO
      *----
       1510-GERA-GRUPO.

           MOVE CLP-GRUPOS (WSS-POS-GRUPO:1) TO WSS-GRUPO-GER.

           EVALUATE WSS-GRUPO-GER
               WHEN 'S'
                    MOVE 7               TO WSS-DIAS-CICLO
               WHEN 'Q'
                    MOVE 14              TO WSS-DIAS-CICLO
               WHEN SPACE
                    GO TO 1510-GERA-GRUPO-EXIT
               WHEN OTHER
                    DISPLAY 'COBOL199 - GRUPO DE PAGAMENTO INVALIDO '
                            'NO CARTAO: ' WSS-GRUPO-GER
                    MOVE 16              TO RETURN-CODE
                    PERFORM ROT-ABEND
                       THRU ROT-ABEND-EXIT
           END-EVALUATE.

           COMPUTE WSS-DATA-TRAB = (WSS-ANO * 10000) + 0101.
           COMPUTE WSS-DATA-INT =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-TRAB).

           IF WSS-GRUPO-GER EQUAL 'Q' AND CLP-INICIO-CICLO GREATER 0
              COMPUTE WSS-INT-ANCORA =
                      FUNCTION INTEGER-OF-DATE (CLP-INICIO-CICLO)
              COMPUTE WSS-INT-INICIO = WSS-DATA-INT -
                      FUNCTION MOD (WSS-DATA-INT - WSS-INT-ANCORA, 14)
           ELSE
              COMPUTE WSS-INT-INICIO = WSS-DATA-INT -
                      FUNCTION MOD (WSS-DATA-INT - 1, 7)
           END-IF.

           MOVE 'N'                      TO WSS-FIM-DO-ANO.
           MOVE 0                        TO WSS-COMPET-ANT.
           MOVE 0                        TO WSS-PERIODO.

           PERFORM 1520-GERA-UM-PERIODO
              THRU 1520-GERA-UM-PERIODO-EXIT
              UNTIL WSS-FIM-DO-ANO EQUAL 'S'.

           IF WSS-QTD-PER GREATER 0
              MOVE 'S'                   TO TPE-ULTIMO (WSS-QTD-PER)
           END-IF.

       1510-GERA-GRUPO-EXIT.
           EXIT.

      *----
      * UM PERIODO: PERTENCE A COMPETENCIA DO SEU ULTIMO DIA. CORTE
      * DO PONTO NO PRIMEIRO DIA UTIL APOS O FIM, FEED NO DIA UTIL
      * SEGUINTE AO CORTE, PAGAMENTO NO DIA UTIL IGUAL OU ANTERIOR
      * AO 5O. DIA APOS O FIM (SEXTA-FEIRA DA SEMANA SEGUINTE) E
      * GUIAS NOS VENCIMENTOS DA COMPETENCIA
      *----
       1520-GERA-UM-PERIODO.

           COMPUTE WSS-INT-FIM = WSS-INT-INICIO + WSS-DIAS-CICLO - 1.
           MOVE FUNCTION DATE-OF-INTEGER (WSS-INT-FIM)
                                          TO WSS-DATA-FIM.

           IF WSS-FIM-ANO GREATER WSS-ANO
              MOVE 'S'                   TO WSS-FIM-DO-ANO
              GO TO 1520-GERA-UM-PERIODO-EXIT
           END-IF.

           IF WSS-QTD-PER NOT LESS 80
              DISPLAY 'COBOL199 - TABELA DE PERIODOS ESTOURADA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-PER.
           MOVE WSS-QTD-PER              TO WSS-IDX-PER.

           COMPUTE WSS-COMPETENCIA = (WSS-FIM-ANO * 100) + WSS-FIM-MES.

           IF WSS-COMPETENCIA EQUAL WSS-COMPET-ANT
              ADD 1                      TO WSS-PERIODO
           ELSE
              IF WSS-COMPET-ANT GREATER 0
                 MOVE 'S'           TO TPE-ULTIMO (WSS-IDX-PER - 1)
              END-IF
              MOVE 1                     TO WSS-PERIODO
              MOVE WSS-COMPETENCIA       TO WSS-COMPET-ANT
           END-IF.

           MOVE WSS-GRUPO-GER            TO TPE-GRUPO (WSS-IDX-PER).
           MOVE WSS-COMPETENCIA          TO
                                      TPE-COMPETENCIA (WSS-IDX-PER).
           MOVE WSS-PERIODO              TO TPE-PERIODO (WSS-IDX-PER).
           MOVE FUNCTION DATE-OF-INTEGER (WSS-INT-INICIO)
                                          TO TPE-INICIO (WSS-IDX-PER).
           MOVE WSS-DATA-FIM             TO TPE-FIM (WSS-IDX-PER).
           MOVE 'N'                      TO TPE-ULTIMO (WSS-IDX-PER).

           COMPUTE WSS-DATA-INT = WSS-INT-FIM + 1.
           MOVE FUNCTION DATE-OF-INTEGER (WSS-DATA-INT)
                                          TO WSS-DATA-TRAB.
           PERFORM ROT-DIA-UTIL-SEGUINTE
              THRU ROT-DIA-UTIL-SEGUINTE-EXIT.
           MOVE WSS-DATA-UTIL            TO TPE-CORTE (WSS-IDX-PER).

           COMPUTE WSS-DATA-INT =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-UTIL) + 1.
           MOVE FUNCTION DATE-OF-INTEGER (WSS-DATA-INT)
                                          TO WSS-DATA-TRAB.
           PERFORM ROT-DIA-UTIL-SEGUINTE
              THRU ROT-DIA-UTIL-SEGUINTE-EXIT.
           MOVE WSS-DATA-UTIL            TO TPE-FEED (WSS-IDX-PER).

           COMPUTE WSS-DATA-INT = WSS-INT-FIM + 5.
           MOVE FUNCTION DATE-OF-INTEGER (WSS-DATA-INT)
                                          TO WSS-DATA-TRAB.
           PERFORM ROT-DIA-UTIL-ANTERIOR
              THRU ROT-DIA-UTIL-ANTERIOR-EXIT.
           MOVE WSS-DATA-UTIL            TO TPE-PAGTO (WSS-IDX-PER).

           MOVE TCL-GPS (WSS-FIM-MES)    TO TPE-GPS (WSS-IDX-PER).
           MOVE TCL-DARF (WSS-FIM-MES)   TO TPE-DARF (WSS-IDX-PER).

           COMPUTE WSS-INT-INICIO = WSS-INT-INICIO + WSS-DIAS-CICLO.

       1520-GERA-UM-PERIODO-EXIT.
           EXIT.

      *----
      * DIA UTIL IGUAL OU ANTERIOR A DATA DE TRABALHO: RECUA UM DIA
      * POR VEZ ATE A SOMA DE 1 DIA UTIL SOBRE A VESPERA DEVOLVER A
              GO TO 2001-LER-CALMOV-EXIT
           END-IF.

           IF CLM-GRUPO NOT EQUAL SPACE
              PERFORM 2100-EXCECAO-PERIODO
                 THRU 2100-EXCECAO-PERIODO-EXIT
                 VARYING WSS-IDX-PER FROM 1 BY 1
                 UNTIL WSS-IDX-PER GREATER WSS-QTD-PER
              GO TO 2001-LER-CALMOV-EXIT
           END-IF.

           PERFORM VARYING WSS-MES FROM 1 BY 1
                   UNTIL WSS-MES GREATER 12
              IF TCL-COMPETENCIA (WSS-MES) EQUAL CLM-COMPETENCIA
       2001-LER-CALMOV-EXIT.
           EXIT.

      *----
      * EXCECAO DE UM PERIODO DE GRUPO SEMANAL/QUINZENAL
      *----
       2100-EXCECAO-PERIODO.

           IF TPE-GRUPO (WSS-IDX-PER) NOT EQUAL CLM-GRUPO
              OR TPE-COMPETENCIA (WSS-IDX-PER) NOT EQUAL
                 CLM-COMPETENCIA
              OR TPE-PERIODO (WSS-IDX-PER) NOT EQUAL CLM-PERIODO
              GO TO 2100-EXCECAO-PERIODO-EXIT
           END-IF.

           EVALUATE CLM-CAMPO
               WHEN 'CORTE'
                    MOVE CLM-DATA        TO TPE-CORTE (WSS-IDX-PER)
               WHEN 'FEED '
                    MOVE CLM-DATA        TO TPE-FEED (WSS-IDX-PER)
               WHEN 'PAGTO'
                    MOVE CLM-DATA        TO TPE-PAGTO (WSS-IDX-PER)
               WHEN 'GPS  '
                    MOVE CLM-DATA        TO TPE-GPS (WSS-IDX-PER)
               WHEN 'DARF '
                    MOVE CLM-DATA        TO TPE-DARF (WSS-IDX-PER)
               WHEN OTHER
                    DISPLAY 'COBOL199 - CAMPO INVALIDO NA '
                            'EXCECAO: ' CLM-CAMPO
           END-EVALUATE.

           ADD 1                         TO WSS-QTD-EXCECOES.

       2100-EXCECAO-PERIODO-EXIT.
           EXIT.

      *----
       3000-GRAVA-CALPROC.

              MOVE TCL-PAGTO (WSS-MES)   TO CAL-DATA-PAGAMENTO
              MOVE TCL-GPS (WSS-MES)     TO CAL-VENC-GPS
              MOVE TCL-DARF (WSS-MES)    TO CAL-VENC-DARF
              MOVE SPACE                 TO CAL-GRUPO
              MOVE 0                     TO CAL-PERIODO
              MOVE TCL-INICIO (WSS-MES)  TO CAL-INICIO
              MOVE TCL-FIM (WSS-MES)     TO CAL-FIM
              MOVE 'S'                   TO CAL-ULTIMO
              WRITE REG-CALPROC
              END-WRITE
              IF ST-CALPROC NOT EQUAL 0
              END-IF
           END-PERFORM.

           PERFORM 3100-GRAVA-PERIODO
              THRU 3100-GRAVA-PERIODO-EXIT
              VARYING WSS-IDX-PER FROM 1 BY 1
              UNTIL WSS-IDX-PER GREATER WSS-QTD-PER.

           CLOSE CALPROC.

       3000-GRAVA-CALPROC-EXIT.
           EXIT.

      *----
       3100-GRAVA-PERIODO.

           MOVE SPACES                   TO REG-CALPROC.
           MOVE TPE-COMPETENCIA (WSS-IDX-PER) TO CAL-COMPETENCIA.
           MOVE TPE-CORTE (WSS-IDX-PER)  TO CAL-CORTE-PONTO.
           MOVE TPE-FEED (WSS-IDX-PER)   TO CAL-PRAZO-FUNCI.
           MOVE TPE-PAGTO (WSS-IDX-PER)  TO CAL-DATA-PAGAMENTO.
           MOVE TPE-GPS (WSS-IDX-PER)    TO CAL-VENC-GPS.
           MOVE TPE-DARF (WSS-IDX-PER)   TO CAL-VENC-DARF.
           MOVE TPE-GRUPO (WSS-IDX-PER)  TO CAL-GRUPO.
           MOVE TPE-PERIODO (WSS-IDX-PER) TO CAL-PERIODO.
           MOVE TPE-INICIO (WSS-IDX-PER) TO CAL-INICIO.
           MOVE TPE-FIM (WSS-IDX-PER)    TO CAL-FIM.
           MOVE TPE-ULTIMO (WSS-IDX-PER) TO CAL-ULTIMO.

           WRITE REG-CALPROC
           END-WRITE.

           IF ST-CALPROC NOT EQUAL 0
              DISPLAY 'COBOL199 - ERRO WRITE CALPROC FS=' ST-CALPROC
              MOVE ST-CALPROC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       3100-GRAVA-PERIODO-EXIT.
           EXIT.

      *----
      * HORIZONTE: OS PRAZOS DOS PROXIMOS 60 DIAS A PARTIR DA DATA
      * DE REFERENCIA
              VARYING WSS-MES FROM 1 BY 1
              UNTIL WSS-MES GREATER 12.

           PERFORM 8300-HORIZONTE-UM-PERIODO
              THRU 8300-HORIZONTE-UM-PERIODO-EXIT
              VARYING WSS-IDX-PER FROM 1 BY 1
              UNTIL WSS-IDX-PER GREATER WSS-QTD-PER.

           CLOSE RELCALH.

       8000-IMPRIME-HORIZONTE-EXIT.
      *----
       8100-HORIZONTE-UM-MES.

           MOVE TCL-COMPETENCIA (WSS-MES) TO WSS-COMPETENCIA.

           MOVE TCL-CORTE (WSS-MES)      TO WSS-DATA-TRAB.
           MOVE 'CORTE DO PONTO'         TO HOR-EVENTO-DET.
           PERFORM 8200-HORIZONTE-UM-PRAZO
       8100-HORIZONTE-UM-MES-EXIT.
           EXIT.

      *----
      * PAGAMENTO DE CADA PERIODO DOS GRUPOS SEMANAL/QUINZENAL
      *----
       8300-HORIZONTE-UM-PERIODO.

           MOVE TPE-COMPETENCIA (WSS-IDX-PER) TO WSS-COMPETENCIA.
           MOVE TPE-PAGTO (WSS-IDX-PER)  TO WSS-DATA-TRAB.
           MOVE SPACES                   TO HOR-EVENTO-DET.
           STRING 'PAGTO GRUPO '         DELIMITED BY SIZE
                  TPE-GRUPO (WSS-IDX-PER) DELIMITED BY SIZE
                  ' PER '                DELIMITED BY SIZE
                  TPE-PERIODO (WSS-IDX-PER) DELIMITED BY SIZE
             INTO HOR-EVENTO-DET
           END-STRING.
           PERFORM 8200-HORIZONTE-UM-PRAZO
              THRU 8200-HORIZONTE-UM-PRAZO-EXIT.

       8300-HORIZONTE-UM-PERIODO-EXIT.
           EXIT.

      *----
       8200-HORIZONTE-UM-PRAZO.

              GO TO 8200-HORIZONTE-UM-PRAZO-EXIT
           END-IF.

           MOVE WSS-COMPETENCIA          TO HOR-COMPETENCIA-DET.
           MOVE WSS-DATA-TRAB            TO MASCARA-DATA.
           MOVE MASCARA-DATA             TO HOR-DATA-DET.

