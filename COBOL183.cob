      *            (OU SOB DEMANDA) O RELATORIO RELYTD LISTA OS
      *            ACUMULADOS DO ANO POR DEPARTAMENTO.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - RODADA 'SEMANAL' GRAVA O GRUPO E O PERIODO
      *                  DE PAGAMENTO (COBOL138) NO REGISTRO; A
      *                  SUBSTITUICAO NA RERODADA E SO DO PROPRIO
      *                  PERIODO, SEM APAGAR OS DEMAIS DA COMPETENCIA
      * 15/10/2026 VRB - CONTRIBUICAO DO EMPREGADO A PREVIDENCIA
      *                  COMPLEMENTAR (PREVCONT DA RODADA) GRAVADA NO
      *                  REGISTRO, NO ESPACO LIVRE DO FIM
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-HORAGG.
      *
           SELECT PREVCONT ASSIGN TO PREVCONT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PREVCONT.
      *
           SELECT YTDANT ASSIGN TO YTDANT
                  ORGANIZATION IS SEQUENTIAL
            03 HAG-HORAS-100               PIC 9(005)V99.
            03 HAG-HORAS-NOT               PIC 9(005)V99.
            03 FILLER                      PIC X(051).
      *----
       FD   PREVCONT
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       COPY 'COPY2452'.
      *----
       FD   YTDANT
            RECORDING MODE IS F
            03 YTA-LIQUIDO                 PIC S9(009)V99
                                               SIGN LEADING SEPARATE.
            03 YTA-HORAS-EXTRA             PIC 9(005)V99.
            03 YTA-GRUPO                   PIC X(001).
            03 YTA-PERIODO                 PIC X(002).
            03 YTA-PREVIDENCIA             PIC 9(007)V99.
            03 FILLER                      PIC X(003).
      *----
       FD   YTDATU
            RECORDING MODE IS F
       77  ST-MODOPROC                     PIC 9(002) VALUE 0.
       77  ST-FOLHANET                     PIC 9(002) VALUE 0.
       77  ST-HORAGG                       PIC 9(002) VALUE 0.
       77  ST-PREVCONT                     PIC 9(002) VALUE 0.
       77  ST-YTDANT                       PIC 9(002) VALUE 0.
       77  ST-YTDATU                       PIC 9(002) VALUE 0.
       77  ST-RELYTD                       PIC 9(002) VALUE 0.
       77  WSS-MODO-PROC                   PIC X(008) VALUE 'REGULAR'.
       77  WSS-ANO-COMPET                  PIC 9(004) VALUE 0.
       77  WSS-MES-COMPET                  PIC 9(002) VALUE 0.
       77  WSS-GRUPO-PROC                  PIC X(001) VALUE SPACE.
       77  WSS-PERIODO-PROC                PIC X(002) VALUE SPACES.
       77  WSS-QTD-HORAGG                  PIC 9(004) VALUE 0.
       77  WSS-QTD-PREVCONT                PIC 9(004) VALUE 0.
       77  WSS-COMPET-PROC                 PIC 9(006) VALUE 0.
       77  WSS-REG-HERDADOS                PIC 9(006) VALUE ZEROES.
       77  WSS-REG-SUBSTITUIDOS            PIC 9(006) VALUE ZEROES.
       77  WSS-REG-NOVOS                   PIC 9(006) VALUE ZEROES.
              10 THG-MATRICULA             PIC 9(008).
              10 THG-HORAS                 PIC 9(005)V99.
      *----
      * CONTRIBUICAO DO EMPREGADO A PREVIDENCIA COMPLEMENTAR POR
      * MATRICULA (PREVCONT DA RODADA, OPCIONAL); O ULTIMO REGISTRO
      * DA MATRICULA PREVALECE
      *----
       01  WSS-TAB-PREVCONT.
           05 WSS-PVC-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-PREVCONT
                 INDEXED BY IDX-PVC.
              10 TPV-MATRICULA             PIC 9(008).
              10 TPV-VALOR                 PIC 9(007)V99.
      *----
      * RESUMO DO ANO POR DEPARTAMENTO (GERACAO NOVA INTEIRA)
      *----
       01  WSS-TAB-DEPTOS.
            03 YTD-LIQUIDO                 PIC S9(009)V99
                                               SIGN LEADING SEPARATE.
            03 YTD-HORAS-EXTRA             PIC 9(005)V99.
            03 YTD-GRUPO                   PIC X(001).
            03 YTD-PERIODO                 PIC X(002).
            03 YTD-PREVIDENCIA             PIC 9(007)V99.
            03 FILLER                      PIC X(003).
      *----
      * LINKAGE DO SUBPROGRAMA DE CONTROLE DE PERIODO (COBOL138):
      * A COMPETENCIA EM PROCESSAMENTO E A CHAVE DA SUBSTITUICAO
           PERFORM 0009-CARGA-HORAGG
              THRU 0009-CARGA-HORAGG-EXIT.

           PERFORM 0011-CARGA-PREVCONT
              THRU 0011-CARGA-PREVCONT-EXIT.

           PERFORM 1000-COPIA-GERACAO-ANTERIOR
              THRU 1000-COPIA-GERACAO-ANTERIOR-EXIT.


           CLOSE MODOPROC.

      *----
      * RODADA DE GRUPO SEMANAL/QUINZENAL: CADA PERIODO PAGO E UMA
      * CONTRIBUICAO PROPRIA DENTRO DA COMPETENCIA
      *----
           IF WSS-MODO-PROC EQUAL 'SEMANAL'
              AND WSS-PC-GRUPO NOT EQUAL SPACE
              MOVE WSS-PC-GRUPO          TO WSS-GRUPO-PROC
              MOVE WSS-PC-PERIODO        TO WSS-PERIODO-PROC
              DISPLAY ' GRUPO/PERIODO        : ' WSS-GRUPO-PROC
                      '/' WSS-PERIODO-PROC
           END-IF.

           DISPLAY ' MODO DA CONTRIBUICAO : ' WSS-MODO-PROC.

       0008-CARGA-MODO-EXIT.
       0010-LER-HORAGG-EXIT.
           EXIT.

      *----
       0011-CARGA-PREVCONT.

           DISPLAY '0011-CARGA-PREVCONT'.

           MOVE 'N'                      TO WSS-EOF.

           COMPUTE WSS-COMPET-PROC =
                   WSS-ANO-COMPET * 100 + WSS-MES-COMPET.

           OPEN INPUT PREVCONT.

           IF ST-PREVCONT EQUAL 35
              DISPLAY 'COBOL183 - PREVCONT NAO INFORMADO, PREVIDENCIA '
                      'COMPLEMENTAR ZERADA NO ACUMULADOR'
              GO TO 0011-CARGA-PREVCONT-EXIT
           END-IF.

           IF ST-PREVCONT NOT EQUAL 0 THEN
              DISPLAY 'COBOL183 - ERRO OPEN PREVCONT FS=' ST-PREVCONT
              MOVE ST-PREVCONT           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0012-LER-PREVCONT
              THRU 0012-LER-PREVCONT-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE PREVCONT.

           MOVE 'N'                      TO WSS-EOF.

       0011-CARGA-PREVCONT-EXIT.
           EXIT.

      *----
       0012-LER-PREVCONT.

           READ PREVCONT
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-PREVCONT NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL183 - ERRO READ PREVCONT FS=' ST-PREVCONT
              MOVE ST-PREVCONT           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              OR PVC-COMPETENCIA NOT EQUAL WSS-COMPET-PROC
              GO TO 0012-LER-PREVCONT-EXIT
           END-IF.

           SET IDX-PVC TO 1.
           SEARCH WSS-PVC-ENTRY
              AT END
                 IF WSS-QTD-PREVCONT LESS 5000
                    ADD 1                TO WSS-QTD-PREVCONT
                    SET IDX-PVC          TO WSS-QTD-PREVCONT
                    MOVE PVC-MATRICULA   TO TPV-MATRICULA (IDX-PVC)
                    MOVE PVC-VALOR-EMPREGADO TO TPV-VALOR (IDX-PVC)
                 END-IF
              WHEN TPV-MATRICULA (IDX-PVC) EQUAL PVC-MATRICULA
                 MOVE PVC-VALOR-EMPREGADO TO TPV-VALOR (IDX-PVC)
           END-SEARCH.

       0012-LER-PREVCONT-EXIT.
           EXIT.

      *----
      * COPIA A GERACAO ANTERIOR DESCARTANDO OS REGISTROS DA
      * COMPETENCIA + MODO EM PROCESSAMENTO (ELES SERAO REGRAVADOS

      *----
      * CONTRIBUICAO DA COMPETENCIA + MODO EM PROCESSAMENTO E
      * SUBSTITUIDA (RERUN DE COMPETENCIA REABERTA); NA RODADA
      * SEMANAL, SO A DO MESMO GRUPO E PERIODO
      *----
           IF YTA-ANO EQUAL WSS-ANO-COMPET
              AND YTA-MES EQUAL WSS-MES-COMPET
              AND YTA-MODO EQUAL WSS-MODO-PROC
              AND YTA-GRUPO EQUAL WSS-GRUPO-PROC
              AND YTA-PERIODO EQUAL WSS-PERIODO-PROC
              ADD 1                      TO WSS-REG-SUBSTITUIDOS
              GO TO 1001-LER-YTDANT-EXIT
           END-IF.
           MOVE WSS-ANO-COMPET           TO YTD-ANO.
           MOVE WSS-MES-COMPET           TO YTD-MES.
           MOVE WSS-MODO-PROC            TO YTD-MODO.
           MOVE WSS-GRUPO-PROC           TO YTD-GRUPO.
           MOVE WSS-PERIODO-PROC         TO YTD-PERIODO.
           MOVE FN-DEPARTAMENTO          TO YTD-DEPARTAMENTO.
           COMPUTE YTD-BRUTO = FN-BRUTO + FN-PREMIO-ATS.
           MOVE FN-INSS                  TO YTD-INSS.

           MOVE WSS-HORAS-FUNC           TO YTD-HORAS-EXTRA.

           MOVE 0                        TO YTD-PREVIDENCIA.

           IF WSS-QTD-PREVCONT GREATER 0
              SET IDX-PVC TO 1
              SEARCH WSS-PVC-ENTRY
                 AT END
                    CONTINUE
                 WHEN TPV-MATRICULA (IDX-PVC) EQUAL FN-MATRICULA
                    MOVE TPV-VALOR (IDX-PVC) TO YTD-PREVIDENCIA
              END-SEARCH
           END-IF.

           WRITE REG-YTDATU FROM WSS-REG-YTD.

           IF ST-YTDATU NOT EQUAL 0 THEN
