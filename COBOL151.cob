      *            CONSTITUCIONAL NA COMPETENCIA DO INICIO E FEITO
      *            PELO MOTOR COBOL148, QUE LE O MESMO ARQUIVO FERIAS.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - PEDIDO CONFRONTADO COM O CONTROLE DO DIREITO
      *                  DE FERIAS (SALDOFER, COBOL218)
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FUNCI.
      *
           SELECT SALDOFER ASSIGN TO SALDOFER
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-SALDOFER.
      *
           SELECT FERIASN ASSIGN TO FERIASN
                  ORGANIZATION IS SEQUENTIAL
            03 DEPARTAMENTO                PIC X(005).
            03 HORA-EXTRA                  PIC 9(002).
            03 FILLER                      PIC X(009).
      *----
       FD   SALDOFER
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CONTROLE DO DIREITO DE FERIAS POR PERIODO AQUISITIVO (MANTIDO
      * PELO COBOL218); AQUI SO INTERESSAM O FIM DO PERIODO E O
      * DIREITO JA REDUZIDO PELAS FALTAS
      *----
       01   REG-SALDOFER.
            03 SDF-MATRICULA               PIC 9(008).
            03 SDF-AQUIS-INICIO            PIC 9(008).
            03 SDF-AQUIS-FIM               PIC 9(008).
            03 SDF-LIMITE-GOZO             PIC 9(008).
            03 SDF-FALTAS                  PIC 9(003).
            03 SDF-ULT-COMPET-FALTA        PIC 9(006).
            03 SDF-DIAS-DIREITO            PIC 9(002).
            03 SDF-DIAS-GOZADOS            PIC 9(002).
            03 SDF-DIAS-VENDIDOS           PIC 9(002).
            03 SDF-SALDO                   PIC 9(002).
            03 SDF-SITUACAO                PIC X(001).
            03 SDF-DEPTO                   PIC X(005).
            03 FILLER                      PIC X(025).
      *----
       FD   FERIASN
            RECORDING MODE IS F
       77  ST-MOVFER                       PIC 9(002) VALUE 0.
       77  ST-FUNCI                        PIC 9(002) VALUE 0.
       77  ST-FERIASN                      PIC 9(002) VALUE 0.
       77  ST-SALDOFER                     PIC 9(002) VALUE 0.
       77  ST-RELFERIA                     PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-QTD-PERIODOS                PIC 9(004) VALUE 0.
       77  WSS-ADMISSAO                    PIC 9(008) VALUE 0.
       77  WSS-ACHOU-FUNCI                 PIC X(001) VALUE 'N'.
       77  WSS-DEPTO-FUNCI                 PIC X(005) VALUE SPACES.
      *----
      * CONFRONTO COM O CONTROLE DO DIREITO: SEM O SALDOFER (FS=35)
      * O PEDIDO NAO E CONFRONTADO
      *----
       77  WSS-TEM-SALDOFER                PIC X(001) VALUE 'N'.
       77  WSS-QTD-SALDOS                  PIC 9(005) VALUE 0.
       77  WSS-IDX-SDO                     PIC 9(005) COMP VALUE 0.
       77  WSS-ACHOU-SALDO                 PIC X(001) VALUE 'N'.
       77  WSS-DIAS-DIREITO                PIC 9(005) VALUE 0.
       77  WSS-DIAS-CONSUMIDOS             PIC 9(005) VALUE 0.
       77  MASCARA-DATA                    PIC 99/99/9999.
      *----
      * PERIODOS APROVADOS (ARQUIVO FERIAS ATUAL + APROVADOS NA
              10 TFU-DATA-ADMISSAO         PIC 9(008).
              10 TFU-DEPTO                 PIC X(005).
      *----
      * PERIODOS AQUISITIVOS DO SALDOFER (FIM E DIREITO)
      *----
       01  WSS-TAB-SALDO.
           05 WSS-SDO-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-SALDOS.
              10 TSD-MATRICULA             PIC 9(008).
              10 TSD-AQUIS-FIM             PIC 9(008).
              10 TSD-DIAS-DIREITO          PIC 9(002).
      *----
      * LINKAGE DO SUBPROGRAMA DE SOMA DE DIAS UTEIS (COBOL096)
      *----
           COPY  'COPY0961'.
           PERFORM 0002-CARGA-FERIAS
              THRU 0002-CARGA-FERIAS-EXIT.

           PERFORM 0003-CARGA-SALDOFER
              THRU 0003-CARGA-SALDOFER-EXIT.

           PERFORM 2000-PROCESSA-PEDIDOS
              THRU 2000-PROCESSA-PEDIDOS-EXIT.

       0002-LER-FERIAS-EXIT.
           EXIT.

      *----
      * CONTROLE DO DIREITO DE FERIAS (OPCIONAL)
      *----
       0003-CARGA-SALDOFER.

           DISPLAY '0003-CARGA-SALDOFER'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT SALDOFER.

           IF ST-SALDOFER EQUAL 35
              DISPLAY 'COBOL151 - SALDOFER INEXISTENTE, PEDIDOS SEM '
                      'CONFRONTO DE SALDO'
              GO TO 0003-CARGA-SALDOFER-EXIT
           END-IF.

           IF ST-SALDOFER NOT EQUAL 0 THEN
              DISPLAY 'COBOL151 - ERRO OPEN SALDOFER FS=' ST-SALDOFER
              MOVE ST-SALDOFER           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'Y'                      TO WSS-TEM-SALDOFER.

           PERFORM 0003-LER-SALDOFER
              THRU 0003-LER-SALDOFER-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE SALDOFER.

           DISPLAY ' PERIODOS AQUISITIVOS  : ' WSS-QTD-SALDOS.

       0003-CARGA-SALDOFER-EXIT.
           EXIT.

      *----
       0003-LER-SALDOFER.

           READ SALDOFER
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-SALDOFER NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL151 - ERRO READ SALDOFER FS=' ST-SALDOFER
              MOVE ST-SALDOFER           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0003-LER-SALDOFER-EXIT
           END-IF.

           IF WSS-QTD-SALDOS LESS 20000
              ADD 1                      TO WSS-QTD-SALDOS
              MOVE SDF-MATRICULA         TO
                   TSD-MATRICULA (WSS-QTD-SALDOS)
              MOVE SDF-AQUIS-FIM         TO
                   TSD-AQUIS-FIM (WSS-QTD-SALDOS)
              MOVE SDF-DIAS-DIREITO      TO
                   TSD-DIAS-DIREITO (WSS-QTD-SALDOS)
           END-IF.

       0003-LER-SALDOFER-EXIT.
           EXIT.

      *----
       2000-PROCESSA-PEDIDOS.

      *----
      * REGRAS DO PEDIDO: MATRICULA EXISTENTE, DIREITO ADQUIRIDO (12
      * MESES DE CASA), ATE 30 DIAS, INICIO EM DIA UTIL (COBOL096 +
      * FERIADO), SEM SOBREPOSICAO COM PERIODO APROVADO E DENTRO DO
      * SALDO DO CONTROLE DO DIREITO (SALDOFER)
      *----
       2100-VALIDA-PEDIDO.

              GO TO 2100-VALIDA-PEDIDO-EXIT
           END-IF.

      *----
      * SALDO NO CONTROLE DO DIREITO: O DIREITO DOS PERIODOS JA
      * ADQUIRIDOS ATE O INICIO PEDIDO, MENOS OS DIAS GOZADOS E
      * VENDIDOS DOS PERIODOS JA APROVADOS, TEM DE COBRIR O PEDIDO
      *----
           IF WSS-TEM-SALDOFER EQUAL 'Y'
              MOVE 'N'                   TO WSS-ACHOU-SALDO
              MOVE 0                     TO WSS-DIAS-DIREITO
              MOVE 0                     TO WSS-DIAS-CONSUMIDOS
              PERFORM 2110-SOMA-DIREITO
                 THRU 2110-SOMA-DIREITO-EXIT
                 VARYING WSS-IDX-SDO FROM 1 BY 1
                 UNTIL WSS-IDX-SDO > WSS-QTD-SALDOS
              PERFORM 2120-SOMA-CONSUMO
                 THRU 2120-SOMA-CONSUMO-EXIT
                 VARYING WSS-IDX FROM 1 BY 1
                 UNTIL WSS-IDX > WSS-QTD-PERIODOS
              IF WSS-ACHOU-SALDO NOT = 'Y'
                 MOVE 'SEM SALDO NO CONTROLE DE FERIAS'
                                          TO WSS-MOTIVO
                 GO TO 2100-VALIDA-PEDIDO-EXIT
              END-IF
              IF (WSS-DIAS-CONSUMIDOS + MFR-QTD-DIAS
                  + MFR-DIAS-VENDIDOS) GREATER WSS-DIAS-DIREITO
                 MOVE 'SALDO DE FERIAS INSUFICIENTE'
                                          TO WSS-MOTIVO
                 GO TO 2100-VALIDA-PEDIDO-EXIT
              END-IF
           END-IF.

      *----
      * INICIO EM DIA UTIL: SOMA 1 DIA UTIL A VESPERA; SE O RESULTADO
      * NAO FOR O PROPRIO INICIO, O INICIO CAI EM FIM DE SEMANA OU
       2100-VALIDA-PEDIDO-EXIT.
           EXIT.

      *----
       2110-SOMA-DIREITO.

           IF TSD-MATRICULA (WSS-IDX-SDO) NOT EQUAL MFR-MATRICULA
              GO TO 2110-SOMA-DIREITO-EXIT
           END-IF.

           MOVE 'Y'                      TO WSS-ACHOU-SALDO.

           IF TSD-AQUIS-FIM (WSS-IDX-SDO) LESS MFR-DATA-INICIO
              ADD TSD-DIAS-DIREITO (WSS-IDX-SDO) TO WSS-DIAS-DIREITO
           END-IF.

       2110-SOMA-DIREITO-EXIT.
           EXIT.

      *----
       2120-SOMA-CONSUMO.

           IF TFE-MATRICULA (WSS-IDX) NOT EQUAL MFR-MATRICULA
              OR TFE-STATUS (WSS-IDX) NOT EQUAL 'A'
              GO TO 2120-SOMA-CONSUMO-EXIT
           END-IF.

           IF TFE-DIAS-VENDIDOS (WSS-IDX) NOT NUMERIC
              MOVE 0                     TO TFE-DIAS-VENDIDOS (WSS-IDX)
           END-IF.

           ADD TFE-QTD-DIAS (WSS-IDX)    TO WSS-DIAS-CONSUMIDOS.
           ADD TFE-DIAS-VENDIDOS (WSS-IDX) TO WSS-DIAS-CONSUMIDOS.

       2120-SOMA-CONSUMO-EXIT.
           EXIT.

      *----
       2900-IMPRIME-PEDIDO.

