      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : RECOLHIMENTO RESCISORIO DO FGTS. LE O FGTS
      *            RESCISORIO CALCULADO PELO COBOL152 NA RESCISAO
      *            (FGTSRWK, COPY2432: DEPOSITO SOBRE AS VERBAS
      *            RESCISORIAS E MULTA DE 40% OU 20% SOBRE O SALDO DA
      *            CONTA) E PRODUZ:
      *            - FGTSRESC: ARQUIVO DE RECOLHIMENTO RESCISORIO NO
      *              MOLDE GRRF, QUEBRADO POR EMPRESA DO GRUPO (CNPJ
      *              DE EMPREGID PELO CODIGO DESF-EMPRESA), COM
      *              HEADER, UM DETALHE POR DESLIGADO E TRAILER;
      *            - LANCFGRS: LANCAMENTOS BALANCEADOS POR
      *              DEPARTAMENTO (CONTAMAP TIPO 'FGRD' DEPOSITO E
      *              'FGRM' MULTA A DEBITO, 'FGRP' PASSIVO A CREDITO);
      *            - RELFGRS: RESUMO POR DEPARTAMENTO, CUJOS TOTAIS
      *              BATEM COM O FINAL DO LOG DO COBOL152.
      *            A COMPETENCIA VEM DO CARTAO FGTSPARM (O MESMO DO
      *            COBOL181).
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL243.
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
           SELECT FGTSPARM ASSIGN TO FGTSPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FGTSPARM.
      *
           SELECT EMPREGID ASSIGN TO EMPREGID
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-EMPREGID.
      *
           SELECT CONTAMAP ASSIGN TO CONTAMAP
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CONTAMAP.
      *
           SELECT FGTSRWK ASSIGN TO FGTSRWK
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FGTSRWK.
      *
           SELECT FGTSRESC ASSIGN TO FGTSRESC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FGTSRESC.
      *
           SELECT LANCFGRS ASSIGN TO LANCFGRS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-LANCFGRS.
      *
           SELECT RELFGRS ASSIGN TO RELFGRS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELFGRS.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   FGTSPARM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-FGTSPARM.
            03 FGP-COMPETENCIA             PIC 9(006).
            03 FGP-ALIQUOTA                PIC 9(002)V99.
            03 FGP-ALIQ-APRENDIZ           PIC 9(002)V99.
            03 FILLER                      PIC X(066).
      *----
       FD   EMPREGID
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-EMPREGID.
            03 EMP-CNPJ                    PIC 9(014).
            03 EMP-RAZAO                   PIC X(040).
            03 EMP-EMPRESA                 PIC X(002).
            03 FILLER                      PIC X(024).
      *----
       FD   CONTAMAP
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-CONTAMAP.
            03 CMP-DEPTO                   PIC X(005).
            03 CMP-TIPO                    PIC X(004).
            03 CMP-CONTA                   PIC 9(008).
            03 CMP-NATUREZA                PIC X(001).
            03 FILLER                      PIC X(062).
      *----
       FD   FGTSRWK
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2432'.
      *----
       FD   FGTSRESC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * ARQUIVO DE RECOLHIMENTO RESCISORIO NO MOLDE GRRF: '0' HEADER
      * DA EMPRESA, '1' DETALHE POR DESLIGADO, '9' TRAILER DA EMPRESA
      *----
       01   REG-FGTSRESC.
            03 FRR-TIPO                    PIC X(001).
            03 FRR-DADOS                   PIC X(079).
      *----
       FD   LANCFGRS
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-LANCFGRS.
            03 LGL-CONTA                   PIC 9(008).
            03 LGL-NATUREZA                PIC X(001).
            03 LGL-VALOR                   PIC 9(013)V99.
            03 LGL-DEPTO                   PIC X(005).
            03 LGL-TIPO                    PIC X(004).
            03 LGL-HISTORICO               PIC X(030).
            03 FILLER                      PIC X(017).
      *----
       FD   RELFGRS.
      *----
       01   REG-RELFGRS                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-FGTSPARM                     PIC 9(002) VALUE 0.
       77  ST-EMPREGID                     PIC 9(002) VALUE 0.
       77  ST-CONTAMAP                     PIC 9(002) VALUE 0.
       77  ST-FGTSRWK                      PIC 9(002) VALUE 0.
       77  ST-FGTSRESC                     PIC 9(002) VALUE 0.
       77  ST-LANCFGRS                     PIC 9(002) VALUE 0.
       77  ST-RELFGRS                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-COMPETENCIA                 PIC 9(006) VALUE 0.
       77  WSS-QTD-EMPRESAS                PIC 9(002) VALUE 0.
       77  WSS-QTD-MAPA                    PIC 9(004) VALUE 0.
       77  WSS-QTD-DEPTOS                  PIC 9(003) VALUE 0.
       77  WSS-REG-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-REG-DETALHES                PIC 9(006) VALUE ZEROES.
       77  WSS-EMPRESA-ATUAL               PIC X(002) VALUE SPACES.
       77  WSS-HOUVE-EMPRESA               PIC X(001) VALUE 'N'.
       77  WSS-SUBT-QTDE                   PIC 9(006) VALUE 0.
       77  WSS-SUBT-DEP                    PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-SUBT-MULTA                  PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-DEPOSITO                PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-MULTA                   PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-DEBITOS                 PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-CREDITOS                PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-VALOR-LANC                  PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TIPO-LANC                   PIC X(004) VALUE SPACES.
       77  WSS-DEPTO-LANC                  PIC X(005) VALUE SPACES.
       77  WSS-CONTA-ACHADA                PIC 9(008) VALUE 0.
       77  WSS-NATUREZA-ACHADA             PIC X(001) VALUE SPACE.
       77  WSS-ACHOU-DEPTO                 PIC X(001) VALUE 'N'.
       77  WSS-IDX                         PIC 9(004) COMP VALUE 0.
       77  WSS-QTD-LANC                    PIC 9(005) VALUE 0.
       77  MASCARA-TOTAL                   PIC ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-QTDE                    PIC ZZZZZ9.
      *----
       01  WSS-TAB-EMPRESAS.
           05 WSS-EMP-ENTRY OCCURS 0 TO 20 TIMES
                 DEPENDING ON WSS-QTD-EMPRESAS
                 INDEXED BY IDX-EMP.
              10 TEM-EMPRESA               PIC X(002).
              10 TEM-CNPJ                  PIC 9(014).
              10 TEM-RAZAO                 PIC X(040).
      *----
       01  WSS-TAB-MAPA.
           05 WSS-MAP-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-MAPA.
              10 TMP-DEPTO                 PIC X(005).
              10 TMP-TIPO                  PIC X(004).
              10 TMP-CONTA                 PIC 9(008).
              10 TMP-NATUREZA              PIC X(001).
      *----
       01  WSS-TAB-DEPTOS.
           05 WSS-DEP-ENTRY OCCURS 0 TO 200 TIMES
                 DEPENDING ON WSS-QTD-DEPTOS
                 INDEXED BY IDX-DEP.
              10 TDP-DEPTO                 PIC X(005).
              10 TDP-QTDE                  PIC 9(006).
              10 TDP-DEPOSITO              PIC 9(013)V99 COMP-3.
              10 TDP-MULTA                 PIC 9(013)V99 COMP-3.
      *----
      * IMAGENS DOS REGISTROS DO ARQUIVO DE RECOLHIMENTO RESCISORIO
      *----
       01  WSS-FRR-HEADER.
           03 FRH-CNPJ                     PIC 9(014) VALUE ZEROES.
           03 FRH-RAZAO                    PIC X(040) VALUE SPACES.
           03 FRH-COMPETENCIA              PIC 9(006) VALUE ZEROES.
           03 FILLER                       PIC X(019) VALUE SPACES.
      *----
       01  WSS-FRR-DETALHE.
           03 FRD-MATRICULA                PIC 9(008) VALUE ZEROES.
           03 FRD-TIPO-DESLIG              PIC X(001) VALUE SPACES.
           03 FRD-DATA-DESLIG              PIC 9(008) VALUE ZEROES.
           03 FRD-BASE                     PIC 9(009)V99 VALUE ZEROES.
           03 FRD-DEPOSITO                 PIC 9(009)V99 VALUE ZEROES.
           03 FRD-SALDO                    PIC 9(011)V99 VALUE ZEROES.
           03 FRD-MULTA                    PIC 9(009)V99 VALUE ZEROES.
           03 FILLER                       PIC X(016) VALUE SPACES.
      *----
       01  WSS-FRR-TRAILER.
           03 FRT-QTDE                     PIC 9(006) VALUE ZEROES.
           03 FRT-DEPOSITO                 PIC 9(011)V99 VALUE ZEROES.
           03 FRT-MULTA                    PIC 9(011)V99 VALUE ZEROES.
           03 FRT-TOTAL                    PIC 9(011)V99 VALUE ZEROES.
           03 FILLER                       PIC X(034) VALUE SPACES.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL243'.
           03 FILLER                       PIC X(043)
              VALUE 'FGTS RESCISORIO - RESUMO POR DEPARTAMENTO'.
           03 FILLER                       PIC X(013)
              VALUE 'COMPETENCIA: '.
           03 CAB-COMPETENCIA              PIC 9(006) VALUE ZEROES.
      *----
       01  CAB02.
           03 FILLER                       PIC X(007) VALUE 'DEPTO'.
           03 FILLER                       PIC X(008) VALUE ' QTDE'.
           03 FILLER                       PIC X(016) VALUE ' DEPOSITO'.
           03 FILLER                       PIC X(016) VALUE ' MULTA'.
      *----
       01  DET01.
           03 DEPTO-DET                    PIC X(005) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 QTDE-DET                     PIC X(006) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DEPOSITO-DET                 PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 MULTA-DET                    PIC X(014) VALUE SPACES.
      *----
       01  LINHA-TEXTO.
           03 LT-ROTULO                    PIC X(034) VALUE SPACES.
           03 LT-VALOR                     PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(084) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL243'
           DISPLAY ' RECOLHIMENTO RESCISORIO DO FGTS'.

           PERFORM 0001-CARGA-CARTAO
              THRU 0001-CARGA-CARTAO-EXIT.

           PERFORM 0002-CARGA-EMPREGID
              THRU 0002-CARGA-EMPREGID-EXIT.

           PERFORM 0004-CARGA-CONTAMAP
              THRU 0004-CARGA-CONTAMAP-EXIT.

           PERFORM 1000-PROCESSA-RESCISOES
              THRU 1000-PROCESSA-RESCISOES-EXIT.

           PERFORM 3000-GERA-LANCAMENTOS
              THRU 3000-GERA-LANCAMENTOS-EXIT.

           PERFORM 8000-IMPRIME-RESUMO
              THRU 8000-IMPRIME-RESUMO-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL243                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* RESCISOES LIDAS      : ' WSS-REG-LIDOS.
           DISPLAY '* DETALHES GRAVADOS    : ' WSS-REG-DETALHES.
           DISPLAY '* DEPOSITO RESCISORIO  : ' WSS-TOT-DEPOSITO.
           DISPLAY '* MULTA RESCISORIA     : ' WSS-TOT-MULTA.
           DISPLAY '* LANCAMENTOS GRAVADOS : ' WSS-QTD-LANC.
           DISPLAY '*******************************************'.

           STOP RUN.

      *----
       0001-CARGA-CARTAO.

           DISPLAY '0001-CARGA-CARTAO'.

           OPEN INPUT FGTSPARM.

           IF ST-FGTSPARM NOT EQUAL 0 THEN
              DISPLAY 'COBOL243 - ERRO OPEN FGTSPARM FS=' ST-FGTSPARM
              MOVE ST-FGTSPARM           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ FGTSPARM.

           IF ST-FGTSPARM NOT EQUAL 0
              OR FGP-COMPETENCIA NOT NUMERIC
              OR FGP-COMPETENCIA EQUAL 0
              DISPLAY 'COBOL243 - COMPETENCIA INVALIDA NO CARTAO'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE FGP-COMPETENCIA          TO WSS-COMPETENCIA.
           MOVE FGP-COMPETENCIA          TO CAB-COMPETENCIA.

           CLOSE FGTSPARM.

           DISPLAY ' COMPETENCIA : ' WSS-COMPETENCIA.

       0001-CARGA-CARTAO-EXIT.
           EXIT.

      *----
       0002-CARGA-EMPREGID.

           DISPLAY '0002-CARGA-EMPREGID'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT EMPREGID.

           IF ST-EMPREGID NOT EQUAL 0 THEN
              DISPLAY 'COBOL243 - ERRO OPEN EMPREGID FS=' ST-EMPREGID
              MOVE ST-EMPREGID           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0003-LER-EMPREGID
              THRU 0003-LER-EMPREGID-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE EMPREGID.

           IF WSS-QTD-EMPRESAS EQUAL 0
              DISPLAY 'COBOL243 - EMPREGID VAZIO'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           DISPLAY ' EMPRESAS CARREGADAS : ' WSS-QTD-EMPRESAS.

       0002-CARGA-EMPREGID-EXIT.
           EXIT.

      *----
       0003-LER-EMPREGID.

           READ EMPREGID
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-EMPREGID NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL243 - ERRO READ EMPREGID FS=' ST-EMPREGID
              MOVE ST-EMPREGID           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF NOT = 'Y'
              AND WSS-QTD-EMPRESAS LESS 20
              ADD 1                      TO WSS-QTD-EMPRESAS
              SET IDX-EMP                TO WSS-QTD-EMPRESAS
              MOVE EMP-EMPRESA           TO TEM-EMPRESA (IDX-EMP)
              MOVE EMP-CNPJ              TO TEM-CNPJ (IDX-EMP)
              MOVE EMP-RAZAO             TO TEM-RAZAO (IDX-EMP)
           END-IF.

       0003-LER-EMPREGID-EXIT.
           EXIT.

      *----
       0004-CARGA-CONTAMAP.

           DISPLAY '0004-CARGA-CONTAMAP'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT CONTAMAP.

           IF ST-CONTAMAP EQUAL 35
              GO TO 0004-CARGA-CONTAMAP-EXIT
           END-IF.

           IF ST-CONTAMAP NOT EQUAL 0 THEN
              DISPLAY 'COBOL243 - ERRO OPEN CONTAMAP FS=' ST-CONTAMAP
              MOVE ST-CONTAMAP           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0005-LER-CONTAMAP
              THRU 0005-LER-CONTAMAP-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CONTAMAP.

           MOVE 'N'                      TO WSS-EOF.

       0004-CARGA-CONTAMAP-EXIT.
           EXIT.

      *----
       0005-LER-CONTAMAP.

           READ CONTAMAP
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CONTAMAP NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL243 - ERRO READ CONTAMAP FS=' ST-CONTAMAP
              MOVE ST-CONTAMAP           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF NOT = 'Y'
              AND WSS-QTD-MAPA LESS 500
              ADD 1                      TO WSS-QTD-MAPA
              MOVE CMP-DEPTO             TO TMP-DEPTO (WSS-QTD-MAPA)
              MOVE CMP-TIPO              TO TMP-TIPO (WSS-QTD-MAPA)
              MOVE CMP-CONTA             TO TMP-CONTA (WSS-QTD-MAPA)
              MOVE CMP-NATUREZA          TO
                   TMP-NATUREZA (WSS-QTD-MAPA)
           END-IF.

       0005-LER-CONTAMAP-EXIT.
           EXIT.

      *----
      * PASSA O FGTSRWK (NA ORDEM DO DESFUNCI, EMPRESA + MATRICULA):
      * UM DETALHE POR DESLIGADO NA GUIA RESCISORIA, QUEBRADA POR
      * EMPRESA, E ACUMULO POR DEPARTAMENTO PARA O RESUMO E OS
      * LANCAMENTOS
      *----
       1000-PROCESSA-RESCISOES.

           DISPLAY '1000-PROCESSA-RESCISOES'.

           OPEN INPUT FGTSRWK.
           OPEN OUTPUT FGTSRESC.

           IF ST-FGTSRWK NOT EQUAL 0 OR ST-FGTSRESC NOT EQUAL 0
              DISPLAY 'COBOL243 - ERRO OPEN FS=' ST-FGTSRWK ' '
                      ST-FGTSRESC
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1001-LER-FGTSRWK
              THRU 1001-LER-FGTSRWK-EXIT
              UNTIL WSS-EOF = 'Y'.

           IF WSS-HOUVE-EMPRESA EQUAL 'Y'
              PERFORM 1900-GRAVA-TRAILER-EMP
                 THRU 1900-GRAVA-TRAILER-EMP-EXIT
           END-IF.

           CLOSE FGTSRWK.
           CLOSE FGTSRESC.

       1000-PROCESSA-RESCISOES-EXIT.
           EXIT.

      *----
       1001-LER-FGTSRWK.

           READ FGTSRWK
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FGTSRWK NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL243 - ERRO READ FGTSRWK FS=' ST-FGTSRWK
              MOVE ST-FGTSRWK            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1001-LER-FGTSRWK-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-LIDOS.

           IF FRW-EMPRESA NOT EQUAL WSS-EMPRESA-ATUAL
              OR WSS-HOUVE-EMPRESA NOT EQUAL 'Y'
              IF WSS-HOUVE-EMPRESA EQUAL 'Y'
                 PERFORM 1900-GRAVA-TRAILER-EMP
                    THRU 1900-GRAVA-TRAILER-EMP-EXIT
              END-IF
              MOVE FRW-EMPRESA           TO WSS-EMPRESA-ATUAL
              MOVE 'Y'                   TO WSS-HOUVE-EMPRESA
              PERFORM 1100-GRAVA-HEADER-EMP
                 THRU 1100-GRAVA-HEADER-EMP-EXIT
           END-IF.

           MOVE FRW-MATRICULA            TO FRD-MATRICULA.
           MOVE FRW-TIPO-DESLIG          TO FRD-TIPO-DESLIG.
           MOVE FRW-DATA-DESLIG          TO FRD-DATA-DESLIG.
           MOVE FRW-BASE                 TO FRD-BASE.
           MOVE FRW-DEPOSITO             TO FRD-DEPOSITO.
           MOVE FRW-SALDO                TO FRD-SALDO.
           MOVE FRW-MULTA                TO FRD-MULTA.

           MOVE SPACES                   TO REG-FGTSRESC.
           MOVE '1'                      TO FRR-TIPO.
           MOVE WSS-FRR-DETALHE          TO FRR-DADOS.

           WRITE REG-FGTSRESC.

           IF ST-FGTSRESC NOT EQUAL 0 THEN
              DISPLAY 'COBOL243 - ERRO WRITE FGTSRESC FS=' ST-FGTSRESC
              MOVE ST-FGTSRESC           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-DETALHES.
           ADD 1                         TO WSS-SUBT-QTDE.
           ADD FRW-DEPOSITO              TO WSS-SUBT-DEP.
           ADD FRW-MULTA                 TO WSS-SUBT-MULTA.
           ADD FRW-DEPOSITO              TO WSS-TOT-DEPOSITO.
           ADD FRW-MULTA                 TO WSS-TOT-MULTA.

           SET IDX-DEP TO 1.
           SEARCH WSS-DEP-ENTRY
              AT END
                 IF WSS-QTD-DEPTOS LESS 200
                    ADD 1                TO WSS-QTD-DEPTOS
                    SET IDX-DEP          TO WSS-QTD-DEPTOS
                    MOVE FRW-DEPARTAMENTO TO TDP-DEPTO (IDX-DEP)
                    MOVE 1               TO TDP-QTDE (IDX-DEP)
                    MOVE FRW-DEPOSITO    TO TDP-DEPOSITO (IDX-DEP)
                    MOVE FRW-MULTA       TO TDP-MULTA (IDX-DEP)
                 END-IF
              WHEN TDP-DEPTO (IDX-DEP) EQUAL FRW-DEPARTAMENTO
                 ADD 1                   TO TDP-QTDE (IDX-DEP)
                 ADD FRW-DEPOSITO        TO TDP-DEPOSITO (IDX-DEP)
                 ADD FRW-MULTA           TO TDP-MULTA (IDX-DEP)
           END-SEARCH.

       1001-LER-FGTSRWK-EXIT.
           EXIT.

      *----
       1100-GRAVA-HEADER-EMP.

           MOVE ZEROES                   TO FRH-CNPJ.
           MOVE 'EMPRESA NAO CADASTRADA EM EMPREGID'
                                          TO FRH-RAZAO.

           SET IDX-EMP TO 1.
           SEARCH WSS-EMP-ENTRY
              AT END
                 DISPLAY 'COBOL243 - EMPRESA SEM CNPJ EM EMPREGID: '
                         WSS-EMPRESA-ATUAL
              WHEN TEM-EMPRESA (IDX-EMP) EQUAL WSS-EMPRESA-ATUAL
                 MOVE TEM-CNPJ (IDX-EMP)  TO FRH-CNPJ
                 MOVE TEM-RAZAO (IDX-EMP) TO FRH-RAZAO
           END-SEARCH.

           MOVE WSS-COMPETENCIA          TO FRH-COMPETENCIA.

           MOVE SPACES                   TO REG-FGTSRESC.
           MOVE '0'                      TO FRR-TIPO.
           MOVE WSS-FRR-HEADER           TO FRR-DADOS.

           WRITE REG-FGTSRESC.

           IF ST-FGTSRESC NOT EQUAL 0 THEN
              DISPLAY 'COBOL243 - ERRO WRITE FGTSRESC FS=' ST-FGTSRESC
              MOVE ST-FGTSRESC           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 0                        TO WSS-SUBT-QTDE.
           MOVE 0                        TO WSS-SUBT-DEP.
           MOVE 0                        TO WSS-SUBT-MULTA.

       1100-GRAVA-HEADER-EMP-EXIT.
           EXIT.

      *----
       1900-GRAVA-TRAILER-EMP.

           MOVE WSS-SUBT-QTDE            TO FRT-QTDE.
           MOVE WSS-SUBT-DEP             TO FRT-DEPOSITO.
           MOVE WSS-SUBT-MULTA           TO FRT-MULTA.
           COMPUTE FRT-TOTAL = WSS-SUBT-DEP + WSS-SUBT-MULTA.

           MOVE SPACES                   TO REG-FGTSRESC.
           MOVE '9'                      TO FRR-TIPO.
           MOVE WSS-FRR-TRAILER          TO FRR-DADOS.

           WRITE REG-FGTSRESC.

           IF ST-FGTSRESC NOT EQUAL 0 THEN
              DISPLAY 'COBOL243 - ERRO WRITE FGTSRESC FS=' ST-FGTSRESC
              MOVE ST-FGTSRESC           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       1900-GRAVA-TRAILER-EMP-EXIT.
           EXIT.

      *----
      * LANCAMENTOS BALANCEADOS POR DEPARTAMENTO: DEPOSITO ('FGRD')
      * E MULTA ('FGRM') A DEBITO NA DESPESA, O TOTAL DA GUIA
      * ('FGRP') A CREDITO NO PASSIVO A RECOLHER
      *----
       3000-GERA-LANCAMENTOS.

           DISPLAY '3000-GERA-LANCAMENTOS'.

           IF WSS-QTD-MAPA EQUAL 0
              DISPLAY 'COBOL243 - CONTAMAP AUSENTE, SEM LANCAMENTOS'
              GO TO 3000-GERA-LANCAMENTOS-EXIT
           END-IF.

           OPEN OUTPUT LANCFGRS.

           IF ST-LANCFGRS NOT EQUAL 0 THEN
              DISPLAY 'COBOL243 - ERRO OPEN LANCFGRS FS=' ST-LANCFGRS
              MOVE ST-LANCFGRS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 3100-LANCA-UM-DEPTO
              THRU 3100-LANCA-UM-DEPTO-EXIT
              VARYING IDX-DEP FROM 1 BY 1
              UNTIL IDX-DEP > WSS-QTD-DEPTOS.

           CLOSE LANCFGRS.

           IF WSS-TOT-DEBITOS NOT EQUAL WSS-TOT-CREDITOS
              DISPLAY 'COBOL243 - LOTE FGTS RESCISORIO DESBALANCEADO'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       3000-GERA-LANCAMENTOS-EXIT.
           EXIT.

      *----
       3100-LANCA-UM-DEPTO.

           MOVE TDP-DEPTO (IDX-DEP)      TO WSS-DEPTO-LANC.

           MOVE 'FGRD'                   TO WSS-TIPO-LANC.
           MOVE TDP-DEPOSITO (IDX-DEP)   TO WSS-VALOR-LANC.
           PERFORM 3200-GRAVA-LANCAMENTO
              THRU 3200-GRAVA-LANCAMENTO-EXIT.

           MOVE 'FGRM'                   TO WSS-TIPO-LANC.
           MOVE TDP-MULTA (IDX-DEP)      TO WSS-VALOR-LANC.
           PERFORM 3200-GRAVA-LANCAMENTO
              THRU 3200-GRAVA-LANCAMENTO-EXIT.

           MOVE 'FGRP'                   TO WSS-TIPO-LANC.
           COMPUTE WSS-VALOR-LANC =
                   TDP-DEPOSITO (IDX-DEP) + TDP-MULTA (IDX-DEP).
           PERFORM 3200-GRAVA-LANCAMENTO
              THRU 3200-GRAVA-LANCAMENTO-EXIT.

       3100-LANCA-UM-DEPTO-EXIT.
           EXIT.

      *----
       3200-GRAVA-LANCAMENTO.

           IF WSS-VALOR-LANC EQUAL 0
              GO TO 3200-GRAVA-LANCAMENTO-EXIT
           END-IF.

           MOVE 0                        TO WSS-CONTA-ACHADA.
           MOVE 'N'                      TO WSS-ACHOU-DEPTO.

           PERFORM 3210-PROCURA-CONTA
              THRU 3210-PROCURA-CONTA-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX > WSS-QTD-MAPA
                 OR WSS-ACHOU-DEPTO EQUAL 'Y'.

           IF WSS-CONTA-ACHADA EQUAL 0
              DISPLAY 'COBOL243 - SEM CONTA NO MAPA PARA DEPTO '
                      WSS-DEPTO-LANC ' TIPO ' WSS-TIPO-LANC
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SPACES                   TO REG-LANCFGRS.
           MOVE WSS-CONTA-ACHADA         TO LGL-CONTA.
           MOVE WSS-NATUREZA-ACHADA      TO LGL-NATUREZA.
           MOVE WSS-VALOR-LANC           TO LGL-VALOR.
           MOVE WSS-DEPTO-LANC           TO LGL-DEPTO.
           MOVE WSS-TIPO-LANC            TO LGL-TIPO.
           MOVE 'FGTS RESCISORIO - GUIA GRRF'  TO LGL-HISTORICO.

           WRITE REG-LANCFGRS.

           IF ST-LANCFGRS NOT EQUAL 0 THEN
              DISPLAY 'COBOL243 - ERRO WRITE LANCFGRS FS='
                      ST-LANCFGRS
              MOVE ST-LANCFGRS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-LANC.

           IF WSS-NATUREZA-ACHADA EQUAL 'D'
              ADD WSS-VALOR-LANC         TO WSS-TOT-DEBITOS
           ELSE
              ADD WSS-VALOR-LANC         TO WSS-TOT-CREDITOS
           END-IF.

       3200-GRAVA-LANCAMENTO-EXIT.
           EXIT.

      *----
      * CONTA DO TIPO PARA O DEPARTAMENTO; A LINHA CURINGA ('*****')
      * SO VALE SE O DEPARTAMENTO NAO TIVER LINHA PROPRIA
      *----
       3210-PROCURA-CONTA.

           IF TMP-TIPO (WSS-IDX) NOT EQUAL WSS-TIPO-LANC
              GO TO 3210-PROCURA-CONTA-EXIT
           END-IF.

           IF TMP-DEPTO (WSS-IDX) EQUAL WSS-DEPTO-LANC
              MOVE TMP-CONTA (WSS-IDX)    TO WSS-CONTA-ACHADA
              MOVE TMP-NATUREZA (WSS-IDX) TO WSS-NATUREZA-ACHADA
              MOVE 'Y'                    TO WSS-ACHOU-DEPTO
              GO TO 3210-PROCURA-CONTA-EXIT
           END-IF.

           IF TMP-DEPTO (WSS-IDX) EQUAL '*****'
              AND WSS-CONTA-ACHADA EQUAL 0
              MOVE TMP-CONTA (WSS-IDX)    TO WSS-CONTA-ACHADA
              MOVE TMP-NATUREZA (WSS-IDX) TO WSS-NATUREZA-ACHADA
           END-IF.

       3210-PROCURA-CONTA-EXIT.
           EXIT.

      *----
      * RESUMO POR DEPARTAMENTO; OS TOTAIS DE DEPOSITO E MULTA DEVEM
      * BATER COM O FINAL DO LOG DO COBOL152 DA MESMA RODADA
      *----
       8000-IMPRIME-RESUMO.

           DISPLAY '8000-IMPRIME-RESUMO'.

           OPEN OUTPUT RELFGRS.

           IF ST-RELFGRS NOT EQUAL 0 THEN
              DISPLAY 'COBOL243 - ERRO OPEN RELFGRS FS=' ST-RELFGRS
              MOVE ST-RELFGRS            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           WRITE REG-RELFGRS FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           WRITE REG-RELFGRS FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

           PERFORM 8100-IMPRIME-UM-DEPTO
              THRU 8100-IMPRIME-UM-DEPTO-EXIT
              VARYING IDX-DEP FROM 1 BY 1
              UNTIL IDX-DEP > WSS-QTD-DEPTOS.

           MOVE 'DEPOSITO RESCISORIO TOTAL      :' TO LT-ROTULO.
           MOVE WSS-TOT-DEPOSITO         TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           WRITE REG-RELFGRS FROM LINHA-TEXTO AFTER ADVANCING 2
           END-WRITE.

           MOVE 'MULTA RESCISORIA TOTAL         :' TO LT-ROTULO.
           MOVE WSS-TOT-MULTA            TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           WRITE REG-RELFGRS FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           MOVE 'TOTAL DAS GUIAS RESCISORIAS    :' TO LT-ROTULO.
           COMPUTE WSS-VALOR-LANC = WSS-TOT-DEPOSITO + WSS-TOT-MULTA.
           MOVE WSS-VALOR-LANC           TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           WRITE REG-RELFGRS FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELFGRS NOT EQUAL 0 THEN
              DISPLAY 'COBOL243 - ERRO WRITE RELFGRS FS=' ST-RELFGRS
              MOVE ST-RELFGRS            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE RELFGRS.

       8000-IMPRIME-RESUMO-EXIT.
           EXIT.

      *----
       8100-IMPRIME-UM-DEPTO.

           MOVE TDP-DEPTO (IDX-DEP)      TO DEPTO-DET.
           MOVE TDP-QTDE (IDX-DEP)       TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO QTDE-DET.
           MOVE TDP-DEPOSITO (IDX-DEP)   TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO DEPOSITO-DET.
           MOVE TDP-MULTA (IDX-DEP)      TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO MULTA-DET.

           WRITE REG-RELFGRS FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELFGRS NOT EQUAL 0 THEN
              DISPLAY 'COBOL243 - ERRO WRITE RELFGRS FS=' ST-RELFGRS
              MOVE ST-RELFGRS            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       8100-IMPRIME-UM-DEPTO-EXIT.
           EXIT.

      ******************************************************************
       ROT-ABEND.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY ' ABEND PROGRAMADO '.
           DISPLAY ' ERRO ENCONTRADO : '  RETURN-CODE.
           DISPLAY ' FAVOR AVISAR O ANALISTA RESPONSAVEL'.
           DISPLAY '*******************************************'.

           MOVE RETURN-CODE TO WSS-CLASSIF-RC-ENTRADA.
           CALL 'COBOL125' USING WSS-CLASSIF-RC-LINKAGE.

           DISPLAY ' SEVERIDADE      : ' WSS-CLASSIF-RC-SEVERIDADE.
           DISPLAY ' DESCRICAO       : ' WSS-CLASSIF-RC-DESCRICAO.

           DISPLAY '***ABEND-COBOL243*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
