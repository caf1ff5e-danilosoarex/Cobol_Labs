      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : RECALCULO DE GUIAS GPS E DARF PAGAS EM ATRASO.
      *            LE AS GUIAS DO COBOL182 (GUIAREC) E O CARTAO
      *            GUIAPAG COM A DATA EFETIVA DO PAGAMENTO (E, SE
      *            INFORMADOS, TIPO, COMPETENCIA E CNPJ DAS GUIAS A
      *            RECALCULAR). PARA CADA GUIA VENCIDA ANTES DA DATA
      *            DO PAGAMENTO CALCULA:
      *            - MULTA DE MORA DE 0,33% POR DIA DE ATRASO,
      *              LIMITADA A 20% DO PRINCIPAL;
      *            - JUROS DE MORA PELA SELIC ACUMULADA DO MES
      *              SEGUINTE AO VENCIMENTO ATE O MES ANTERIOR AO DO
      *              PAGAMENTO (TABELA SELICTAB, COPY2511), MAIS 1%
      *              NO MES DO PAGAMENTO.
      *            SAEM:
      *            - GUIARECN: NOVA GERACAO DO GUIAREC, COM A GUIA
      *              ORIGINAL MARCADA COMO SUBSTITUIDA ('S') SEGUIDA
      *              DA GUIA RECALCULADA ('R', VENCIMENTO = DATA DO
      *              PAGAMENTO), PARA A CONCILIACAO DO COBOL190 CASAR
      *              O DEBITO PELO VALOR NOVO. GUIA RECALCULADA QUE
      *              VOLTE COM NOVA DATA E REFEITA A PARTIR DO
      *              PRINCIPAL E DO VENCIMENTO ORIGINAL;
      *            - GUIAIMR: IMAGEM IMPRESSA DA GUIA RECALCULADA;
      *            - LANCGREC: LANCAMENTOS BALANCEADOS DOS ACRESCIMOS
      *              (CONTAMAP TIPO 'GMUL' MULTA E 'GJUR' JUROS A
      *              DEBITO NA DESPESA, 'GACR' A CREDITO NO PASSIVO A
      *              RECOLHER), SO A DIFERENCA SOBRE O JA LANCADO;
      *            - RELGREC: RELATORIO DAS GUIAS RECALCULADAS E DAS
      *              REJEITADAS (TAXA SELIC AUSENTE NA TABELA).
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL251.
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
           SELECT GUIAPAG ASSIGN TO GUIAPAG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-GUIAPAG.
      *
           SELECT EMPREGID ASSIGN TO EMPREGID
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-EMPREGID.
      *
           SELECT SELICTAB ASSIGN TO SELICTAB
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-SELICTAB.
      *
           SELECT CONTAMAP ASSIGN TO CONTAMAP
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CONTAMAP.
      *
           SELECT GUIAREC ASSIGN TO GUIAREC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-GUIAREC.
      *
           SELECT GUIARECN ASSIGN TO GUIARECN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-GUIARECN.
      *
           SELECT GUIAIMR ASSIGN TO GUIAIMR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-GUIAIMR.
      *
           SELECT LANCGREC ASSIGN TO LANCGREC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-LANCGREC.
      *
           SELECT RELGREC ASSIGN TO RELGREC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELGREC.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   GUIAPAG
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CARTAO DO RECALCULO: DATA DO PAGAMENTO OBRIGATORIA; TIPO,
      * COMPETENCIA E CNPJ EM BRANCO/ZERO = TODAS AS GUIAS VENCIDAS
      *----
       01   REG-GUIAPAG.
            03 GPG-DATA-PAGTO              PIC 9(008).
            03 GPG-TIPO                    PIC X(004).
            03 GPG-COMPETENCIA             PIC 9(006).
            03 GPG-CNPJ                    PIC 9(014).
            03 FILLER                      PIC X(048).
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
       FD   SELICTAB
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2511'.
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
       FD   GUIAREC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * REGISTRO DE MAQUINA POR GUIA (COBOL182). NA GUIA RECALCULADA
      * O VENCIMENTO E A DATA DO PAGAMENTO, O VALOR E O TOTAL COM
      * ACRESCIMOS E O VENCIMENTO ORIGINAL, A MULTA E OS JUROS FICAM
      * GUARDADOS PARA UM NOVO RECALCULO
      *----
       01   REG-GUIAREC.
            03 GUI-TIPO                    PIC X(004).
            03 GUI-CODIGO-RECEITA          PIC X(004).
            03 GUI-CNPJ                    PIC 9(014).
            03 GUI-COMPETENCIA             PIC 9(006).
            03 GUI-VENCIMENTO              PIC 9(008).
            03 GUI-VALOR                   PIC 9(011)V99.
            03 GUI-SITUACAO                PIC X(001).
               88 GUI-ORIGINAL                     VALUE ' '.
               88 GUI-SUBSTITUIDA                  VALUE 'S'.
               88 GUI-RECALCULADA                  VALUE 'R'.
            03 GUI-VENC-ORIGINAL           PIC 9(008).
            03 GUI-VALOR-MULTA             PIC 9(009)V99.
            03 GUI-VALOR-JUROS             PIC 9(009)V99.
      *----
       FD   GUIARECN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-GUIARECN                   PIC X(080).
      *----
       FD   GUIAIMR.
      *----
       01   REG-GUIAIMR                    PIC X(132).
      *----
       FD   LANCGREC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-LANCGREC.
            03 LGL-CONTA                   PIC 9(008).
            03 LGL-NATUREZA                PIC X(001).
            03 LGL-VALOR                   PIC 9(013)V99.
            03 LGL-DEPTO                   PIC X(005).
            03 LGL-TIPO                    PIC X(004).
            03 LGL-HISTORICO               PIC X(030).
            03 FILLER                      PIC X(017).
      *----
       FD   RELGREC.
      *----
       01   REG-RELGREC                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-GUIAPAG                      PIC 9(002) VALUE 0.
       77  ST-EMPREGID                     PIC 9(002) VALUE 0.
       77  ST-SELICTAB                     PIC 9(002) VALUE 0.
       77  ST-CONTAMAP                     PIC 9(002) VALUE 0.
       77  ST-GUIAREC                      PIC 9(002) VALUE 0.
       77  ST-GUIARECN                     PIC 9(002) VALUE 0.
       77  ST-GUIAIMR                      PIC 9(002) VALUE 0.
       77  ST-LANCGREC                     PIC 9(002) VALUE 0.
       77  ST-RELGREC                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-DATA-PAGTO                  PIC 9(008) VALUE 0.
       77  WSS-TIPO-FILTRO                 PIC X(004) VALUE SPACES.
       77  WSS-COMP-FILTRO                 PIC 9(006) VALUE 0.
       77  WSS-CNPJ-FILTRO                 PIC 9(014) VALUE 0.
       77  WSS-QTD-EMPRESAS                PIC 9(002) VALUE 0.
       77  WSS-QTD-SELIC                   PIC 9(004) VALUE 0.
       77  WSS-QTD-MAPA                    PIC 9(004) VALUE 0.
       77  WSS-REG-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-REG-GRAVADOS                PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-RECALC                  PIC 9(005) VALUE 0.
       77  WSS-QTD-REJEIT                  PIC 9(005) VALUE 0.
       77  WSS-QTD-LANC                    PIC 9(005) VALUE 0.
       77  WSS-VENC-BASE                   PIC 9(008) VALUE 0.
       77  WSS-MES-VENC                    PIC 9(006) VALUE 0.
       77  WSS-MES-PAGTO                   PIC 9(006) VALUE 0.
       77  WSS-DIAS-ATRASO                 PIC 9(005) VALUE 0.
       77  WSS-PCT-MULTA                   PIC 9(003)V99 VALUE 0.
       77  WSS-PCT-JUROS                   PIC 9(003)V9(004) VALUE 0.
       77  WSS-VALOR-BASE                  PIC 9(011)V99 COMP-3 VALUE 0.
       77  WSS-VALOR-MULTA                 PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-VALOR-JUROS                 PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-VALOR-TOTAL                 PIC 9(011)V99 COMP-3 VALUE 0.
       77  WSS-MULTA-ANTERIOR              PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-JUROS-ANTERIOR              PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-TOT-PRINCIPAL               PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-MULTA                   PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-JUROS                   PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-RECALC                  PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-DEBITOS                 PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-CREDITOS                PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-VALOR-LANC                  PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-DELTA-MULTA                 PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-DELTA-JUROS                 PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TIPO-LANC                   PIC X(004) VALUE SPACES.
       77  WSS-DEPTO-LANC                  PIC X(005) VALUE SPACES.
       77  WSS-HIST-LANC                   PIC X(030) VALUE SPACES.
       77  WSS-CONTA-ACHADA                PIC 9(008) VALUE 0.
       77  WSS-NATUREZA-ACHADA             PIC X(001) VALUE SPACE.
       77  WSS-ACHOU-DEPTO                 PIC X(001) VALUE 'N'.
       77  WSS-IDX                         PIC 9(004) COMP VALUE 0.
       77  WSS-MOTIVO                      PIC X(040) VALUE SPACES.
       77  MASCARA-TOTAL                   PIC ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-DATA                    PIC 99/99/9999.
       77  MASCARA-QTDE                    PIC ZZZZ9.
       77  MASCARA-PCT                     PIC ZZ9,9999.
      *----
      * MES CORRENTE DA SOMA DAS TAXAS SELIC (AAAAMM)
      *----
       01  WSS-MES-JUROS                   PIC 9(006) VALUE 0.
       01  FILLER REDEFINES WSS-MES-JUROS.
           03 WSS-MJ-ANO                   PIC 9(004).
           03 WSS-MJ-MES                   PIC 9(002).
      *----
       01  WSS-GUIA-ENTRADA                PIC X(080) VALUE SPACES.
      *----
       01  WSS-TAB-EMPRESAS.
           05 WSS-EMP-ENTRY OCCURS 0 TO 20 TIMES
                 DEPENDING ON WSS-QTD-EMPRESAS
                 INDEXED BY IDX-EMP.
              10 TEM-CNPJ                  PIC 9(014).
              10 TEM-RAZAO                 PIC X(040).
      *----
       01  WSS-TAB-SELIC.
           05 WSS-SEL-ENTRY OCCURS 0 TO 600 TIMES
                 DEPENDING ON WSS-QTD-SELIC
                 ASCENDING KEY IS TSL-COMPETENCIA
                 INDEXED BY IDX-SEL.
              10 TSL-COMPETENCIA           PIC 9(006).
              10 TSL-TAXA                  PIC 9(002)V9(004).
      *----
       01  WSS-TAB-MAPA.
           05 WSS-MAP-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-MAPA.
              10 TMP-DEPTO                 PIC X(005).
              10 TMP-TIPO                  PIC X(004).
              10 TMP-CONTA                 PIC 9(008).
              10 TMP-NATUREZA              PIC X(001).
      *----
      * LINKAGE DO KIT DE VALIDACOES (COBOL100) - VALIDA-DATA
      *----
           COPY  'COPY1001'.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CABGUIA.
           03 FILLER                       PIC X(010) VALUE 'GUIA '.
           03 CABG-TIPO                    PIC X(004) VALUE SPACES.
           03 FILLER                       PIC X(010)
              VALUE ' RECEITA '.
           03 CABG-RECEITA                 PIC X(004) VALUE SPACES.
           03 FILLER                       PIC X(014)
              VALUE ' COMPETENCIA '.
           03 CABG-COMPETENCIA             PIC 9(006) VALUE ZEROES.
           03 FILLER                       PIC X(024)
              VALUE '  RECALCULADA EM ATRASO'.
      *----
       01  LINHA-TEXTO.
           03 LT-ROTULO                    PIC X(026) VALUE SPACES.
           03 LT-VALOR                     PIC X(040) VALUE SPACES.
           03 FILLER                       PIC X(066) VALUE SPACES.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL251'.
           03 FILLER                       PIC X(047)
              VALUE 'RECALCULO DE GUIAS GPS/DARF PAGAS EM ATRASO'.
           03 FILLER                       PIC X(017)
              VALUE 'DATA PAGAMENTO: '.
           03 CAB-DATA-PAGTO               PIC 99/99/9999.
      *----
       01  CAB02.
           03 FILLER                       PIC X(006) VALUE 'TIPO'.
           03 FILLER                       PIC X(008) VALUE 'COMPET'.
           03 FILLER                       PIC X(016) VALUE 'CNPJ'.
           03 FILLER                       PIC X(012)
              VALUE 'VENCIMENTO'.
           03 FILLER                       PIC X(007) VALUE ' DIAS'.
           03 FILLER                       PIC X(016)
              VALUE ' PRINCIPAL'.
           03 FILLER                       PIC X(016) VALUE ' MULTA'.
           03 FILLER                       PIC X(016)
              VALUE ' JUROS SELIC'.
           03 FILLER                       PIC X(016) VALUE ' TOTAL'.
      *----
       01  DET01.
           03 TIPO-DET                     PIC X(004) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 COMPET-DET                   PIC 9(006) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 CNPJ-DET                     PIC 9(014) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 VENC-DET                     PIC 99/99/9999.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DIAS-DET                     PIC ZZZZ9.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 PRINCIPAL-DET                PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 MULTA-DET                    PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 JUROS-DET                    PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 TOTAL-DET                    PIC X(014) VALUE SPACES.
      *----
       01  DET02.
           03 TIPO-REJ                     PIC X(004) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 COMPET-REJ                   PIC 9(006) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 CNPJ-REJ                     PIC 9(014) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 FILLER                       PIC X(011)
              VALUE 'REJEITADA: '.
           03 MOTIVO-REJ                   PIC X(040) VALUE SPACES.
      *----
       01  LINHA-TOTAL.
           03 LTT-ROTULO                   PIC X(034) VALUE SPACES.
           03 LTT-VALOR                    PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(084) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL251'
           DISPLAY ' RECALCULO DE GUIAS GPS/DARF PAGAS EM ATRASO'.

           PERFORM 0001-CARGA-CARTAO
              THRU 0001-CARGA-CARTAO-EXIT.

           PERFORM 0002-CARGA-EMPREGID
              THRU 0002-CARGA-EMPREGID-EXIT.

           PERFORM 0004-CARGA-SELIC
              THRU 0004-CARGA-SELIC-EXIT.

           PERFORM 0006-CARGA-CONTAMAP
              THRU 0006-CARGA-CONTAMAP-EXIT.

           PERFORM 1000-PROCESSA-GUIAS
              THRU 1000-PROCESSA-GUIAS-EXIT.

           PERFORM 8000-IMPRIME-TOTAIS
              THRU 8000-IMPRIME-TOTAIS-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL251                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* GUIAS LIDAS          : ' WSS-REG-LIDOS.
           DISPLAY '* GUIAS GRAVADAS       : ' WSS-REG-GRAVADOS.
           DISPLAY '* GUIAS RECALCULADAS   : ' WSS-QTD-RECALC.
           DISPLAY '* GUIAS REJEITADAS     : ' WSS-QTD-REJEIT.
           DISPLAY '* MULTA DE MORA        : ' WSS-TOT-MULTA.
           DISPLAY '* JUROS SELIC          : ' WSS-TOT-JUROS.
           DISPLAY '* LANCAMENTOS GRAVADOS : ' WSS-QTD-LANC.
           DISPLAY '*******************************************'.

           IF WSS-QTD-REJEIT GREATER 0
              MOVE 4                     TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----
       0001-CARGA-CARTAO.

           DISPLAY '0001-CARGA-CARTAO'.

           OPEN INPUT GUIAPAG.

           IF ST-GUIAPAG NOT EQUAL 0 THEN
              DISPLAY 'COBOL251 - ERRO OPEN GUIAPAG FS=' ST-GUIAPAG
              MOVE ST-GUIAPAG            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ GUIAPAG.

           IF ST-GUIAPAG NOT EQUAL 0
              OR GPG-DATA-PAGTO NOT NUMERIC
              DISPLAY 'COBOL251 - DATA DO PAGAMENTO INVALIDA NO CARTAO'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE GPG-DATA-PAGTO           TO WSS-VALIDA-DATA-REC.

           CALL 'VALIDA-DATA' USING WSS-VALIDA-DATA-LINKAGE.

           IF WSS-VALIDA-DATA-RC NOT EQUAL 0
              DISPLAY 'COBOL251 - DATA DO PAGAMENTO: '
                      WSS-VALIDA-DATA-MSG
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE GPG-DATA-PAGTO           TO WSS-DATA-PAGTO.
           MOVE GPG-TIPO                 TO WSS-TIPO-FILTRO.

           IF GPG-COMPETENCIA NUMERIC
              MOVE GPG-COMPETENCIA       TO WSS-COMP-FILTRO
           END-IF.

           IF GPG-CNPJ NUMERIC
              MOVE GPG-CNPJ              TO WSS-CNPJ-FILTRO
           END-IF.

           CLOSE GUIAPAG.

           COMPUTE WSS-MES-PAGTO = WSS-DATA-PAGTO / 100.

           MOVE WSS-DATA-PAGTO           TO CAB-DATA-PAGTO.

           DISPLAY ' DATA DO PAGAMENTO : ' WSS-DATA-PAGTO.
           DISPLAY ' TIPO              : ' WSS-TIPO-FILTRO.
           DISPLAY ' COMPETENCIA       : ' WSS-COMP-FILTRO.
           DISPLAY ' CNPJ              : ' WSS-CNPJ-FILTRO.

       0001-CARGA-CARTAO-EXIT.
           EXIT.

      *----
       0002-CARGA-EMPREGID.

           DISPLAY '0002-CARGA-EMPREGID'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT EMPREGID.

           IF ST-EMPREGID NOT EQUAL 0 THEN
              DISPLAY 'COBOL251 - ERRO OPEN EMPREGID FS=' ST-EMPREGID
              MOVE ST-EMPREGID           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0003-LER-EMPREGID
              THRU 0003-LER-EMPREGID-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE EMPREGID.

           DISPLAY ' EMPRESAS CARREGADAS : ' WSS-QTD-EMPRESAS.

       0002-CARGA-EMPREGID-EXIT.
           EXIT.

      *----
       0003-LER-EMPREGID.

           READ EMPREGID
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-EMPREGID NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL251 - ERRO READ EMPREGID FS=' ST-EMPREGID
              MOVE ST-EMPREGID           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF NOT = 'Y'
              AND WSS-QTD-EMPRESAS LESS 20
              ADD 1                      TO WSS-QTD-EMPRESAS
              SET IDX-EMP                TO WSS-QTD-EMPRESAS
              MOVE EMP-CNPJ              TO TEM-CNPJ (IDX-EMP)
              MOVE EMP-RAZAO             TO TEM-RAZAO (IDX-EMP)
           END-IF.

       0003-LER-EMPREGID-EXIT.
           EXIT.

      *----
      * TABELA SELIC OBRIGATORIA; MESES FORA DE ORDEM SAO ACEITOS
      * (A TABELA E CLASSIFICADA NA MEMORIA)
      *----
       0004-CARGA-SELIC.

           DISPLAY '0004-CARGA-SELIC'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT SELICTAB.

           IF ST-SELICTAB NOT EQUAL 0 THEN
              DISPLAY 'COBOL251 - ERRO OPEN SELICTAB FS=' ST-SELICTAB
              MOVE ST-SELICTAB           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0005-LER-SELICTAB
              THRU 0005-LER-SELICTAB-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE SELICTAB.

           IF WSS-QTD-SELIC GREATER 1
              SORT WSS-SEL-ENTRY ASCENDING TSL-COMPETENCIA
           END-IF.

           DISPLAY ' TAXAS SELIC CARREGADAS : ' WSS-QTD-SELIC.

       0004-CARGA-SELIC-EXIT.
           EXIT.

      *----
       0005-LER-SELICTAB.

           READ SELICTAB
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-SELICTAB NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL251 - ERRO READ SELICTAB FS=' ST-SELICTAB
              MOVE ST-SELICTAB           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0005-LER-SELICTAB-EXIT
           END-IF.

           IF SEL-COMPETENCIA NOT NUMERIC
              OR SEL-TAXA NOT NUMERIC
              DISPLAY 'COBOL251 - LINHA DA SELICTAB IGNORADA: '
                      SEL-COMPETENCIA
              GO TO 0005-LER-SELICTAB-EXIT
           END-IF.

           IF WSS-QTD-SELIC LESS 600
              ADD 1                      TO WSS-QTD-SELIC
              SET IDX-SEL                TO WSS-QTD-SELIC
              MOVE SEL-COMPETENCIA       TO TSL-COMPETENCIA (IDX-SEL)
              MOVE SEL-TAXA              TO TSL-TAXA (IDX-SEL)
           END-IF.

       0005-LER-SELICTAB-EXIT.
           EXIT.

      *----
       0006-CARGA-CONTAMAP.

           DISPLAY '0006-CARGA-CONTAMAP'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT CONTAMAP.

           IF ST-CONTAMAP EQUAL 35
              GO TO 0006-CARGA-CONTAMAP-EXIT
           END-IF.

           IF ST-CONTAMAP NOT EQUAL 0 THEN
              DISPLAY 'COBOL251 - ERRO OPEN CONTAMAP FS=' ST-CONTAMAP
              MOVE ST-CONTAMAP           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0007-LER-CONTAMAP
              THRU 0007-LER-CONTAMAP-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CONTAMAP.

           MOVE 'N'                      TO WSS-EOF.

       0006-CARGA-CONTAMAP-EXIT.
           EXIT.

      *----
       0007-LER-CONTAMAP.

           READ CONTAMAP
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CONTAMAP NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL251 - ERRO READ CONTAMAP FS=' ST-CONTAMAP
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

       0007-LER-CONTAMAP-EXIT.
           EXIT.

      *----
      * PASSA O GUIAREC PARA O GUIARECN: GUIA NAO SELECIONADA E
      * COPIADA COMO ESTA; GUIA VENCIDA ANTES DO PAGAMENTO GERA A
      * ORIGINAL SUBSTITUIDA E A RECALCULADA
      *----
       1000-PROCESSA-GUIAS.

           DISPLAY '1000-PROCESSA-GUIAS'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT GUIAREC.
           OPEN OUTPUT GUIARECN.
           OPEN OUTPUT GUIAIMR.
           OPEN OUTPUT RELGREC.

           IF ST-GUIAREC NOT EQUAL 0 OR ST-GUIARECN NOT EQUAL 0
              OR ST-GUIAIMR NOT EQUAL 0 OR ST-RELGREC NOT EQUAL 0
              DISPLAY 'COBOL251 - ERRO OPEN FS=' ST-GUIAREC ' '
                      ST-GUIARECN ' ' ST-GUIAIMR ' ' ST-RELGREC
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-QTD-MAPA EQUAL 0
              DISPLAY 'COBOL251 - CONTAMAP AUSENTE, SEM LANCAMENTOS'
           ELSE
              OPEN OUTPUT LANCGREC
              IF ST-LANCGREC NOT EQUAL 0 THEN
                 DISPLAY 'COBOL251 - ERRO OPEN LANCGREC FS='
                         ST-LANCGREC
                 MOVE ST-LANCGREC        TO RETURN-CODE
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              END-IF
           END-IF.

           WRITE REG-RELGREC FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           WRITE REG-RELGREC FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

           PERFORM 1001-LER-GUIAREC
              THRU 1001-LER-GUIAREC-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE GUIAREC.
           CLOSE GUIARECN.
           CLOSE GUIAIMR.

           IF WSS-QTD-MAPA GREATER 0
              CLOSE LANCGREC
              IF WSS-TOT-DEBITOS NOT EQUAL WSS-TOT-CREDITOS
                 DISPLAY 'COBOL251 - LOTE DE ACRESCIMOS DESBALANCEADO'
                 MOVE 16                 TO RETURN-CODE
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              END-IF
           END-IF.

       1000-PROCESSA-GUIAS-EXIT.
           EXIT.

      *----
       1001-LER-GUIAREC.

           READ GUIAREC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-GUIAREC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL251 - ERRO READ GUIAREC FS=' ST-GUIAREC
              MOVE ST-GUIAREC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1001-LER-GUIAREC-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-LIDOS.

      *----
      * GUIA JA SUBSTITUIDA, FORA DO FILTRO DO CARTAO OU AINDA NO
      * PRAZO PASSA SEM ALTERACAO
      *----
           IF GUI-SUBSTITUIDA
              OR GUI-VENCIMENTO NOT LESS WSS-DATA-PAGTO
              OR (WSS-TIPO-FILTRO NOT EQUAL SPACES
                  AND WSS-TIPO-FILTRO NOT EQUAL GUI-TIPO)
              OR (WSS-COMP-FILTRO NOT EQUAL 0
                  AND WSS-COMP-FILTRO NOT EQUAL GUI-COMPETENCIA)
              OR (WSS-CNPJ-FILTRO NOT EQUAL 0
                  AND WSS-CNPJ-FILTRO NOT EQUAL GUI-CNPJ)
              PERFORM 2900-GRAVA-GUIARECN
                 THRU 2900-GRAVA-GUIARECN-EXIT
              GO TO 1001-LER-GUIAREC-EXIT
           END-IF.

      *----
      * GUIA JA RECALCULADA E REFEITA DO PRINCIPAL E DO VENCIMENTO
      * ORIGINAL; SO A DIFERENCA DOS ACRESCIMOS VAI PARA O RAZAO
      *----
           IF GUI-RECALCULADA
              MOVE GUI-VENC-ORIGINAL     TO WSS-VENC-BASE
              MOVE GUI-VALOR-MULTA       TO WSS-MULTA-ANTERIOR
              MOVE GUI-VALOR-JUROS       TO WSS-JUROS-ANTERIOR
              COMPUTE WSS-VALOR-BASE = GUI-VALOR
                      - GUI-VALOR-MULTA - GUI-VALOR-JUROS
           ELSE
              MOVE GUI-VENCIMENTO        TO WSS-VENC-BASE
              MOVE 0                     TO WSS-MULTA-ANTERIOR
              MOVE 0                     TO WSS-JUROS-ANTERIOR
              MOVE GUI-VALOR             TO WSS-VALOR-BASE
           END-IF.

           PERFORM 1100-CALCULA-ACRESCIMOS
              THRU 1100-CALCULA-ACRESCIMOS-EXIT.

           IF WSS-MOTIVO NOT EQUAL SPACES
              PERFORM 1900-REJEITA-GUIA
                 THRU 1900-REJEITA-GUIA-EXIT
              PERFORM 2900-GRAVA-GUIARECN
                 THRU 2900-GRAVA-GUIARECN-EXIT
              GO TO 1001-LER-GUIAREC-EXIT
           END-IF.

      *----
      * ORIGINAL MARCADA COMO SUBSTITUIDA, SEGUIDA DA RECALCULADA
      *----
           MOVE REG-GUIAREC              TO WSS-GUIA-ENTRADA.

           MOVE 'S'                      TO GUI-SITUACAO.
           PERFORM 2900-GRAVA-GUIARECN
              THRU 2900-GRAVA-GUIARECN-EXIT.

           MOVE WSS-GUIA-ENTRADA         TO REG-GUIAREC.
           MOVE 'R'                      TO GUI-SITUACAO.
           MOVE WSS-VENC-BASE            TO GUI-VENC-ORIGINAL.
           MOVE WSS-DATA-PAGTO           TO GUI-VENCIMENTO.
           MOVE WSS-VALOR-TOTAL          TO GUI-VALOR.
           MOVE WSS-VALOR-MULTA          TO GUI-VALOR-MULTA.
           MOVE WSS-VALOR-JUROS          TO GUI-VALOR-JUROS.
           PERFORM 2900-GRAVA-GUIARECN
              THRU 2900-GRAVA-GUIARECN-EXIT.

           ADD 1                         TO WSS-QTD-RECALC.
           ADD WSS-VALOR-BASE            TO WSS-TOT-PRINCIPAL.
           ADD WSS-VALOR-MULTA           TO WSS-TOT-MULTA.
           ADD WSS-VALOR-JUROS           TO WSS-TOT-JUROS.
           ADD WSS-VALOR-TOTAL           TO WSS-TOT-RECALC.

           PERFORM 2000-IMPRIME-GUIA
              THRU 2000-IMPRIME-GUIA-EXIT.

           PERFORM 2500-IMPRIME-DETALHE
              THRU 2500-IMPRIME-DETALHE-EXIT.

           IF WSS-QTD-MAPA GREATER 0
              PERFORM 3000-GERA-LANCAMENTOS
                 THRU 3000-GERA-LANCAMENTOS-EXIT
           END-IF.

       1001-LER-GUIAREC-EXIT.
           EXIT.

      *----
      * MULTA: 0,33% POR DIA DE ATRASO, NO MAXIMO 20%. JUROS: SELIC
      * DOS MESES ENTRE O VENCIMENTO E O PAGAMENTO (EXCLUSIVE) MAIS
      * 1% NO MES DO PAGAMENTO; PAGO NO MES DO VENCIMENTO NAO TEM
      * JUROS
      *----
       1100-CALCULA-ACRESCIMOS.

           MOVE SPACES                   TO WSS-MOTIVO.
           MOVE 0                        TO WSS-PCT-JUROS.
           MOVE 0                        TO WSS-VALOR-JUROS.

           COMPUTE WSS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-PAGTO)
                 - FUNCTION INTEGER-OF-DATE (WSS-VENC-BASE).

           COMPUTE WSS-PCT-MULTA = WSS-DIAS-ATRASO * 0,33.

           IF WSS-PCT-MULTA GREATER 20
              MOVE 20                    TO WSS-PCT-MULTA
           END-IF.

           COMPUTE WSS-VALOR-MULTA ROUNDED =
                   WSS-VALOR-BASE * WSS-PCT-MULTA / 100.

           COMPUTE WSS-MES-VENC = WSS-VENC-BASE / 100.

           IF WSS-MES-PAGTO GREATER WSS-MES-VENC
              MOVE WSS-MES-VENC          TO WSS-MES-JUROS
              PERFORM 1110-PROXIMO-MES
                 THRU 1110-PROXIMO-MES-EXIT
              PERFORM 1120-SOMA-SELIC
                 THRU 1120-SOMA-SELIC-EXIT
                 UNTIL WSS-MES-JUROS NOT LESS WSS-MES-PAGTO
                    OR WSS-MOTIVO NOT EQUAL SPACES
              ADD 1                      TO WSS-PCT-JUROS
           END-IF.

           IF WSS-MOTIVO NOT EQUAL SPACES
              GO TO 1100-CALCULA-ACRESCIMOS-EXIT
           END-IF.

           COMPUTE WSS-VALOR-JUROS ROUNDED =
                   WSS-VALOR-BASE * WSS-PCT-JUROS / 100.

           COMPUTE WSS-VALOR-TOTAL =
                   WSS-VALOR-BASE + WSS-VALOR-MULTA + WSS-VALOR-JUROS.

       1100-CALCULA-ACRESCIMOS-EXIT.
           EXIT.

      *----
       1110-PROXIMO-MES.

           ADD 1                         TO WSS-MJ-MES.

           IF WSS-MJ-MES GREATER 12
              MOVE 1                     TO WSS-MJ-MES
              ADD 1                      TO WSS-MJ-ANO
           END-IF.

       1110-PROXIMO-MES-EXIT.
           EXIT.

      *----
       1120-SOMA-SELIC.

           IF WSS-QTD-SELIC EQUAL 0
              STRING 'TAXA SELIC AUSENTE PARA ' WSS-MES-JUROS
                 DELIMITED BY SIZE
                 INTO WSS-MOTIVO
              END-STRING
              GO TO 1120-SOMA-SELIC-EXIT
           END-IF.

           SEARCH ALL WSS-SEL-ENTRY
               AT END
                  STRING 'TAXA SELIC AUSENTE PARA ' WSS-MES-JUROS
                     DELIMITED BY SIZE
                     INTO WSS-MOTIVO
                  END-STRING
               WHEN TSL-COMPETENCIA (IDX-SEL) EQUAL WSS-MES-JUROS
                  ADD TSL-TAXA (IDX-SEL) TO WSS-PCT-JUROS
           END-SEARCH.

           PERFORM 1110-PROXIMO-MES
              THRU 1110-PROXIMO-MES-EXIT.

       1120-SOMA-SELIC-EXIT.
           EXIT.

      *----
      * GUIA SEM TAXA PARA ALGUM MES: FICA COMO ESTA NO GUIARECN E
      * VAI PARA O RELATORIO
      *----
       1900-REJEITA-GUIA.

           ADD 1                         TO WSS-QTD-REJEIT.

           MOVE GUI-TIPO                 TO TIPO-REJ.
           MOVE GUI-COMPETENCIA          TO COMPET-REJ.
           MOVE GUI-CNPJ                 TO CNPJ-REJ.
           MOVE WSS-MOTIVO               TO MOTIVO-REJ.

           WRITE REG-RELGREC FROM DET02 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELGREC NOT EQUAL 0 THEN
              DISPLAY 'COBOL251 - ERRO WRITE RELGREC FS=' ST-RELGREC
              MOVE ST-RELGREC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       1900-REJEITA-GUIA-EXIT.
           EXIT.

      *----
      * IMAGEM DA GUIA RECALCULADA, NO MOLDE DA GUIAIMG DO COBOL182
      *----
       2000-IMPRIME-GUIA.

           MOVE GUI-TIPO                 TO CABG-TIPO.
           MOVE GUI-CODIGO-RECEITA       TO CABG-RECEITA.
           MOVE GUI-COMPETENCIA          TO CABG-COMPETENCIA.

           WRITE REG-GUIAIMR FROM CABGUIA AFTER ADVANCING PAGE
           END-WRITE.

           MOVE 'EMPREGADOR             :' TO LT-ROTULO.
           MOVE 'EMPRESA NAO CADASTRADA EM EMPREGID' TO LT-VALOR.

           SET IDX-EMP TO 1.
           SEARCH WSS-EMP-ENTRY
              WHEN TEM-CNPJ (IDX-EMP) EQUAL GUI-CNPJ
                 MOVE TEM-RAZAO (IDX-EMP) TO LT-VALOR
           END-SEARCH.

           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'CNPJ                   :' TO LT-ROTULO.
           MOVE GUI-CNPJ                 TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'VENCIMENTO ORIGINAL    :' TO LT-ROTULO.
           MOVE WSS-VENC-BASE            TO MASCARA-DATA.
           MOVE MASCARA-DATA             TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'DATA DO PAGAMENTO      :' TO LT-ROTULO.
           MOVE WSS-DATA-PAGTO           TO MASCARA-DATA.
           MOVE MASCARA-DATA             TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'DIAS DE ATRASO         :' TO LT-ROTULO.
           MOVE WSS-DIAS-ATRASO          TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'VALOR PRINCIPAL        :' TO LT-ROTULO.
           MOVE WSS-VALOR-BASE           TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'MULTA DE MORA (%)      :' TO LT-ROTULO.
           MOVE WSS-PCT-MULTA            TO MASCARA-PCT.
           MOVE MASCARA-PCT              TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'MULTA DE MORA          :' TO LT-ROTULO.
           MOVE WSS-VALOR-MULTA          TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'JUROS SELIC (%)        :' TO LT-ROTULO.
           MOVE WSS-PCT-JUROS            TO MASCARA-PCT.
           MOVE MASCARA-PCT              TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'JUROS SELIC            :' TO LT-ROTULO.
           MOVE WSS-VALOR-JUROS          TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'VALOR A RECOLHER       :' TO LT-ROTULO.
           MOVE WSS-VALOR-TOTAL          TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

       2000-IMPRIME-GUIA-EXIT.
           EXIT.

      *----
       2500-IMPRIME-DETALHE.

           MOVE GUI-TIPO                 TO TIPO-DET.
           MOVE GUI-COMPETENCIA          TO COMPET-DET.
           MOVE GUI-CNPJ                 TO CNPJ-DET.
           MOVE WSS-VENC-BASE            TO VENC-DET.
           MOVE WSS-DIAS-ATRASO          TO DIAS-DET.
           MOVE WSS-VALOR-BASE           TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO PRINCIPAL-DET.
           MOVE WSS-VALOR-MULTA          TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO MULTA-DET.
           MOVE WSS-VALOR-JUROS          TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO JUROS-DET.
           MOVE WSS-VALOR-TOTAL          TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO TOTAL-DET.

           WRITE REG-RELGREC FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELGREC NOT EQUAL 0 THEN
              DISPLAY 'COBOL251 - ERRO WRITE RELGREC FS=' ST-RELGREC
              MOVE ST-RELGREC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       2500-IMPRIME-DETALHE-EXIT.
           EXIT.

      *----
       2900-GRAVA-GUIARECN.

           WRITE REG-GUIARECN FROM REG-GUIAREC.

           IF ST-GUIARECN NOT EQUAL 0 THEN
              DISPLAY 'COBOL251 - ERRO WRITE GUIARECN FS=' ST-GUIARECN
              MOVE ST-GUIARECN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-GRAVADOS.

       2900-GRAVA-GUIARECN-EXIT.
           EXIT.

      *----
      * LANCAMENTOS DA GUIA: DIFERENCA DA MULTA ('GMUL') E DOS JUROS
      * ('GJUR') A DEBITO NA DESPESA, A SOMA ('GACR') A CREDITO NO
      * PASSIVO. A GUIA E DA EMPRESA, SEM DEPARTAMENTO: VALE A LINHA
      * CURINGA ('*****') DO CONTAMAP
      *----
       3000-GERA-LANCAMENTOS.

           COMPUTE WSS-DELTA-MULTA =
                   WSS-VALOR-MULTA - WSS-MULTA-ANTERIOR.
           COMPUTE WSS-DELTA-JUROS =
                   WSS-VALOR-JUROS - WSS-JUROS-ANTERIOR.

           MOVE SPACES                   TO WSS-DEPTO-LANC.
           MOVE SPACES                   TO WSS-HIST-LANC.
           STRING 'ACRESC. MORA ' GUI-TIPO ' ' GUI-COMPETENCIA
              DELIMITED BY SIZE
              INTO WSS-HIST-LANC
           END-STRING.

           MOVE 'GMUL'                   TO WSS-TIPO-LANC.
           MOVE WSS-DELTA-MULTA          TO WSS-VALOR-LANC.
           PERFORM 3200-GRAVA-LANCAMENTO
              THRU 3200-GRAVA-LANCAMENTO-EXIT.

           MOVE 'GJUR'                   TO WSS-TIPO-LANC.
           MOVE WSS-DELTA-JUROS          TO WSS-VALOR-LANC.
           PERFORM 3200-GRAVA-LANCAMENTO
              THRU 3200-GRAVA-LANCAMENTO-EXIT.

           MOVE 'GACR'                   TO WSS-TIPO-LANC.
           COMPUTE WSS-VALOR-LANC = WSS-DELTA-MULTA + WSS-DELTA-JUROS.
           PERFORM 3200-GRAVA-LANCAMENTO
              THRU 3200-GRAVA-LANCAMENTO-EXIT.

       3000-GERA-LANCAMENTOS-EXIT.
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
              DISPLAY 'COBOL251 - SEM CONTA NO MAPA PARA O TIPO '
                      WSS-TIPO-LANC
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SPACES                   TO REG-LANCGREC.
           MOVE WSS-CONTA-ACHADA         TO LGL-CONTA.
           MOVE WSS-NATUREZA-ACHADA      TO LGL-NATUREZA.
           MOVE WSS-VALOR-LANC           TO LGL-VALOR.
           MOVE WSS-DEPTO-LANC           TO LGL-DEPTO.
           MOVE WSS-TIPO-LANC            TO LGL-TIPO.
           MOVE WSS-HIST-LANC            TO LGL-HISTORICO.

           WRITE REG-LANCGREC.

           IF ST-LANCGREC NOT EQUAL 0 THEN
              DISPLAY 'COBOL251 - ERRO WRITE LANCGREC FS='
                      ST-LANCGREC
              MOVE ST-LANCGREC           TO RETURN-CODE
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
       8000-IMPRIME-TOTAIS.

           DISPLAY '8000-IMPRIME-TOTAIS'.

           MOVE 'GUIAS RECALCULADAS             :' TO LTT-ROTULO.
           MOVE WSS-QTD-RECALC           TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LTT-VALOR.
           WRITE REG-RELGREC FROM LINHA-TOTAL AFTER ADVANCING 2
           END-WRITE.

           MOVE 'GUIAS REJEITADAS               :' TO LTT-ROTULO.
           MOVE WSS-QTD-REJEIT           TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LTT-VALOR.
           WRITE REG-RELGREC FROM LINHA-TOTAL AFTER ADVANCING 1
           END-WRITE.

           MOVE 'PRINCIPAL DAS GUIAS            :' TO LTT-ROTULO.
           MOVE WSS-TOT-PRINCIPAL        TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LTT-VALOR.
           WRITE REG-RELGREC FROM LINHA-TOTAL AFTER ADVANCING 1
           END-WRITE.

           MOVE 'MULTA DE MORA                  :' TO LTT-ROTULO.
           MOVE WSS-TOT-MULTA            TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LTT-VALOR.
           WRITE REG-RELGREC FROM LINHA-TOTAL AFTER ADVANCING 1
           END-WRITE.

           MOVE 'JUROS SELIC                    :' TO LTT-ROTULO.
           MOVE WSS-TOT-JUROS            TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LTT-VALOR.
           WRITE REG-RELGREC FROM LINHA-TOTAL AFTER ADVANCING 1
           END-WRITE.

           MOVE 'TOTAL DAS GUIAS RECALCULADAS   :' TO LTT-ROTULO.
           MOVE WSS-TOT-RECALC           TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LTT-VALOR.
           WRITE REG-RELGREC FROM LINHA-TOTAL AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELGREC NOT EQUAL 0 THEN
              DISPLAY 'COBOL251 - ERRO WRITE RELGREC FS=' ST-RELGREC
              MOVE ST-RELGREC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE RELGREC.

       8000-IMPRIME-TOTAIS-EXIT.
           EXIT.

      *----
       ROT-GRAVA-LINHA.

           WRITE REG-GUIAIMR FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           IF ST-GUIAIMR NOT EQUAL 0 THEN
              DISPLAY 'COBOL251 - ERRO WRITE GUIAIMR FS=' ST-GUIAIMR
              MOVE ST-GUIAIMR            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       ROT-GRAVA-LINHA-EXIT.
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

           DISPLAY '***ABEND-COBOL251*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
