      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : APURACAO MENSAL DAS RETENCOES NA FONTE SOBRE NOTAS
      *            DE SERVICO PAGAS A FORNECEDORES. LE O ACUMULADO
      *            RETENCAO (COPY2622, GRAVADO PELO COBOL193 NA
      *            CONFIRMACAO DO PAGAMENTO), SELECIONA AS NOTAS PAGAS
      *            NA COMPETENCIA DO CARTAO RETPARM E PRODUZ:
      *            - GUIARET: GUIAS NO LAYOUT DO GUIAREC (COBOL182),
      *              DARF DO IRRF POR CODIGO DE RECEITA DA RETTAB,
      *              DARF 5952 DO PIS/COFINS/CSLL, DARF 1162 DO INSS
      *              RETIDO E GUIA DO ISS DO MUNICIPIO, COM O
      *              VENCIMENTO NO MES SEGUINTE AJUSTADO A DIA UTIL
      *              PELO COBOL096 (MESMO CRITERIO DO COBOL182);
      *            - LANCRET: LANCAMENTOS BALANCEADOS (CONTAMAP TIPO
      *              'RFOR' FORNECEDORES A PAGAR A DEBITO; 'RIRF',
      *              'RPCC', 'RISS' E 'RINS' RETENCOES A RECOLHER A
      *              CREDITO);
      *            - RELREINF: RELATORIO POR CNPJ DO PRESTADOR PARA A
      *              EFD-REINF, COM AS NOTAS, A NATUREZA DO RENDIMENTO
      *              E OS VALORES RETIDOS (EVENTOS R-2010 PARA O INSS
      *              E R-4020 PARA O IRRF E O PIS/COFINS/CSLL).
      *            O CNPJ DO TOMADOR NAS GUIAS VEM DO EMPREGID PELA
      *            EMPRESA DO CARTAO.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL263.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 15:00:00.
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
           SELECT RETPARM ASSIGN TO RETPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RETPARM.
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
           SELECT RETENCAO ASSIGN TO RETENCAO
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RETENCAO.
      *
           SELECT GUIARET ASSIGN TO GUIARET
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-GUIARET.
      *
           SELECT LANCRET ASSIGN TO LANCRET
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-LANCRET.
      *
           SELECT RELREINF ASSIGN TO RELREINF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELREINF.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   RETPARM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CARTAO: COMPETENCIA (AAAAMM), EMPRESA DO GRUPO DO TOMADOR,
      * DIA DE VENCIMENTO DAS DARF NO MES SEGUINTE (ZERO ASSUME 20)
      * E DIA DE VENCIMENTO DO ISS (ZERO ASSUME 10)
      *----
       01   REG-RETPARM.
            03 RPR-COMPETENCIA             PIC 9(006).
            03 RPR-EMPRESA                 PIC X(002).
            03 RPR-DIA-VENC-DARF           PIC 9(002).
            03 RPR-DIA-VENC-ISS            PIC 9(002).
            03 FILLER                      PIC X(068).
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
       FD   RETENCAO
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
           COPY  'COPY2622'.
      *----
       FD   GUIARET
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * REGISTRO DE MAQUINA POR GUIA, NO LAYOUT DO GUIAREC, PARA A
      * CONCILIACAO DE PAGAMENTOS BAIXAR QUANDO A GUIA E PAGA
      *----
       01   REG-GUIARET.
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
       FD   LANCRET
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-LANCRET.
            03 LGL-CONTA                   PIC 9(008).
            03 LGL-NATUREZA                PIC X(001).
            03 LGL-VALOR                   PIC 9(013)V99.
            03 LGL-DEPTO                   PIC X(005).
            03 LGL-TIPO                    PIC X(004).
            03 LGL-HISTORICO               PIC X(030).
            03 FILLER                      PIC X(017).
      *----
       FD   RELREINF.
      *----
       01   REG-RELREINF                   PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-RETPARM                      PIC 9(002) VALUE 0.
       77  ST-EMPREGID                     PIC 9(002) VALUE 0.
       77  ST-CONTAMAP                     PIC 9(002) VALUE 0.
       77  ST-RETENCAO                     PIC 9(002) VALUE 0.
       77  ST-GUIARET                      PIC 9(002) VALUE 0.
       77  ST-LANCRET                      PIC 9(002) VALUE 0.
       77  ST-RELREINF                     PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-COMPETENCIA                 PIC 9(006) VALUE 0.
       77  WSS-EMPRESA                     PIC X(002) VALUE SPACES.
       77  WSS-CNPJ-TOMADOR                PIC 9(014) VALUE 0.
       77  WSS-RAZAO-TOMADOR               PIC X(040) VALUE SPACES.
       77  WSS-DIA-VENC-DARF               PIC 9(002) VALUE 20.
       77  WSS-DIA-VENC-ISS                PIC 9(002) VALUE 10.
       77  WSS-QTD-MAPA                    PIC 9(004) VALUE 0.
       77  WSS-QTD-NOTAS                   PIC 9(005) VALUE 0.
       77  WSS-QTD-CODIGOS-IR              PIC 9(003) VALUE 0.
       77  WSS-REG-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-GUIAS                   PIC 9(004) VALUE 0.
       77  WSS-QTD-LANC                    PIC 9(005) VALUE 0.
       77  WSS-TOT-IRRF                    PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-PCC                     PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-ISS                     PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-INSS                    PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-RETIDO                  PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-DEBITOS                 PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-CREDITOS                PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-VALOR-LANC                  PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-VALOR-GUIA                  PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TIPO-LANC                   PIC X(004) VALUE SPACES.
       77  WSS-DEPTO-LANC                  PIC X(005) VALUE SPACES.
       77  WSS-CONTA-ACHADA                PIC 9(008) VALUE 0.
       77  WSS-NATUREZA-ACHADA             PIC X(001) VALUE SPACE.
       77  WSS-ACHOU-DEPTO                 PIC X(001) VALUE 'N'.
       77  WSS-IDX                         PIC 9(004) COMP VALUE 0.
       77  WSS-ANO-VENC                    PIC 9(004) VALUE 0.
       77  WSS-MES-VENC                    PIC 9(002) VALUE 0.
       77  WSS-DIA-VENC                    PIC 9(002) VALUE 0.
       77  WSS-DATA-VENC                   PIC 9(008) VALUE 0.
       77  WSS-DATA-AJUSTADA               PIC 9(008) VALUE 0.
       77  WSS-DATA-INT                    PIC 9(009) COMP VALUE 0.
       77  WSS-GUIA-TIPO                   PIC X(004) VALUE SPACES.
       77  WSS-GUIA-RECEITA                PIC X(004) VALUE SPACES.
       77  WSS-CNPJ-ATUAL                  PIC 9(014) VALUE 0.
       77  WSS-SUBT-BRUTO                  PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-SUBT-IRRF                   PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-SUBT-PCC                    PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-SUBT-ISS                    PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-SUBT-INSS                   PIC 9(013)V99 COMP-3 VALUE 0.
       77  MASCARA-TOTAL                   PIC ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-DATA                    PIC 99/99/9999.
      *----
      * COMPETENCIA DA NOTA PELA DATA DO PAGAMENTO (REGIME DE CAIXA
      * DA RETENCAO)
      *----
       01  WSS-DATA-PAGTO                  PIC 9(008) VALUE 0.
       01  WSS-DATA-PAGTO-R REDEFINES WSS-DATA-PAGTO.
           03 WSS-COMPET-PAGTO             PIC 9(006).
           03 FILLER                       PIC 9(002).
      *----
      * DATA DO PAGAMENTO NO RELATORIO (DDMMAAAA PARA A MASCARA)
      *----
       01  WSS-DATA-NOTA                   PIC 9(008) VALUE 0.
       01  WSS-DATA-NOTA-R REDEFINES WSS-DATA-NOTA.
           03 WSS-NOTA-ANO                 PIC 9(004).
           03 WSS-NOTA-MES                 PIC 9(002).
           03 WSS-NOTA-DIA                 PIC 9(002).
       01  WSS-DATA-IMPRESSA               PIC 9(008) VALUE 0.
       01  WSS-DATA-IMPRESSA-R REDEFINES WSS-DATA-IMPRESSA.
           03 WSS-IMPR-DIA                 PIC 9(002).
           03 WSS-IMPR-MES                 PIC 9(002).
           03 WSS-IMPR-ANO                 PIC 9(004).
      *----
       01  WSS-TAB-MAPA.
           05 WSS-MAP-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-MAPA.
              10 TMP-DEPTO                 PIC X(005).
              10 TMP-TIPO                  PIC X(004).
              10 TMP-CONTA                 PIC 9(008).
              10 TMP-NATUREZA              PIC X(001).
      *----
      * IRRF RETIDO POR CODIGO DE RECEITA DA DARF
      *----
       01  WSS-TAB-CODIGOS-IR.
           05 WSS-CIR-ENTRY OCCURS 0 TO 50 TIMES
                 DEPENDING ON WSS-QTD-CODIGOS-IR
                 INDEXED BY IDX-CIR.
              10 TCI-COD-DARF              PIC X(004).
              10 TCI-VALOR                 PIC 9(013)V99 COMP-3.
      *----
      * NOTAS DA COMPETENCIA, ORDENADAS POR CNPJ DO PRESTADOR PARA O
      * RELATORIO DA EFD-REINF
      *----
       01  WSS-TAB-NOTAS.
           05 WSS-NOT-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-NOTAS
                 INDEXED BY IDX-NOT.
              10 TNT-CNPJ                  PIC 9(014).
              10 TNT-NUMERO-NF             PIC 9(008).
              10 TNT-FORNECEDOR            PIC X(030).
              10 TNT-NAT-RENDIMENTO        PIC 9(005).
              10 TNT-DATA-PAGTO            PIC 9(008).
              10 TNT-BRUTO                 PIC 9(009)V99.
              10 TNT-IRRF                  PIC 9(007)V99.
              10 TNT-PCC                   PIC 9(007)V99.
              10 TNT-ISS                   PIC 9(007)V99.
              10 TNT-INSS                  PIC 9(007)V99.
      *----
      * LINKAGE DO SUBPROGRAMA DE SOMA DE DIAS UTEIS (COBOL096)
      *----
           COPY  'COPY0961'.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(010) VALUE 'COBOL263'.
           03 FILLER                       PIC X(052)
              VALUE 'RETENCOES NA FONTE - SERVICOS - BASE EFD-REINF'.
           03 FILLER                       PIC X(013)
              VALUE 'COMPETENCIA: '.
           03 CAB-COMPETENCIA              PIC 9(006) VALUE ZEROES.
      *----
       01  CAB02.
           03 FILLER                       PIC X(010) VALUE 'TOMADOR: '.
           03 CAB-CNPJ-TOMADOR             PIC 9(014) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 CAB-RAZAO-TOMADOR            PIC X(040) VALUE SPACES.
      *----
       01  CAB03.
           03 FILLER                       PIC X(009) VALUE 'NOTA'.
           03 FILLER                       PIC X(031)
              VALUE 'FORNECEDOR'.
           03 FILLER                       PIC X(006) VALUE 'NATUR'.
           03 FILLER                       PIC X(011) VALUE 'PAGAMENTO'.
           03 FILLER                       PIC X(015)
              VALUE '  VALOR BRUTO'.
           03 FILLER                       PIC X(012)
              VALUE '        IRRF'.
           03 FILLER                       PIC X(012)
              VALUE '  PIS/COF/CS'.
           03 FILLER                       PIC X(012)
              VALUE '         ISS'.
           03 FILLER                       PIC X(012)
              VALUE '        INSS'.
      *----
       01  CABCNPJ.
           03 FILLER                       PIC X(017)
              VALUE 'PRESTADOR CNPJ: '.
           03 CNPJ-CAB                     PIC 9(014) VALUE ZEROES.
      *----
       01  DET01.
           03 NF-DET                       PIC X(008) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 FORN-DET                     PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 NATUR-DET                    PIC X(005) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 DATA-DET                     PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 BRUTO-DET                    PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 IRRF-DET                     PIC X(011) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 PCC-DET                      PIC X(011) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 ISS-DET                      PIC X(011) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 INSS-DET                     PIC X(011) VALUE SPACES.
      *----
       01  MASCARA-RETIDO                  PIC ZZZZ.ZZ9,99.
      *----
       01  LINHA-TEXTO.
           03 LT-ROTULO                    PIC X(040) VALUE SPACES.
           03 LT-VALOR                     PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(078) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL263'
           DISPLAY ' APURACAO MENSAL DAS RETENCOES NA FONTE'.

           PERFORM 0001-CARGA-CARTAO
              THRU 0001-CARGA-CARTAO-EXIT.

           PERFORM 0002-CARGA-EMPREGID
              THRU 0002-CARGA-EMPREGID-EXIT.

           PERFORM 0004-CARGA-CONTAMAP
              THRU 0004-CARGA-CONTAMAP-EXIT.

           PERFORM 1000-SELECIONA-NOTAS
              THRU 1000-SELECIONA-NOTAS-EXIT.

           PERFORM 2000-GERA-GUIAS
              THRU 2000-GERA-GUIAS-EXIT.

           PERFORM 3000-GERA-LANCAMENTOS
              THRU 3000-GERA-LANCAMENTOS-EXIT.

           PERFORM 8000-IMPRIME-REINF
              THRU 8000-IMPRIME-REINF-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL263                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* RETENCOES LIDAS      : ' WSS-REG-LIDOS.
           DISPLAY '* NOTAS DA COMPETENCIA : ' WSS-QTD-NOTAS.
           DISPLAY '* IRRF RETIDO          : ' WSS-TOT-IRRF.
           DISPLAY '* PIS/COFINS/CSLL      : ' WSS-TOT-PCC.
           DISPLAY '* ISS RETIDO           : ' WSS-TOT-ISS.
           DISPLAY '* INSS RETIDO          : ' WSS-TOT-INSS.
           DISPLAY '* GUIAS GERADAS        : ' WSS-QTD-GUIAS.
           DISPLAY '* LANCAMENTOS GRAVADOS : ' WSS-QTD-LANC.
           DISPLAY '*******************************************'.

           STOP RUN.

      *----
       0001-CARGA-CARTAO.

           DISPLAY '0001-CARGA-CARTAO'.

           OPEN INPUT RETPARM.

           IF ST-RETPARM NOT EQUAL 0 THEN
              DISPLAY 'COBOL263 - ERRO OPEN RETPARM FS=' ST-RETPARM
              MOVE ST-RETPARM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ RETPARM.

           IF ST-RETPARM NOT EQUAL 0
              OR RPR-COMPETENCIA NOT NUMERIC
              OR RPR-COMPETENCIA EQUAL 0
              DISPLAY 'COBOL263 - COMPETENCIA INVALIDA NO CARTAO'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE RPR-COMPETENCIA          TO WSS-COMPETENCIA.
           MOVE RPR-COMPETENCIA          TO CAB-COMPETENCIA.
           MOVE RPR-EMPRESA              TO WSS-EMPRESA.

           IF RPR-DIA-VENC-DARF NUMERIC
              AND RPR-DIA-VENC-DARF GREATER 0
              MOVE RPR-DIA-VENC-DARF     TO WSS-DIA-VENC-DARF
           END-IF.

           IF RPR-DIA-VENC-ISS NUMERIC
              AND RPR-DIA-VENC-ISS GREATER 0
              MOVE RPR-DIA-VENC-ISS      TO WSS-DIA-VENC-ISS
           END-IF.

           CLOSE RETPARM.

       0001-CARGA-CARTAO-EXIT.
           EXIT.

      *----
      * CNPJ E RAZAO DO TOMADOR PELA EMPRESA DO CARTAO
      *----
       0002-CARGA-EMPREGID.

           DISPLAY '0002-CARGA-EMPREGID'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT EMPREGID.

           IF ST-EMPREGID NOT EQUAL 0 THEN
              DISPLAY 'COBOL263 - ERRO OPEN EMPREGID FS=' ST-EMPREGID
              MOVE ST-EMPREGID           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0003-LER-EMPREGID
              THRU 0003-LER-EMPREGID-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE EMPREGID.

           IF WSS-CNPJ-TOMADOR EQUAL 0
              DISPLAY 'COBOL263 - EMPRESA SEM CADASTRO EM EMPREGID: '
                      WSS-EMPRESA
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE WSS-CNPJ-TOMADOR         TO CAB-CNPJ-TOMADOR.
           MOVE WSS-RAZAO-TOMADOR        TO CAB-RAZAO-TOMADOR.

       0002-CARGA-EMPREGID-EXIT.
           EXIT.

      *----
       0003-LER-EMPREGID.

           READ EMPREGID
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-EMPREGID NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL263 - ERRO READ EMPREGID FS=' ST-EMPREGID
              MOVE ST-EMPREGID           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF NOT = 'Y'
              AND EMP-EMPRESA EQUAL WSS-EMPRESA
              MOVE EMP-CNPJ              TO WSS-CNPJ-TOMADOR
              MOVE EMP-RAZAO             TO WSS-RAZAO-TOMADOR
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
              DISPLAY 'COBOL263 - ERRO OPEN CONTAMAP FS=' ST-CONTAMAP
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
              DISPLAY 'COBOL263 - ERRO READ CONTAMAP FS=' ST-CONTAMAP
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
      * PASSA O ACUMULADO RETENCAO: SO ENTRAM AS NOTAS PAGAS NA
      * COMPETENCIA DO CARTAO (SEM O ARQUIVO, NAO HOUVE RETENCAO)
      *----
       1000-SELECIONA-NOTAS.

           DISPLAY '1000-SELECIONA-NOTAS'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT RETENCAO.

           IF ST-RETENCAO EQUAL 35
              DISPLAY 'COBOL263 - RETENCAO AUSENTE, NADA A APURAR'
              GO TO 1000-SELECIONA-NOTAS-EXIT
           END-IF.

           IF ST-RETENCAO NOT EQUAL 0 THEN
              DISPLAY 'COBOL263 - ERRO OPEN RETENCAO FS=' ST-RETENCAO
              MOVE ST-RETENCAO           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1001-LER-RETENCAO
              THRU 1001-LER-RETENCAO-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE RETENCAO.

           IF WSS-QTD-NOTAS GREATER 1
              SORT WSS-NOT-ENTRY ASCENDING TNT-CNPJ TNT-NUMERO-NF
           END-IF.

       1000-SELECIONA-NOTAS-EXIT.
           EXIT.

      *----
       1001-LER-RETENCAO.

           READ RETENCAO
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-RETENCAO NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL263 - ERRO READ RETENCAO FS=' ST-RETENCAO
              MOVE ST-RETENCAO           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1001-LER-RETENCAO-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-LIDOS.

           MOVE RET-DATA-PAGTO           TO WSS-DATA-PAGTO.

           IF WSS-COMPET-PAGTO NOT EQUAL WSS-COMPETENCIA
              GO TO 1001-LER-RETENCAO-EXIT
           END-IF.

           IF WSS-QTD-NOTAS NOT LESS 5000
              DISPLAY 'COBOL263 - TABELA DE NOTAS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-NOTAS.
           SET IDX-NOT                   TO WSS-QTD-NOTAS.
           MOVE RET-CNPJ                 TO TNT-CNPJ (IDX-NOT).
           MOVE RET-NUMERO-NF            TO TNT-NUMERO-NF (IDX-NOT).
           MOVE RET-FORNECEDOR           TO TNT-FORNECEDOR (IDX-NOT).
           MOVE RET-NAT-RENDIMENTO       TO
                TNT-NAT-RENDIMENTO (IDX-NOT).
           MOVE RET-DATA-PAGTO           TO TNT-DATA-PAGTO (IDX-NOT).
           MOVE RET-VALOR-BRUTO          TO TNT-BRUTO (IDX-NOT).
           MOVE RET-IRRF                 TO TNT-IRRF (IDX-NOT).
           MOVE RET-PCC                  TO TNT-PCC (IDX-NOT).
           MOVE RET-ISS                  TO TNT-ISS (IDX-NOT).
           MOVE RET-INSS                 TO TNT-INSS (IDX-NOT).

           ADD RET-IRRF                  TO WSS-TOT-IRRF.
           ADD RET-PCC                   TO WSS-TOT-PCC.
           ADD RET-ISS                   TO WSS-TOT-ISS.
           ADD RET-INSS                  TO WSS-TOT-INSS.

           IF RET-IRRF GREATER 0
              PERFORM 1100-ACUMULA-CODIGO-IR
                 THRU 1100-ACUMULA-CODIGO-IR-EXIT
           END-IF.

       1001-LER-RETENCAO-EXIT.
           EXIT.

      *----
      * IRRF POR CODIGO DE RECEITA (UMA DARF POR CODIGO)
      *----
       1100-ACUMULA-CODIGO-IR.

           SET IDX-CIR                   TO 1.

           SEARCH WSS-CIR-ENTRY
               AT END
                  IF WSS-QTD-CODIGOS-IR NOT LESS 50
                     DISPLAY 'COBOL263 - TABELA DE CODIGOS IR CHEIA'
                     MOVE 16             TO RETURN-CODE
                     PERFORM ROT-ABEND
                        THRU ROT-ABEND-EXIT
                  END-IF
                  ADD 1                  TO WSS-QTD-CODIGOS-IR
                  SET IDX-CIR            TO WSS-QTD-CODIGOS-IR
                  MOVE RET-COD-DARF-IR   TO TCI-COD-DARF (IDX-CIR)
                  MOVE RET-IRRF          TO TCI-VALOR (IDX-CIR)
               WHEN TCI-COD-DARF (IDX-CIR) EQUAL RET-COD-DARF-IR
                  ADD RET-IRRF           TO TCI-VALOR (IDX-CIR)
           END-SEARCH.

       1100-ACUMULA-CODIGO-IR-EXIT.
           EXIT.

      *----
      * GUIAS DA COMPETENCIA: DARF DO IRRF POR CODIGO, DARF 5952 DO
      * PIS/COFINS/CSLL, DARF 1162 DO INSS RETIDO E GUIA DO ISS
      *----
       2000-GERA-GUIAS.

           DISPLAY '2000-GERA-GUIAS'.

           OPEN OUTPUT GUIARET.

           IF ST-GUIARET NOT EQUAL 0 THEN
              DISPLAY 'COBOL263 - ERRO OPEN GUIARET FS=' ST-GUIARET
              MOVE ST-GUIARET            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE WSS-DIA-VENC-DARF        TO WSS-DIA-VENC.
           PERFORM ROT-CALCULA-VENCIMENTO
              THRU ROT-CALCULA-VENCIMENTO-EXIT.

           PERFORM 2100-GUIA-IRRF
              THRU 2100-GUIA-IRRF-EXIT
              VARYING IDX-CIR FROM 1 BY 1
              UNTIL IDX-CIR > WSS-QTD-CODIGOS-IR.

           MOVE 'DARF'                   TO WSS-GUIA-TIPO.
           MOVE '5952'                   TO WSS-GUIA-RECEITA.
           MOVE WSS-TOT-PCC              TO WSS-VALOR-GUIA.
           PERFORM ROT-GRAVA-GUIA
              THRU ROT-GRAVA-GUIA-EXIT.

           MOVE 'DARF'                   TO WSS-GUIA-TIPO.
           MOVE '1162'                   TO WSS-GUIA-RECEITA.
           MOVE WSS-TOT-INSS             TO WSS-VALOR-GUIA.
           PERFORM ROT-GRAVA-GUIA
              THRU ROT-GRAVA-GUIA-EXIT.

           MOVE WSS-DIA-VENC-ISS         TO WSS-DIA-VENC.
           PERFORM ROT-CALCULA-VENCIMENTO
              THRU ROT-CALCULA-VENCIMENTO-EXIT.

           MOVE 'ISS '                   TO WSS-GUIA-TIPO.
           MOVE SPACES                   TO WSS-GUIA-RECEITA.
           MOVE WSS-TOT-ISS              TO WSS-VALOR-GUIA.
           PERFORM ROT-GRAVA-GUIA
              THRU ROT-GRAVA-GUIA-EXIT.

           CLOSE GUIARET.

       2000-GERA-GUIAS-EXIT.
           EXIT.

      *----
       2100-GUIA-IRRF.

           MOVE 'DARF'                   TO WSS-GUIA-TIPO.
           MOVE TCI-COD-DARF (IDX-CIR)   TO WSS-GUIA-RECEITA.
           MOVE TCI-VALOR (IDX-CIR)      TO WSS-VALOR-GUIA.
           PERFORM ROT-GRAVA-GUIA
              THRU ROT-GRAVA-GUIA-EXIT.

       2100-GUIA-IRRF-EXIT.
           EXIT.

      *----
      * LANCAMENTOS BALANCEADOS: O TOTAL RETIDO SAI DE FORNECEDORES
      * A PAGAR ('RFOR', DEBITO) PARA AS RETENCOES A RECOLHER
      * ('RIRF', 'RPCC', 'RISS' E 'RINS', CREDITO). SEM
      * DEPARTAMENTO: VALE A LINHA CURINGA ('*****') DO CONTAMAP
      *----
       3000-GERA-LANCAMENTOS.

           DISPLAY '3000-GERA-LANCAMENTOS'.

           COMPUTE WSS-TOT-RETIDO = WSS-TOT-IRRF + WSS-TOT-PCC
                                  + WSS-TOT-ISS + WSS-TOT-INSS.

           IF WSS-TOT-RETIDO EQUAL 0
              GO TO 3000-GERA-LANCAMENTOS-EXIT
           END-IF.

           IF WSS-QTD-MAPA EQUAL 0
              DISPLAY 'COBOL263 - CONTAMAP AUSENTE, SEM LANCAMENTOS'
              GO TO 3000-GERA-LANCAMENTOS-EXIT
           END-IF.

           OPEN OUTPUT LANCRET.

           IF ST-LANCRET NOT EQUAL 0 THEN
              DISPLAY 'COBOL263 - ERRO OPEN LANCRET FS=' ST-LANCRET
              MOVE ST-LANCRET            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SPACES                   TO WSS-DEPTO-LANC.

           MOVE 'RFOR'                   TO WSS-TIPO-LANC.
           MOVE WSS-TOT-RETIDO           TO WSS-VALOR-LANC.
           PERFORM 3200-GRAVA-LANCAMENTO
              THRU 3200-GRAVA-LANCAMENTO-EXIT.

           MOVE 'RIRF'                   TO WSS-TIPO-LANC.
           MOVE WSS-TOT-IRRF             TO WSS-VALOR-LANC.
           PERFORM 3200-GRAVA-LANCAMENTO
              THRU 3200-GRAVA-LANCAMENTO-EXIT.

           MOVE 'RPCC'                   TO WSS-TIPO-LANC.
           MOVE WSS-TOT-PCC              TO WSS-VALOR-LANC.
           PERFORM 3200-GRAVA-LANCAMENTO
              THRU 3200-GRAVA-LANCAMENTO-EXIT.

           MOVE 'RISS'                   TO WSS-TIPO-LANC.
           MOVE WSS-TOT-ISS              TO WSS-VALOR-LANC.
           PERFORM 3200-GRAVA-LANCAMENTO
              THRU 3200-GRAVA-LANCAMENTO-EXIT.

           MOVE 'RINS'                   TO WSS-TIPO-LANC.
           MOVE WSS-TOT-INSS             TO WSS-VALOR-LANC.
           PERFORM 3200-GRAVA-LANCAMENTO
              THRU 3200-GRAVA-LANCAMENTO-EXIT.

           CLOSE LANCRET.

           IF WSS-TOT-DEBITOS NOT EQUAL WSS-TOT-CREDITOS
              DISPLAY 'COBOL263 - LOTE DE RETENCOES DESBALANCEADO'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

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
              DISPLAY 'COBOL263 - SEM CONTA NO MAPA PARA O TIPO '
                      WSS-TIPO-LANC
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SPACES                   TO REG-LANCRET.
           MOVE WSS-CONTA-ACHADA         TO LGL-CONTA.
           MOVE WSS-NATUREZA-ACHADA      TO LGL-NATUREZA.
           MOVE WSS-VALOR-LANC           TO LGL-VALOR.
           MOVE WSS-DEPTO-LANC           TO LGL-DEPTO.
           MOVE WSS-TIPO-LANC            TO LGL-TIPO.
           MOVE 'RETENCOES NA FONTE SERVICOS'  TO LGL-HISTORICO.

           WRITE REG-LANCRET.

           IF ST-LANCRET NOT EQUAL 0 THEN
              DISPLAY 'COBOL263 - ERRO WRITE LANCRET FS=' ST-LANCRET
              MOVE ST-LANCRET            TO RETURN-CODE
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
      * RELATORIO DA EFD-REINF: NOTAS POR CNPJ DO PRESTADOR COM
      * SUBTOTAL; O INSS ALIMENTA O R-2010 E O IRRF E O PIS/COFINS/
      * CSLL, COM A NATUREZA DO RENDIMENTO, O R-4020
      *----
       8000-IMPRIME-REINF.

           DISPLAY '8000-IMPRIME-REINF'.

           OPEN OUTPUT RELREINF.

           IF ST-RELREINF NOT EQUAL 0 THEN
              DISPLAY 'COBOL263 - ERRO OPEN RELREINF FS=' ST-RELREINF
              MOVE ST-RELREINF           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           WRITE REG-RELREINF FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           WRITE REG-RELREINF FROM CAB02 AFTER ADVANCING 1
           END-WRITE.

           WRITE REG-RELREINF FROM CAB03 AFTER ADVANCING 2
           END-WRITE.

           MOVE 0                        TO WSS-CNPJ-ATUAL.

           PERFORM 8100-IMPRIME-NOTA
              THRU 8100-IMPRIME-NOTA-EXIT
              VARYING IDX-NOT FROM 1 BY 1
              UNTIL IDX-NOT > WSS-QTD-NOTAS.

           IF WSS-QTD-NOTAS GREATER 0
              PERFORM 8200-IMPRIME-SUBTOTAL
                 THRU 8200-IMPRIME-SUBTOTAL-EXIT
           END-IF.

           WRITE REG-RELREINF FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           MOVE 'TOTAL IRRF RETIDO              :' TO LT-ROTULO.
           MOVE WSS-TOT-IRRF             TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'TOTAL PIS/COFINS/CSLL RETIDOS  :' TO LT-ROTULO.
           MOVE WSS-TOT-PCC              TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'TOTAL ISS RETIDO               :' TO LT-ROTULO.
           MOVE WSS-TOT-ISS              TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'TOTAL INSS RETIDO              :' TO LT-ROTULO.
           MOVE WSS-TOT-INSS             TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           CLOSE RELREINF.

       8000-IMPRIME-REINF-EXIT.
           EXIT.

      *----
       8100-IMPRIME-NOTA.

           IF TNT-CNPJ (IDX-NOT) NOT EQUAL WSS-CNPJ-ATUAL
              IF IDX-NOT GREATER 1
                 PERFORM 8200-IMPRIME-SUBTOTAL
                    THRU 8200-IMPRIME-SUBTOTAL-EXIT
              END-IF
              MOVE TNT-CNPJ (IDX-NOT)    TO WSS-CNPJ-ATUAL
              MOVE TNT-CNPJ (IDX-NOT)    TO CNPJ-CAB
              WRITE REG-RELREINF FROM CABCNPJ AFTER ADVANCING 2
              END-WRITE
           END-IF.

           MOVE TNT-NUMERO-NF (IDX-NOT)  TO NF-DET.
           MOVE TNT-FORNECEDOR (IDX-NOT) TO FORN-DET.
           MOVE TNT-NAT-RENDIMENTO (IDX-NOT) TO NATUR-DET.
           MOVE TNT-DATA-PAGTO (IDX-NOT) TO WSS-DATA-NOTA.
           MOVE WSS-NOTA-DIA             TO WSS-IMPR-DIA.
           MOVE WSS-NOTA-MES             TO WSS-IMPR-MES.
           MOVE WSS-NOTA-ANO             TO WSS-IMPR-ANO.
           MOVE WSS-DATA-IMPRESSA        TO MASCARA-DATA.
           MOVE MASCARA-DATA             TO DATA-DET.
           MOVE TNT-BRUTO (IDX-NOT)      TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO BRUTO-DET.
           MOVE TNT-IRRF (IDX-NOT)       TO MASCARA-RETIDO.
           MOVE MASCARA-RETIDO           TO IRRF-DET.
           MOVE TNT-PCC (IDX-NOT)        TO MASCARA-RETIDO.
           MOVE MASCARA-RETIDO           TO PCC-DET.
           MOVE TNT-ISS (IDX-NOT)        TO MASCARA-RETIDO.
           MOVE MASCARA-RETIDO           TO ISS-DET.
           MOVE TNT-INSS (IDX-NOT)       TO MASCARA-RETIDO.
           MOVE MASCARA-RETIDO           TO INSS-DET.

           WRITE REG-RELREINF FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELREINF NOT EQUAL 0 THEN
              DISPLAY 'COBOL263 - ERRO WRITE RELREINF FS=' ST-RELREINF
              MOVE ST-RELREINF           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD TNT-BRUTO (IDX-NOT)       TO WSS-SUBT-BRUTO.
           ADD TNT-IRRF (IDX-NOT)        TO WSS-SUBT-IRRF.
           ADD TNT-PCC (IDX-NOT)         TO WSS-SUBT-PCC.
           ADD TNT-ISS (IDX-NOT)         TO WSS-SUBT-ISS.
           ADD TNT-INSS (IDX-NOT)        TO WSS-SUBT-INSS.

       8100-IMPRIME-NOTA-EXIT.
           EXIT.

      *----
      * SUBTOTAL DO PRESTADOR: BASE E RETENCAO DO INSS (R-2010) E
      * RENDIMENTO E RETENCOES FEDERAIS (R-4020)
      *----
       8200-IMPRIME-SUBTOTAL.

           MOVE SPACES                   TO NF-DET.
           MOVE 'SUBTOTAL DO PRESTADOR'  TO FORN-DET.
           MOVE SPACES                   TO NATUR-DET.
           MOVE SPACES                   TO DATA-DET.
           MOVE WSS-SUBT-BRUTO           TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO BRUTO-DET.
           MOVE WSS-SUBT-IRRF            TO MASCARA-RETIDO.
           MOVE MASCARA-RETIDO           TO IRRF-DET.
           MOVE WSS-SUBT-PCC             TO MASCARA-RETIDO.
           MOVE MASCARA-RETIDO           TO PCC-DET.
           MOVE WSS-SUBT-ISS             TO MASCARA-RETIDO.
           MOVE MASCARA-RETIDO           TO ISS-DET.
           MOVE WSS-SUBT-INSS            TO MASCARA-RETIDO.
           MOVE MASCARA-RETIDO           TO INSS-DET.

           WRITE REG-RELREINF FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           MOVE 0                        TO WSS-SUBT-BRUTO
                                            WSS-SUBT-IRRF
                                            WSS-SUBT-PCC
                                            WSS-SUBT-ISS
                                            WSS-SUBT-INSS.

       8200-IMPRIME-SUBTOTAL-EXIT.
           EXIT.

      *----
      * VENCIMENTO = DIA INFORMADO NO MES SEGUINTE A COMPETENCIA,
      * AJUSTADO AO PROXIMO DIA UTIL (SOMA 1 DIA UTIL A VESPERA,
      * IDIOMA DO COBOL182)
      *----
       ROT-CALCULA-VENCIMENTO.

           COMPUTE WSS-ANO-VENC = WSS-COMPETENCIA / 100.
           COMPUTE WSS-MES-VENC =
                   FUNCTION MOD (WSS-COMPETENCIA, 100) + 1.

           IF WSS-MES-VENC GREATER 12
              MOVE 1                     TO WSS-MES-VENC
              ADD 1                      TO WSS-ANO-VENC
           END-IF.

           COMPUTE WSS-DATA-VENC =
                   (WSS-ANO-VENC * 10000) + (WSS-MES-VENC * 100)
                   + WSS-DIA-VENC.

           COMPUTE WSS-DATA-INT =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-VENC) - 1.

           MOVE FUNCTION DATE-OF-INTEGER (WSS-DATA-INT)
                                          TO WSS-DIAUTIL-DATA-BASE.
           MOVE 1                         TO WSS-DIAUTIL-QTD-DIAS.

           CALL 'COBOL096' USING WSS-DIAUTIL-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-DIAUTIL-OUTPUT EQUAL 0
              MOVE WSS-DIAUTIL-DATA-CALC TO WSS-DATA-AJUSTADA
           ELSE
              DISPLAY 'COBOL263 - AVISO NO AJUSTE DE DIA UTIL: '
                      WSS-MENSAGEM OF WSS-DIAUTIL-OUTPUT
              MOVE WSS-DATA-VENC         TO WSS-DATA-AJUSTADA
           END-IF.

       ROT-CALCULA-VENCIMENTO-EXIT.
           EXIT.

      *----
      * REGISTRO DE MAQUINA DA GUIA (SO COM VALOR A RECOLHER)
      *----
       ROT-GRAVA-GUIA.

           IF WSS-VALOR-GUIA EQUAL 0
              GO TO ROT-GRAVA-GUIA-EXIT
           END-IF.

           MOVE SPACES                   TO REG-GUIARET.
           MOVE WSS-GUIA-TIPO            TO GUI-TIPO.
           MOVE WSS-GUIA-RECEITA         TO GUI-CODIGO-RECEITA.
           MOVE WSS-CNPJ-TOMADOR         TO GUI-CNPJ.
           MOVE WSS-COMPETENCIA          TO GUI-COMPETENCIA.
           MOVE WSS-DATA-AJUSTADA        TO GUI-VENCIMENTO.
           MOVE WSS-VALOR-GUIA           TO GUI-VALOR.
           MOVE ZEROES                   TO GUI-VENC-ORIGINAL.
           MOVE ZEROES                   TO GUI-VALOR-MULTA.
           MOVE ZEROES                   TO GUI-VALOR-JUROS.

           WRITE REG-GUIARET.

           IF ST-GUIARET NOT EQUAL 0 THEN
              DISPLAY 'COBOL263 - ERRO WRITE GUIARET FS=' ST-GUIARET
              MOVE ST-GUIARET            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-GUIAS.

       ROT-GRAVA-GUIA-EXIT.
           EXIT.

      *----
       ROT-GRAVA-LINHA.

           WRITE REG-RELREINF FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELREINF NOT EQUAL 0 THEN
              DISPLAY 'COBOL263 - ERRO WRITE RELREINF FS=' ST-RELREINF
              MOVE ST-RELREINF           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SPACES                   TO LINHA-TEXTO.

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

           DISPLAY '***ABEND-COBOL263*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
