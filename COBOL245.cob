      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : REPASSE MENSAL AO FUNDO DE PREVIDENCIA
      *            COMPLEMENTAR (PGBL). LE O RESULTADO DA PREVIDENCIA
      *            NA FOLHA (PREVCONT, COPY2452, GRAVADO PELO MOTOR DE
      *            DESCONTOS COBOL148), O CARTAO DO PLANO (PREVPARM,
      *            COPY2453) E O FOLHANET DA RODADA, E PRODUZ:
      *            - PREVREM: ARQUIVO DE REPASSE AO FUNDO COM HEADER
      *              (CNPJ DA PATROCINADORA, CNPJ DO FUNDO, PLANO E
      *              COMPETENCIA), UM DETALHE POR PARTICIPANTE
      *              (CONTRIBUICAO DO EMPREGADO E CONTRAPARTIDA DA
      *              EMPRESA) E TRAILER COM QUANTIDADE E TOTAIS;
      *            - LANCPREV: LANCAMENTOS BALANCEADOS POR
      *              DEPARTAMENTO DA CONTRAPARTIDA (CONTAMAP TIPO
      *              'PVDE' DESPESA A DEBITO, 'PVPA' PASSIVO A
      *              CREDITO);
      *            - RELPREV: RESUMO POR DEPARTAMENTO E A LISTA DOS
      *              PARTICIPANTES DO PREVCONT SEM RESULTADO NO
      *              FOLHANET (NAO REPASSADOS).
      *            A PATROCINADORA E A PRIMEIRA EMPRESA DO EMPREGID E
      *            A COMPETENCIA VEM DO PROPRIO PREVCONT.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL245.
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
           SELECT PREVPARM ASSIGN TO PREVPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PREVPARM.
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
           SELECT PREVCONT ASSIGN TO PREVCONT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PREVCONT.
      *
           SELECT FOLHANET ASSIGN TO FOLHANET
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FOLHANET.
      *
           SELECT PREVREM ASSIGN TO PREVREM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PREVREM.
      *
           SELECT LANCPREV ASSIGN TO LANCPREV
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-LANCPREV.
      *
           SELECT RELPREV ASSIGN TO RELPREV
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELPREV.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   PREVPARM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2453'.
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
       FD   PREVCONT
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2452'.
      *----
       FD   FOLHANET
            RECORDING MODE IS F
            RECORD CONTAINS 200 CHARACTERS.
      *----
       01   REG-FOLHANET.
            03 FN-MATRICULA                PIC 9(008).
            03 FN-NOME                     PIC X(040).
            03 FN-DEPARTAMENTO             PIC X(005).
            03 FILLER                      PIC X(147).
      *----
       FD   PREVREM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * ARQUIVO DE REPASSE AO FUNDO: '0' HEADER, '1' DETALHE POR
      * PARTICIPANTE, '9' TRAILER
      *----
       01   REG-PREVREM.
            03 PRR-TIPO                    PIC X(001).
            03 PRR-DADOS                   PIC X(079).
      *----
       FD   LANCPREV
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-LANCPREV.
            03 LGL-CONTA                   PIC 9(008).
            03 LGL-NATUREZA                PIC X(001).
            03 LGL-VALOR                   PIC 9(013)V99.
            03 LGL-DEPTO                   PIC X(005).
            03 LGL-TIPO                    PIC X(004).
            03 LGL-HISTORICO               PIC X(030).
            03 FILLER                      PIC X(017).
      *----
       FD   RELPREV.
      *----
       01   REG-RELPREV                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-PREVPARM                     PIC 9(002) VALUE 0.
       77  ST-EMPREGID                     PIC 9(002) VALUE 0.
       77  ST-CONTAMAP                     PIC 9(002) VALUE 0.
       77  ST-PREVCONT                     PIC 9(002) VALUE 0.
       77  ST-FOLHANET                     PIC 9(002) VALUE 0.
       77  ST-PREVREM                      PIC 9(002) VALUE 0.
       77  ST-LANCPREV                     PIC 9(002) VALUE 0.
       77  ST-RELPREV                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-COMPETENCIA                 PIC 9(006) VALUE 0.
       77  WSS-CNPJ-PATROC                 PIC 9(014) VALUE 0.
       77  WSS-CNPJ-FUNDO                  PIC 9(014) VALUE 0.
       77  WSS-CODIGO-PLANO                PIC X(010) VALUE SPACES.
       77  WSS-QTD-PARTIC                  PIC 9(004) VALUE 0.
       77  WSS-QTD-MAPA                    PIC 9(004) VALUE 0.
       77  WSS-QTD-DEPTOS                  PIC 9(003) VALUE 0.
       77  WSS-REG-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-REG-DETALHES                PIC 9(006) VALUE ZEROES.
       77  WSS-REG-SEM-FOLHA               PIC 9(006) VALUE ZEROES.
       77  WSS-TOT-EMPREGADO               PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-EMPRESA                 PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-DEBITOS                 PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-CREDITOS                PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-VALOR-LANC                  PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TIPO-LANC                   PIC X(004) VALUE SPACES.
       77  WSS-DEPTO-LANC                  PIC X(005) VALUE SPACES.
       77  WSS-CONTA-ACHADA                PIC 9(008) VALUE 0.
       77  WSS-NATUREZA-ACHADA             PIC X(001) VALUE SPACE.
       77  WSS-ACHOU-DEPTO                 PIC X(001) VALUE 'N'.
       77  WSS-ACHOU-PARTIC                PIC X(001) VALUE 'N'.
       77  WSS-IDX                         PIC 9(004) COMP VALUE 0.
       77  WSS-QTD-LANC                    PIC 9(005) VALUE 0.
       77  MASCARA-TOTAL                   PIC ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-QTDE                    PIC ZZZZZ9.
      *----
       01  WSS-TAB-MAPA.
           05 WSS-MAP-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-MAPA.
              10 TMP-DEPTO                 PIC X(005).
              10 TMP-TIPO                  PIC X(004).
              10 TMP-CONTA                 PIC 9(008).
              10 TMP-NATUREZA              PIC X(001).
      *----
      * PARTICIPANTES DO PREVCONT, CLASSIFICADOS POR MATRICULA; O
      * ULTIMO REGISTRO DA MATRICULA PREVALECE (O MOTOR GRAVA DE
      * NOVO A MATRICULA REPROCESSADA NO REINICIO POS-CHECKPOINT)
      *----
       01  WSS-TAB-PARTIC.
           05 WSS-PAR-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-PARTIC
                 ASCENDING KEY IS TPA-MATRICULA
                 INDEXED BY IDX-PAR.
              10 TPA-MATRICULA             PIC 9(008).
              10 TPA-CERTIFICADO           PIC X(015).
              10 TPA-EMPREGADO             PIC 9(007)V99.
              10 TPA-EMPRESA               PIC 9(007)V99.
              10 TPA-REPASSADO             PIC X(001).
      *----
       01  WSS-TAB-DEPTOS.
           05 WSS-DEP-ENTRY OCCURS 0 TO 200 TIMES
                 DEPENDING ON WSS-QTD-DEPTOS
                 INDEXED BY IDX-DEP.
              10 TDP-DEPTO                 PIC X(005).
              10 TDP-QTDE                  PIC 9(006).
              10 TDP-EMPREGADO             PIC 9(013)V99 COMP-3.
              10 TDP-EMPRESA               PIC 9(013)V99 COMP-3.
      *----
      * IMAGENS DOS REGISTROS DO ARQUIVO DE REPASSE AO FUNDO
      *----
       01  WSS-PRR-HEADER.
           03 PRH-CNPJ-PATROC              PIC 9(014) VALUE ZEROES.
           03 PRH-CNPJ-FUNDO               PIC 9(014) VALUE ZEROES.
           03 PRH-CODIGO-PLANO             PIC X(010) VALUE SPACES.
           03 PRH-COMPETENCIA              PIC 9(006) VALUE ZEROES.
           03 FILLER                       PIC X(035) VALUE SPACES.
      *----
       01  WSS-PRR-DETALHE.
           03 PRD-MATRICULA                PIC 9(008) VALUE ZEROES.
           03 PRD-CERTIFICADO              PIC X(015) VALUE SPACES.
           03 PRD-VALOR-EMPREGADO          PIC 9(007)V99 VALUE ZEROES.
           03 PRD-VALOR-EMPRESA            PIC 9(007)V99 VALUE ZEROES.
           03 PRD-NOME                     PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(008) VALUE SPACES.
      *----
       01  WSS-PRR-TRAILER.
           03 PRT-QTDE                     PIC 9(006) VALUE ZEROES.
           03 PRT-EMPREGADO                PIC 9(011)V99 VALUE ZEROES.
           03 PRT-EMPRESA                  PIC 9(011)V99 VALUE ZEROES.
           03 PRT-TOTAL                    PIC 9(011)V99 VALUE ZEROES.
           03 FILLER                       PIC X(034) VALUE SPACES.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL245'.
           03 FILLER                       PIC X(043)
              VALUE 'REPASSE PREVIDENCIA COMPLEMENTAR - RESUMO'.
           03 FILLER                       PIC X(013)
              VALUE 'COMPETENCIA: '.
           03 CAB-COMPETENCIA              PIC 9(006) VALUE ZEROES.
      *----
       01  CAB02.
           03 FILLER                       PIC X(007) VALUE 'DEPTO'.
           03 FILLER                       PIC X(008) VALUE ' QTDE'.
           03 FILLER                       PIC X(016)
              VALUE ' EMPREGADO'.
           03 FILLER                       PIC X(016) VALUE ' EMPRESA'.
      *----
       01  DET01.
           03 DEPTO-DET                    PIC X(005) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 QTDE-DET                     PIC X(006) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 EMPREGADO-DET                PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 EMPRESA-DET                  PIC X(014) VALUE SPACES.
      *----
       01  CAB03.
           03 FILLER                       PIC X(040)
              VALUE 'PARTICIPANTES SEM RESULTADO NA FOLHA - '.
           03 FILLER                       PIC X(013)
              VALUE 'NAO REPASSADO'.
      *----
       01  DET02.
           03 FILLER                       PIC X(011)
              VALUE 'MATRICULA: '.
           03 MATRICULA-DET2               PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(016)
              VALUE '  CERTIFICADO: '.
           03 CERTIFICADO-DET2             PIC X(015) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 EMPREGADO-DET2               PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 EMPRESA-DET2                 PIC X(014) VALUE SPACES.
      *----
       01  LINHA-TEXTO.
           03 LT-ROTULO                    PIC X(034) VALUE SPACES.
           03 LT-VALOR                     PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(084) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL245'
           DISPLAY ' REPASSE DA PREVIDENCIA COMPLEMENTAR'.

           PERFORM 0001-CARGA-CARTAO
              THRU 0001-CARGA-CARTAO-EXIT.

           PERFORM 0002-CARGA-EMPREGID
              THRU 0002-CARGA-EMPREGID-EXIT.

           PERFORM 0004-CARGA-CONTAMAP
              THRU 0004-CARGA-CONTAMAP-EXIT.

           PERFORM 0006-CARGA-PREVCONT
              THRU 0006-CARGA-PREVCONT-EXIT.

           PERFORM 1000-PROCESSA-FOLHA
              THRU 1000-PROCESSA-FOLHA-EXIT.

           PERFORM 3000-GERA-LANCAMENTOS
              THRU 3000-GERA-LANCAMENTOS-EXIT.

           PERFORM 8000-IMPRIME-RESUMO
              THRU 8000-IMPRIME-RESUMO-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL245                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* RESULTADOS LIDOS     : ' WSS-REG-LIDOS.
           DISPLAY '* PARTICIPANTES        : ' WSS-QTD-PARTIC.
           DISPLAY '* DETALHES GRAVADOS    : ' WSS-REG-DETALHES.
           DISPLAY '* SEM FOLHA (NAO REP.) : ' WSS-REG-SEM-FOLHA.
           DISPLAY '* CONTRIB. EMPREGADOS  : ' WSS-TOT-EMPREGADO.
           DISPLAY '* CONTRAPARTIDA        : ' WSS-TOT-EMPRESA.
           DISPLAY '* LANCAMENTOS GRAVADOS : ' WSS-QTD-LANC.
           DISPLAY '*******************************************'.

           STOP RUN.

      *----
       0001-CARGA-CARTAO.

           DISPLAY '0001-CARGA-CARTAO'.

           OPEN INPUT PREVPARM.

           IF ST-PREVPARM NOT EQUAL 0 THEN
              DISPLAY 'COBOL245 - ERRO OPEN PREVPARM FS=' ST-PREVPARM
              MOVE ST-PREVPARM           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ PREVPARM.

           IF ST-PREVPARM NOT EQUAL 0
              OR PVP-CNPJ-FUNDO NOT NUMERIC
              OR PVP-CNPJ-FUNDO EQUAL 0
              DISPLAY 'COBOL245 - CNPJ DO FUNDO INVALIDO NO CARTAO'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE PVP-CNPJ-FUNDO           TO WSS-CNPJ-FUNDO.
           MOVE PVP-CODIGO-PLANO         TO WSS-CODIGO-PLANO.

           CLOSE PREVPARM.

           DISPLAY ' CNPJ DO FUNDO : ' WSS-CNPJ-FUNDO.
           DISPLAY ' PLANO         : ' WSS-CODIGO-PLANO.

       0001-CARGA-CARTAO-EXIT.
           EXIT.

      *----
      * A PATROCINADORA DO PLANO E A PRIMEIRA EMPRESA DO EMPREGID
      *----
       0002-CARGA-EMPREGID.

           DISPLAY '0002-CARGA-EMPREGID'.

           OPEN INPUT EMPREGID.

           IF ST-EMPREGID NOT EQUAL 0 THEN
              DISPLAY 'COBOL245 - ERRO OPEN EMPREGID FS=' ST-EMPREGID
              MOVE ST-EMPREGID           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ EMPREGID.

           IF ST-EMPREGID NOT EQUAL 0
              DISPLAY 'COBOL245 - EMPREGID VAZIO'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE EMP-CNPJ                 TO WSS-CNPJ-PATROC.

           CLOSE EMPREGID.

           DISPLAY ' PATROCINADORA : ' WSS-CNPJ-PATROC ' ' EMP-RAZAO.

       0002-CARGA-EMPREGID-EXIT.
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
              DISPLAY 'COBOL245 - ERRO OPEN CONTAMAP FS=' ST-CONTAMAP
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
              DISPLAY 'COBOL245 - ERRO READ CONTAMAP FS=' ST-CONTAMAP
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
      * PARTICIPANTES DO PREVCONT; A COMPETENCIA DO REPASSE E A DO
      * PRIMEIRO REGISTRO E REGISTROS DE OUTRA COMPETENCIA SAO
      * IGNORADOS
      *----
       0006-CARGA-PREVCONT.

           DISPLAY '0006-CARGA-PREVCONT'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT PREVCONT.

           IF ST-PREVCONT NOT EQUAL 0 THEN
              DISPLAY 'COBOL245 - ERRO OPEN PREVCONT FS=' ST-PREVCONT
              MOVE ST-PREVCONT           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0007-LER-PREVCONT
              THRU 0007-LER-PREVCONT-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE PREVCONT.

           IF WSS-QTD-PARTIC GREATER 1
              SORT WSS-PAR-ENTRY ASCENDING TPA-MATRICULA
           END-IF.

           MOVE WSS-COMPETENCIA          TO CAB-COMPETENCIA.

           MOVE 'N'                      TO WSS-EOF.

           DISPLAY ' COMPETENCIA   : ' WSS-COMPETENCIA.
           DISPLAY ' PARTICIPANTES : ' WSS-QTD-PARTIC.

       0006-CARGA-PREVCONT-EXIT.
           EXIT.

      *----
       0007-LER-PREVCONT.

           READ PREVCONT
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-PREVCONT NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL245 - ERRO READ PREVCONT FS=' ST-PREVCONT
              MOVE ST-PREVCONT           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0007-LER-PREVCONT-EXIT
           END-IF.

           IF WSS-COMPETENCIA EQUAL 0
              MOVE PVC-COMPETENCIA       TO WSS-COMPETENCIA
           END-IF.

           IF PVC-COMPETENCIA NOT EQUAL WSS-COMPETENCIA
              DISPLAY 'COBOL245 - COMPETENCIA DIVERGENTE IGNORADA: '
                      PVC-MATRICULA ' ' PVC-COMPETENCIA
              GO TO 0007-LER-PREVCONT-EXIT
           END-IF.

           SET IDX-PAR TO 1.
           SEARCH WSS-PAR-ENTRY
              AT END
                 IF WSS-QTD-PARTIC NOT LESS 5000
                    DISPLAY 'COBOL245 - TABELA DE PARTICIPANTES CHEIA'
                    MOVE 16              TO RETURN-CODE
                    PERFORM ROT-ABEND
                       THRU ROT-ABEND-EXIT
                 END-IF
                 ADD 1                   TO WSS-QTD-PARTIC
                 SET IDX-PAR             TO WSS-QTD-PARTIC
                 MOVE PVC-MATRICULA      TO TPA-MATRICULA (IDX-PAR)
                 MOVE PVC-CERTIFICADO    TO TPA-CERTIFICADO (IDX-PAR)
                 MOVE PVC-VALOR-EMPREGADO TO TPA-EMPREGADO (IDX-PAR)
                 MOVE PVC-VALOR-EMPRESA  TO TPA-EMPRESA (IDX-PAR)
                 MOVE 'N'                TO TPA-REPASSADO (IDX-PAR)
              WHEN TPA-MATRICULA (IDX-PAR) EQUAL PVC-MATRICULA
                 MOVE PVC-CERTIFICADO    TO TPA-CERTIFICADO (IDX-PAR)
                 MOVE PVC-VALOR-EMPREGADO TO TPA-EMPREGADO (IDX-PAR)
                 MOVE PVC-VALOR-EMPRESA  TO TPA-EMPRESA (IDX-PAR)
           END-SEARCH.

       0007-LER-PREVCONT-EXIT.
           EXIT.

      *----
      * PASSA O FOLHANET DA RODADA: CADA PARTICIPANTE COM RESULTADO
      * NA FOLHA GERA UM DETALHE NO REPASSE (NOME E DEPARTAMENTO VEM
      * DO FOLHANET) E ACUMULA POR DEPARTAMENTO PARA O RESUMO E OS
      * LANCAMENTOS
      *----
       1000-PROCESSA-FOLHA.

           DISPLAY '1000-PROCESSA-FOLHA'.

           OPEN INPUT FOLHANET.
           OPEN OUTPUT PREVREM.

           IF ST-FOLHANET NOT EQUAL 0 OR ST-PREVREM NOT EQUAL 0
              DISPLAY 'COBOL245 - ERRO OPEN FS=' ST-FOLHANET ' '
                      ST-PREVREM
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1100-GRAVA-HEADER
              THRU 1100-GRAVA-HEADER-EXIT.

           PERFORM 1001-LER-FOLHANET
              THRU 1001-LER-FOLHANET-EXIT
              UNTIL WSS-EOF = 'Y'.

           PERFORM 1900-GRAVA-TRAILER
              THRU 1900-GRAVA-TRAILER-EXIT.

           CLOSE FOLHANET.
           CLOSE PREVREM.

       1000-PROCESSA-FOLHA-EXIT.
           EXIT.

      *----
       1001-LER-FOLHANET.

           READ FOLHANET
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FOLHANET NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL245 - ERRO READ FOLHANET FS=' ST-FOLHANET
              MOVE ST-FOLHANET           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y' OR FN-MATRICULA EQUAL 99999999
              GO TO 1001-LER-FOLHANET-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-LIDOS.

           IF WSS-QTD-PARTIC EQUAL 0
              GO TO 1001-LER-FOLHANET-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-ACHOU-PARTIC.

           SEARCH ALL WSS-PAR-ENTRY
              AT END
                 CONTINUE
              WHEN TPA-MATRICULA (IDX-PAR) EQUAL FN-MATRICULA
                 MOVE 'Y'                TO WSS-ACHOU-PARTIC
           END-SEARCH.

           IF WSS-ACHOU-PARTIC NOT EQUAL 'Y'
              OR TPA-REPASSADO (IDX-PAR) EQUAL 'Y'
              GO TO 1001-LER-FOLHANET-EXIT
           END-IF.

           MOVE 'Y'                      TO TPA-REPASSADO (IDX-PAR).

           MOVE FN-MATRICULA             TO PRD-MATRICULA.
           MOVE TPA-CERTIFICADO (IDX-PAR) TO PRD-CERTIFICADO.
           MOVE TPA-EMPREGADO (IDX-PAR)  TO PRD-VALOR-EMPREGADO.
           MOVE TPA-EMPRESA (IDX-PAR)    TO PRD-VALOR-EMPRESA.
           MOVE FN-NOME                  TO PRD-NOME.

           MOVE SPACES                   TO REG-PREVREM.
           MOVE '1'                      TO PRR-TIPO.
           MOVE WSS-PRR-DETALHE          TO PRR-DADOS.

           WRITE REG-PREVREM.

           IF ST-PREVREM NOT EQUAL 0 THEN
              DISPLAY 'COBOL245 - ERRO WRITE PREVREM FS=' ST-PREVREM
              MOVE ST-PREVREM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-DETALHES.
           ADD TPA-EMPREGADO (IDX-PAR)   TO WSS-TOT-EMPREGADO.
           ADD TPA-EMPRESA (IDX-PAR)     TO WSS-TOT-EMPRESA.

           SET IDX-DEP TO 1.
           SEARCH WSS-DEP-ENTRY
              AT END
                 IF WSS-QTD-DEPTOS LESS 200
                    ADD 1                TO WSS-QTD-DEPTOS
                    SET IDX-DEP          TO WSS-QTD-DEPTOS
                    MOVE FN-DEPARTAMENTO TO TDP-DEPTO (IDX-DEP)
                    MOVE 1               TO TDP-QTDE (IDX-DEP)
                    MOVE TPA-EMPREGADO (IDX-PAR)
                                         TO TDP-EMPREGADO (IDX-DEP)
                    MOVE TPA-EMPRESA (IDX-PAR)
                                         TO TDP-EMPRESA (IDX-DEP)
                 END-IF
              WHEN TDP-DEPTO (IDX-DEP) EQUAL FN-DEPARTAMENTO
                 ADD 1                   TO TDP-QTDE (IDX-DEP)
                 ADD TPA-EMPREGADO (IDX-PAR)
                                         TO TDP-EMPREGADO (IDX-DEP)
                 ADD TPA-EMPRESA (IDX-PAR)
                                         TO TDP-EMPRESA (IDX-DEP)
           END-SEARCH.

       1001-LER-FOLHANET-EXIT.
           EXIT.

      *----
       1100-GRAVA-HEADER.

           MOVE WSS-CNPJ-PATROC          TO PRH-CNPJ-PATROC.
           MOVE WSS-CNPJ-FUNDO           TO PRH-CNPJ-FUNDO.
           MOVE WSS-CODIGO-PLANO         TO PRH-CODIGO-PLANO.
           MOVE WSS-COMPETENCIA          TO PRH-COMPETENCIA.

           MOVE SPACES                   TO REG-PREVREM.
           MOVE '0'                      TO PRR-TIPO.
           MOVE WSS-PRR-HEADER           TO PRR-DADOS.

           WRITE REG-PREVREM.

           IF ST-PREVREM NOT EQUAL 0 THEN
              DISPLAY 'COBOL245 - ERRO WRITE PREVREM FS=' ST-PREVREM
              MOVE ST-PREVREM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       1100-GRAVA-HEADER-EXIT.
           EXIT.

      *----
       1900-GRAVA-TRAILER.

           MOVE WSS-REG-DETALHES         TO PRT-QTDE.
           MOVE WSS-TOT-EMPREGADO        TO PRT-EMPREGADO.
           MOVE WSS-TOT-EMPRESA          TO PRT-EMPRESA.
           COMPUTE PRT-TOTAL = WSS-TOT-EMPREGADO + WSS-TOT-EMPRESA.

           MOVE SPACES                   TO REG-PREVREM.
           MOVE '9'                      TO PRR-TIPO.
           MOVE WSS-PRR-TRAILER          TO PRR-DADOS.

           WRITE REG-PREVREM.

           IF ST-PREVREM NOT EQUAL 0 THEN
              DISPLAY 'COBOL245 - ERRO WRITE PREVREM FS=' ST-PREVREM
              MOVE ST-PREVREM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       1900-GRAVA-TRAILER-EXIT.
           EXIT.

      *----
      * LANCAMENTOS BALANCEADOS POR DEPARTAMENTO DA CONTRAPARTIDA DA
      * EMPRESA: DESPESA ('PVDE') A DEBITO E PASSIVO A REPASSAR AO
      * FUNDO ('PVPA') A CREDITO. A CONTRIBUICAO DO EMPREGADO JA
      * SAIU DO LIQUIDO COMO DESCONTO DA FOLHA
      *----
       3000-GERA-LANCAMENTOS.

           DISPLAY '3000-GERA-LANCAMENTOS'.

           IF WSS-QTD-MAPA EQUAL 0
              DISPLAY 'COBOL245 - CONTAMAP AUSENTE, SEM LANCAMENTOS'
              GO TO 3000-GERA-LANCAMENTOS-EXIT
           END-IF.

           OPEN OUTPUT LANCPREV.

           IF ST-LANCPREV NOT EQUAL 0 THEN
              DISPLAY 'COBOL245 - ERRO OPEN LANCPREV FS=' ST-LANCPREV
              MOVE ST-LANCPREV           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 3100-LANCA-UM-DEPTO
              THRU 3100-LANCA-UM-DEPTO-EXIT
              VARYING IDX-DEP FROM 1 BY 1
              UNTIL IDX-DEP > WSS-QTD-DEPTOS.

           CLOSE LANCPREV.

           IF WSS-TOT-DEBITOS NOT EQUAL WSS-TOT-CREDITOS
              DISPLAY 'COBOL245 - LOTE DA PREVIDENCIA DESBALANCEADO'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       3000-GERA-LANCAMENTOS-EXIT.
           EXIT.

      *----
       3100-LANCA-UM-DEPTO.

           MOVE TDP-DEPTO (IDX-DEP)      TO WSS-DEPTO-LANC.
           MOVE TDP-EMPRESA (IDX-DEP)    TO WSS-VALOR-LANC.

           MOVE 'PVDE'                   TO WSS-TIPO-LANC.
           PERFORM 3200-GRAVA-LANCAMENTO
              THRU 3200-GRAVA-LANCAMENTO-EXIT.

           MOVE 'PVPA'                   TO WSS-TIPO-LANC.
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
              DISPLAY 'COBOL245 - SEM CONTA NO MAPA PARA DEPTO '
                      WSS-DEPTO-LANC ' TIPO ' WSS-TIPO-LANC
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SPACES                   TO REG-LANCPREV.
           MOVE WSS-CONTA-ACHADA         TO LGL-CONTA.
           MOVE WSS-NATUREZA-ACHADA      TO LGL-NATUREZA.
           MOVE WSS-VALOR-LANC           TO LGL-VALOR.
           MOVE WSS-DEPTO-LANC           TO LGL-DEPTO.
           MOVE WSS-TIPO-LANC            TO LGL-TIPO.
           MOVE 'PREVIDENCIA PRIV. - PATROCINIO' TO LGL-HISTORICO.

           WRITE REG-LANCPREV.

           IF ST-LANCPREV NOT EQUAL 0 THEN
              DISPLAY 'COBOL245 - ERRO WRITE LANCPREV FS='
                      ST-LANCPREV
              MOVE ST-LANCPREV           TO RETURN-CODE
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
      * RESUMO POR DEPARTAMENTO E PARTICIPANTES DO PREVCONT QUE NAO
      * TIVERAM RESULTADO NO FOLHANET DA RODADA
      *----
       8000-IMPRIME-RESUMO.

           DISPLAY '8000-IMPRIME-RESUMO'.

           OPEN OUTPUT RELPREV.

           IF ST-RELPREV NOT EQUAL 0 THEN
              DISPLAY 'COBOL245 - ERRO OPEN RELPREV FS=' ST-RELPREV
              MOVE ST-RELPREV            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           WRITE REG-RELPREV FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           WRITE REG-RELPREV FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

           PERFORM 8100-IMPRIME-UM-DEPTO
              THRU 8100-IMPRIME-UM-DEPTO-EXIT
              VARYING IDX-DEP FROM 1 BY 1
              UNTIL IDX-DEP > WSS-QTD-DEPTOS.

           MOVE 'CONTRIBUICAO DOS EMPREGADOS     :' TO LT-ROTULO.
           MOVE WSS-TOT-EMPREGADO        TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           WRITE REG-RELPREV FROM LINHA-TEXTO AFTER ADVANCING 2
           END-WRITE.

           MOVE 'CONTRAPARTIDA DA EMPRESA        :' TO LT-ROTULO.
           MOVE WSS-TOT-EMPRESA          TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           WRITE REG-RELPREV FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           MOVE 'TOTAL DO REPASSE AO FUNDO       :' TO LT-ROTULO.
           COMPUTE WSS-VALOR-LANC =
                   WSS-TOT-EMPREGADO + WSS-TOT-EMPRESA.
           MOVE WSS-VALOR-LANC           TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           WRITE REG-RELPREV FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           WRITE REG-RELPREV FROM CAB03 AFTER ADVANCING 3
           END-WRITE.

           PERFORM 8200-IMPRIME-SEM-FOLHA
              THRU 8200-IMPRIME-SEM-FOLHA-EXIT
              VARYING IDX-PAR FROM 1 BY 1
              UNTIL IDX-PAR > WSS-QTD-PARTIC.

           MOVE 'PARTICIPANTES NAO REPASSADOS    :' TO LT-ROTULO.
           MOVE WSS-REG-SEM-FOLHA        TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           WRITE REG-RELPREV FROM LINHA-TEXTO AFTER ADVANCING 2
           END-WRITE.

           IF ST-RELPREV NOT EQUAL 0 THEN
              DISPLAY 'COBOL245 - ERRO WRITE RELPREV FS=' ST-RELPREV
              MOVE ST-RELPREV            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE RELPREV.

       8000-IMPRIME-RESUMO-EXIT.
           EXIT.

      *----
       8100-IMPRIME-UM-DEPTO.

           MOVE TDP-DEPTO (IDX-DEP)      TO DEPTO-DET.
           MOVE TDP-QTDE (IDX-DEP)       TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO QTDE-DET.
           MOVE TDP-EMPREGADO (IDX-DEP)  TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO EMPREGADO-DET.
           MOVE TDP-EMPRESA (IDX-DEP)    TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO EMPRESA-DET.

           WRITE REG-RELPREV FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELPREV NOT EQUAL 0 THEN
              DISPLAY 'COBOL245 - ERRO WRITE RELPREV FS=' ST-RELPREV
              MOVE ST-RELPREV            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       8100-IMPRIME-UM-DEPTO-EXIT.
           EXIT.

      *----
       8200-IMPRIME-SEM-FOLHA.

           IF TPA-REPASSADO (IDX-PAR) EQUAL 'Y'
              GO TO 8200-IMPRIME-SEM-FOLHA-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-SEM-FOLHA.

           MOVE TPA-MATRICULA (IDX-PAR)  TO MATRICULA-DET2.
           MOVE TPA-CERTIFICADO (IDX-PAR) TO CERTIFICADO-DET2.
           MOVE TPA-EMPREGADO (IDX-PAR)  TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO EMPREGADO-DET2.
           MOVE TPA-EMPRESA (IDX-PAR)    TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO EMPRESA-DET2.

           WRITE REG-RELPREV FROM DET02 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELPREV NOT EQUAL 0 THEN
              DISPLAY 'COBOL245 - ERRO WRITE RELPREV FS=' ST-RELPREV
              MOVE ST-RELPREV            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       8200-IMPRIME-SEM-FOLHA-EXIT.
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

           DISPLAY '***ABEND-COBOL245*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
