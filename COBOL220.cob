      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : IMPORTACAO DAS COMISSOES E VERBAS VARIAVEIS DE
      *            VENDAS. RECEBE DO SISTEMA COMERCIAL O ARQUIVO
      *            COMISENT (LANCAMENTOS POR MATRICULA E COMPETENCIA,
      *            FECHADO COM TRAILER DE QUANTIDADE E VALOR TOTAL):
      *            - CONFERE O TOTAL DE CONTROLE DO TRAILER CONTRA OS
      *              DETALHES LIDOS; DIVERGENCIA (OU TRAILER AUSENTE)
      *              RECUSA O ARQUIVO INTEIRO, SEM GERAR SAIDA;
      *            - VALIDA CADA LANCAMENTO CONTRA O MESTRE FUNCMST
      *              (MATRICULA EXISTENTE E NAO DESLIGADA), CONTRA A
      *              COMPETENCIA DO COMPCARD E O VALOR;
      *            - OS ACEITOS SAO SOMADOS POR MATRICULA NO ARQUIVO
      *              COMISMES, QUE O COBOL089 PAGA COMO VERBA PROPRIA
      *              NA FOLHA REGULAR (COM REFLEXO NO DSR E NAS BASES
      *              DE INSS/IRRF/FGTS);
      *            - OS RECUSADOS SAEM EM COMISREJ, NA MESMA IMAGEM DO
      *              EXCFUNCI, E O COBOL089 OS TRANSCREVE PARA O
      *              EXCFUNCI DA RODADA (FLUXO DE EXCECOES DO
      *              COBOL211);
      *            - MANTEM O HISTORICO COMISHIS (NOVA GERACAO
      *              COMISHIN) COM AS 13 ULTIMAS COMPETENCIAS DE CADA
      *              MATRICULA, BASE DA MEDIA DE VARIAVEIS DO 13.
      *              SALARIO E DAS FERIAS NO COBOL089.
      *            O RELATORIO RELCOMIS LISTA OS RECUSADOS COM O
      *            MOTIVO E OS TOTAIS DE CONTROLE DA IMPORTACAO.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL220.
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
           SELECT COMPCARD ASSIGN TO COMPCARD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-COMPCARD.
      *
           SELECT COMISENT ASSIGN TO COMISENT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-COMISENT.
      *
           SELECT FUNCMST ASSIGN TO FUNCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FM-MATRICULA
                  FILE STATUS IS ST-FUNCMST.
      *
           SELECT COMISHIS ASSIGN TO COMISHIS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-COMISHIS.
      *
           SELECT COMISHIN ASSIGN TO COMISHIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-COMISHIN.
      *
           SELECT COMISMES ASSIGN TO COMISMES
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-COMISMES.
      *
           SELECT COMISREJ ASSIGN TO COMISREJ
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-COMISREJ.
      *
           SELECT RELCOMIS ASSIGN TO RELCOMIS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELCOMIS.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   COMPCARD
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * COMPETENCIA DA FOLHA A QUE AS COMISSOES SE REFEREM (MESMO
      * CARTAO DO COBOL153/217/218); SEM O CARTAO VALE O MES CORRENTE
      *----
       01   REG-COMPCARD.
            03 CCD-COMPETENCIA             PIC 9(006).
            03 FILLER                      PIC X(074).
      *----
       FD   COMISENT
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * LANCAMENTOS DE COMISSAO E VARIAVEIS DO SISTEMA COMERCIAL.
      * PODE HAVER MAIS DE UM LANCAMENTO POR MATRICULA (UM POR
      * DOCUMENTO DE VENDA); O ULTIMO REGISTRO E O TRAILER, COM
      * MATRICULA 99999999, QUANTIDADE DE DETALHES E VALOR TOTAL
      *----
       01   REG-COMISENT.
            03 CME-MATRICULA               PIC 9(008).
            03 CME-COMPETENCIA             PIC 9(006).
            03 CME-VALOR                   PIC 9(007)V99.
            03 CME-DOCUMENTO               PIC X(012).
            03 FILLER                      PIC X(045).
      *----
       01   REG-COMISENT-TRAILER REDEFINES REG-COMISENT.
            03 CMT-MATRICULA               PIC 9(008).
            03 CMT-QTDE                    PIC 9(008).
            03 CMT-TOTAL                   PIC 9(011)V99.
            03 FILLER                      PIC X(051).
      *----
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
               88 FM-DESLIGADO                     VALUE 'D'.
           03  FM-CARGO                    PIC X(002).
           03  FM-EMPRESA                  PIC X(002).
           03  FILLER                      PIC X(001).
      *----
       FD   COMISHIS
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * HISTORICO DAS COMISSOES PAGAS, UM REGISTRO POR MATRICULA E
      * COMPETENCIA, CLASSIFICADO POR MATRICULA + COMPETENCIA (BASE
      * DA MEDIA DE VARIAVEIS DO COBOL089)
      *----
       01   REG-COMISHIS.
            03 CMH-MATRICULA               PIC 9(008).
            03 CMH-COMPETENCIA             PIC 9(006).
            03 CMH-VALOR                   PIC 9(007)V99.
            03 FILLER                      PIC X(057).
      *----
       FD   COMISHIN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-COMISHIN                   PIC X(080).
      *----
       FD   COMISMES
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * COMISSOES ACEITAS DA COMPETENCIA, SOMADAS POR MATRICULA E
      * CLASSIFICADAS POR MATRICULA (CASADAS CO-SEQUENCIALMENTE COM
      * O FUNCI NO COBOL089)
      *----
       01   REG-COMISMES.
            03 CMM-MATRICULA               PIC 9(008).
            03 CMM-COMPETENCIA             PIC 9(006).
            03 CMM-VALOR                   PIC 9(007)V99.
            03 CMM-QTD-LANC                PIC 9(003).
            03 FILLER                      PIC X(054).
      *----
       FD   COMISREJ.
      *----
      * MESMA IMAGEM DO EXCFUNCI GRAVADO PELO COBOL089
      *----
       01   REG-COMISREJ.
            03 REJ-MATRICULA               PIC 9(008).
            03 REJ-NOME                    PIC X(040).
            03 REJ-SALARIO                 PIC 9(005)V99.
            03 REJ-HORA-EXTRA              PIC 9(002).
            03 REJ-MOTIVO                  PIC X(030).
      *----
       FD   RELCOMIS.
      *----
       01   REG-RELCOMIS                   PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-COMPCARD                     PIC 9(002) VALUE 0.
       77  ST-COMISENT                     PIC 9(002) VALUE 0.
       77  ST-FUNCMST                      PIC 9(002) VALUE 0.
       77  ST-COMISHIS                     PIC 9(002) VALUE 0.
       77  ST-COMISHIN                     PIC 9(002) VALUE 0.
       77  ST-COMISMES                     PIC 9(002) VALUE 0.
       77  ST-COMISREJ                     PIC 9(002) VALUE 0.
       77  ST-RELCOMIS                     PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-EOF-HIS                     PIC X(001) VALUE 'N'.
       77  WSS-TEM-HISTORICO               PIC X(001) VALUE 'N'.
       77  WSS-TRAILER-OK                  PIC X(001) VALUE 'N'.
           88 WSS-HOUVE-TRAILER                     VALUE 'Y'.
       77  WSS-QTD-TRAILER                 PIC 9(008) VALUE 0.
       77  WSS-TOTAL-TRAILER               PIC 9(011)V99 VALUE 0.
       77  WSS-QTD-LIDOS                   PIC 9(008) VALUE 0.
       77  WSS-TOTAL-LIDO                  PIC 9(011)V99 VALUE 0.
       77  WSS-QTD-LANC                    PIC 9(005) VALUE 0.
       77  WSS-QTD-ACEITOS                 PIC 9(006) VALUE ZEROES.
       77  WSS-VLR-ACEITOS                 PIC 9(011)V99 VALUE 0.
       77  WSS-QTD-RECUSADOS               PIC 9(006) VALUE ZEROES.
       77  WSS-VLR-RECUSADOS               PIC 9(011)V99 VALUE 0.
       77  WSS-QTD-COMISMES                PIC 9(006) VALUE ZEROES.
       77  WSS-HIS-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-HIS-GRAVADOS                PIC 9(006) VALUE ZEROES.
       77  WSS-HIS-DESCARTADOS             PIC 9(006) VALUE ZEROES.
       77  WSS-MOTIVO                      PIC X(030) VALUE SPACES.
       77  WSS-MATR-ANT                    PIC 9(008) VALUE 0.
       77  WSS-SOMA-MATR                   PIC 9(007)V99 VALUE 0.
       77  WSS-LANC-MATR                   PIC 9(003) VALUE 0.
       77  WSS-IDX-MES                     PIC 9(006) COMP VALUE 0.
       77  WSS-MESES-ABS                   PIC 9(006) COMP VALUE 0.
       77  WSS-ANO-INI                     PIC 9(004) VALUE 0.
       77  WSS-MES-INI                     PIC 9(002) VALUE 0.
       77  WSS-COMPET-INICIO               PIC 9(006) VALUE 0.
      *----
      * QUANTAS COMPETENCIAS O HISTORICO GUARDA POR MATRICULA: A
      * CORRENTE MAIS AS 12 ANTERIORES (JANELA DA MEDIA DE FERIAS)
      *----
       77  WSS-MESES-HISTORICO             PIC 9(002) VALUE 13.
      *----
      * GUARDA O RETURN-CODE DO ABEND: O CALL AO CLASSIFICADOR ZERA
      * O RETURN-CODE NA VOLTA
      *----
       77  WSS-RC-ABEND                    PIC 9(003) VALUE 0.
      *----
       01  DATA-HORA.
           03 DH-ANO                       PIC X(004).
           03 DH-MES                       PIC X(002).
           03 DH-DIA                       PIC X(002).
           03 DH-HORA                      PIC X(002).
           03 DH-MINUTO                    PIC X(002).
           03 DH-SEGUNDO                   PIC X(002).
           03 DH-MILESIMOS                 PIC X(002).
           03 FILLER                       PIC X(005).
      *----
       01  WSS-COMPETENCIA                 PIC 9(006) VALUE 0.
       01  FILLER REDEFINES WSS-COMPETENCIA.
           03 WSS-COMPET-ANO               PIC 9(004).
           03 WSS-COMPET-MES               PIC 9(002).
      *----
      * CHAVES DA INTERCALACAO DO HISTORICO ANTERIOR COM AS
      * COMISSOES ACEITAS NA RODADA
      *----
       01  WSS-CHAVE-HIS.
           03 WSS-CHV-HIS-MATR             PIC 9(008) VALUE 0.
           03 WSS-CHV-HIS-COMPET           PIC 9(006) VALUE 0.
       01  WSS-CHAVE-NOVA.
           03 WSS-CHV-NOVA-MATR            PIC 9(008) VALUE 0.
           03 WSS-CHV-NOVA-COMPET          PIC 9(006) VALUE 0.
      *----
      * LANCAMENTOS DE COMISENT, CARREGADOS PARA A CONFERENCIA DO
      * TRAILER ANTES DE QUALQUER GRAVACAO; TCE-SITUACAO 'A' =
      * ACEITO, 'R' = RECUSADO
      *----
       01  WSS-TAB-LANC.
           05 WSS-LAN-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-LANC
                 INDEXED BY IDX-LAN.
              10 TCE-MATRICULA             PIC 9(008).
              10 TCE-COMPETENCIA           PIC 9(006).
              10 TCE-VALOR                 PIC 9(007)V99.
              10 TCE-DOCUMENTO             PIC X(012).
              10 TCE-SITUACAO              PIC X(001).
                 88 TCE-ACEITO                     VALUE 'A'.
                 88 TCE-RECUSADO                   VALUE 'R'.
      *----
      * COMISSOES ACEITAS SOMADAS POR MATRICULA (JA EM ORDEM DE
      * MATRICULA), PARA O COMISMES E A INTERCALACAO DO HISTORICO
      *----
       77  WSS-QTD-MES                     PIC 9(005) VALUE 0.
       01  WSS-TAB-MES.
           05 WSS-MES-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-MES
                 INDEXED BY IDX-MES.
              10 TCM-MATRICULA             PIC 9(008).
              10 TCM-VALOR                 PIC 9(007)V99.
              10 TCM-QTD-LANC              PIC 9(003).
      *----
      * IMAGEM DO HISTORICO PARA AS COMISSOES DA COMPETENCIA (O
      * BUFFER DE COMISHIS GUARDA O REGISTRO ANTERIOR EM ESPERA)
      *----
       01  WSS-REG-HIS-NOVO.
           03 HIN-MATRICULA                PIC 9(008) VALUE 0.
           03 HIN-COMPETENCIA              PIC 9(006) VALUE 0.
           03 HIN-VALOR                    PIC 9(007)V99 VALUE 0.
           03 FILLER                       PIC X(057) VALUE SPACES.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       77  MASCARA-VALOR                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL220'.
           03 FILLER                       PIC X(051)
              VALUE 'IMPORTACAO DE COMISSOES E VARIAVEIS'.
           03 FILLER                       PIC X(014)
              VALUE 'COMPETENCIA : '.
           03 CAB-COMPETENCIA              PIC 9(006) VALUE ZEROES.
      *----
       01  CAB02.
           03 FILLER                       PIC X(040)
              VALUE 'LANCAMENTOS RECUSADOS'.
      *----
       01  CAB03.
           03 FILLER                       PIC X(010) VALUE 'MATRICULA'.
           03 FILLER                       PIC X(031) VALUE 'NOME'.
           03 FILLER                       PIC X(014) VALUE 'DOCUMENTO'.
           03 FILLER                       PIC X(008) VALUE 'COMPET.'.
           03 FILLER                       PIC X(016)
              VALUE '           VALOR'.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 FILLER                       PIC X(030) VALUE 'MOTIVO'.
      *----
       01  DET01.
           03 MATRICULA-DET                PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 NOME-DET                     PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 DOCUMENTO-DET                PIC X(012) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 COMPET-DET                   PIC 9(006) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 VALOR-DET                    PIC ZZZ.ZZZ.ZZ9,99
                                                  VALUE ZEROES.
           03 FILLER                       PIC X(004) VALUE SPACES.
           03 MOTIVO-DET                   PIC X(030) VALUE SPACES.
      *----
       01  TOT01.
           03 TOT-TEXTO                    PIC X(036) VALUE SPACES.
           03 TOT-QTDE                     PIC ZZZ.ZZ9 VALUE ZEROES.
           03 FILLER                       PIC X(004) VALUE SPACES.
           03 TOT-VALOR                    PIC X(017) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL220'
           DISPLAY ' IMPORTACAO DE COMISSOES E VARIAVEIS'.

           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.

           PERFORM 0001-CARGA-COMPETENCIA
              THRU 0001-CARGA-COMPETENCIA-EXIT.

           PERFORM 0100-CARGA-COMISENT
              THRU 0100-CARGA-COMISENT-EXIT.

           PERFORM 0200-CONFERE-TRAILER
              THRU 0200-CONFERE-TRAILER-EXIT.

           PERFORM 1000-VALIDA-LANCAMENTOS
              THRU 1000-VALIDA-LANCAMENTOS-EXIT.

           PERFORM 2000-GRAVA-COMISMES
              THRU 2000-GRAVA-COMISMES-EXIT.

           PERFORM 3000-GRAVA-HISTORICO
              THRU 3000-GRAVA-HISTORICO-EXIT.

           PERFORM 4000-IMPRIME-TOTAIS
              THRU 4000-IMPRIME-TOTAIS-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL220                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* COMPETENCIA          : ' WSS-COMPETENCIA.
           DISPLAY '* LANCAMENTOS LIDOS    : ' WSS-QTD-LIDOS.
           DISPLAY '* LANCAMENTOS ACEITOS  : ' WSS-QTD-ACEITOS.
           DISPLAY '* LANCAMENTOS RECUSADOS: ' WSS-QTD-RECUSADOS.
           DISPLAY '* MATRICULAS NO COMISMES: ' WSS-QTD-COMISMES.
           DISPLAY '* HISTORICO LIDO       : ' WSS-HIS-LIDOS.
           DISPLAY '* HISTORICO DESCARTADO : ' WSS-HIS-DESCARTADOS.
           DISPLAY '* HISTORICO GRAVADO    : ' WSS-HIS-GRAVADOS.
           DISPLAY '*******************************************'.

           STOP RUN.

      *----
      * COMPETENCIA DAS COMISSOES: CARTAO COMPCARD OU, SEM ELE, O
      * MES CORRENTE. DAQUI SAI TAMBEM A COMPETENCIA MAIS ANTIGA QUE
      * O HISTORICO AINDA PRECISA GUARDAR
      *----
       0001-CARGA-COMPETENCIA.

           DISPLAY '0001-CARGA-COMPETENCIA'.

           MOVE DATA-HORA (1:6)          TO WSS-COMPETENCIA.

           OPEN INPUT COMPCARD.

           IF ST-COMPCARD EQUAL 35
              GO TO 0001-CALCULA-JANELA
           END-IF.

           IF ST-COMPCARD NOT EQUAL 0 THEN
              DISPLAY 'COBOL220 - ERRO OPEN COMPCARD FS=' ST-COMPCARD
              MOVE ST-COMPCARD           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ COMPCARD.

           IF ST-COMPCARD EQUAL 0
              AND CCD-COMPETENCIA NUMERIC
              AND CCD-COMPETENCIA GREATER 0
              MOVE CCD-COMPETENCIA       TO WSS-COMPETENCIA
           END-IF.

           CLOSE COMPCARD.

       0001-CALCULA-JANELA.

           COMPUTE WSS-MESES-ABS =
                   (WSS-COMPET-ANO * 12) + WSS-COMPET-MES - 1
                   - (WSS-MESES-HISTORICO - 1).

           DIVIDE WSS-MESES-ABS BY 12
              GIVING WSS-ANO-INI
              REMAINDER WSS-MES-INI.

           ADD 1                         TO WSS-MES-INI.

           COMPUTE WSS-COMPET-INICIO =
                   (WSS-ANO-INI * 100) + WSS-MES-INI.

           MOVE WSS-COMPETENCIA          TO CAB-COMPETENCIA.

           DISPLAY 'COBOL220 - COMPETENCIA: ' WSS-COMPETENCIA
                   ' HISTORICO DESDE: ' WSS-COMPET-INICIO.

       0001-CARGA-COMPETENCIA-EXIT.
           EXIT.

      *----
      * CARGA DOS LANCAMENTOS ATE O TRAILER. NENHUMA SAIDA E ABERTA
      * ANTES DA CONFERENCIA DO TOTAL DE CONTROLE
      *----
       0100-CARGA-COMISENT.

           DISPLAY '0100-CARGA-COMISENT'.

           OPEN INPUT COMISENT.

           IF ST-COMISENT NOT EQUAL 0 THEN
              DISPLAY 'COBOL220 - ERRO OPEN COMISENT FS=' ST-COMISENT
              MOVE ST-COMISENT           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0110-LER-COMISENT
              THRU 0110-LER-COMISENT-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE COMISENT.

       0100-CARGA-COMISENT-EXIT.
           EXIT.

      *----
       0110-LER-COMISENT.

           READ COMISENT
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-COMISENT NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL220 - ERRO READ COMISENT FS=' ST-COMISENT
              MOVE ST-COMISENT           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0110-LER-COMISENT-EXIT
           END-IF.

           IF CMT-MATRICULA EQUAL 99999999
              MOVE 'Y'                   TO WSS-EOF
              SET WSS-HOUVE-TRAILER      TO TRUE
              MOVE CMT-QTDE              TO WSS-QTD-TRAILER
              MOVE CMT-TOTAL             TO WSS-TOTAL-TRAILER
              GO TO 0110-LER-COMISENT-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-LIDOS.

           IF CME-VALOR NUMERIC
              ADD CME-VALOR              TO WSS-TOTAL-LIDO
           END-IF.

           IF WSS-QTD-LANC NOT LESS 20000
              DISPLAY 'COBOL220 - TABELA DE LANCAMENTOS CHEIA'
              MOVE 12                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-LANC.
           SET IDX-LAN                   TO WSS-QTD-LANC.

           MOVE CME-MATRICULA            TO TCE-MATRICULA (IDX-LAN).
           MOVE CME-COMPETENCIA          TO TCE-COMPETENCIA (IDX-LAN).
           MOVE CME-VALOR                TO TCE-VALOR (IDX-LAN).
           MOVE CME-DOCUMENTO            TO TCE-DOCUMENTO (IDX-LAN).
           MOVE 'A'                      TO TCE-SITUACAO (IDX-LAN).

       0110-LER-COMISENT-EXIT.
           EXIT.

      *----
      * TOTAL DE CONTROLE: QUANTIDADE E VALOR DO TRAILER CONTRA OS
      * DETALHES LIDOS. ARQUIVO SEM TRAILER OU DIVERGENTE E RECUSADO
      * POR INTEIRO (NAO HA PAGAMENTO PARCIAL DE COMISSAO)
      *----
       0200-CONFERE-TRAILER.

           DISPLAY '0200-CONFERE-TRAILER'.

           IF NOT WSS-HOUVE-TRAILER
              DISPLAY '*******************************************'
              DISPLAY '* COBOL220 - ARQUIVO COMISENT SEM TRAILER *'
              DISPLAY '* LANCAMENTOS LIDOS : ' WSS-QTD-LIDOS
              DISPLAY '*******************************************'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-QTD-TRAILER NOT EQUAL WSS-QTD-LIDOS
              OR WSS-TOTAL-TRAILER NOT EQUAL WSS-TOTAL-LIDO
              DISPLAY '*******************************************'
              DISPLAY '* COBOL220 - DIVERGENCIA NO TOTAL DE      *'
              DISPLAY '* CONTROLE DO TRAILER DE COMISENT         *'
              DISPLAY '* QTDE ESPERADA (TRAILER) : ' WSS-QTD-TRAILER
              DISPLAY '* QTDE LIDA    (DETALHE)  : ' WSS-QTD-LIDOS
              MOVE WSS-TOTAL-TRAILER     TO MASCARA-VALOR
              DISPLAY '* VALOR ESPERADO (TRAILER): ' MASCARA-VALOR
              MOVE WSS-TOTAL-LIDO        TO MASCARA-VALOR
              DISPLAY '* VALOR LIDO   (DETALHE)  : ' MASCARA-VALOR
              DISPLAY '*******************************************'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           DISPLAY 'COBOL220 - TRAILER CONFERIDO: ' WSS-QTD-LIDOS
                   ' LANCAMENTOS'.

       0200-CONFERE-TRAILER-EXIT.
           EXIT.

      *----
      * VALIDACAO DE CADA LANCAMENTO CONTRA O MESTRE E A COMPETENCIA;
      * O RECUSADO VAI PARA COMISREJ E PARA A LISTAGEM
      *----
       1000-VALIDA-LANCAMENTOS.

           DISPLAY '1000-VALIDA-LANCAMENTOS'.

           OPEN INPUT FUNCMST.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL220 - ERRO OPEN FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT COMISREJ.

           IF ST-COMISREJ NOT EQUAL 0 THEN
              DISPLAY 'COBOL220 - ERRO OPEN COMISREJ FS=' ST-COMISREJ
              MOVE ST-COMISREJ           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT RELCOMIS.

           IF ST-RELCOMIS NOT EQUAL 0 THEN
              DISPLAY 'COBOL220 - ERRO OPEN RELCOMIS FS=' ST-RELCOMIS
              MOVE ST-RELCOMIS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           WRITE REG-RELCOMIS FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           WRITE REG-RELCOMIS FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

           WRITE REG-RELCOMIS FROM CAB03 AFTER ADVANCING 2
           END-WRITE.

           PERFORM 1100-VALIDA-UM-LANCAMENTO
              THRU 1100-VALIDA-UM-LANCAMENTO-EXIT
              VARYING IDX-LAN FROM 1 BY 1
              UNTIL IDX-LAN > WSS-QTD-LANC.

           IF WSS-QTD-RECUSADOS EQUAL 0
              MOVE SPACES                TO REG-RELCOMIS
              MOVE 'NENHUM LANCAMENTO RECUSADO'
                                          TO REG-RELCOMIS
              WRITE REG-RELCOMIS AFTER ADVANCING 1
              END-WRITE
           END-IF.

           CLOSE FUNCMST.
           CLOSE COMISREJ.

       1000-VALIDA-LANCAMENTOS-EXIT.
           EXIT.

      *----
       1100-VALIDA-UM-LANCAMENTO.

           MOVE SPACES                   TO WSS-MOTIVO.
           MOVE SPACES                   TO FM-NOME.
           MOVE 0                        TO FM-SALARIO.

           IF TCE-MATRICULA (IDX-LAN) NOT NUMERIC
              OR TCE-MATRICULA (IDX-LAN) EQUAL 0
              MOVE 'COMISSAO MATRICULA INVALIDA' TO WSS-MOTIVO
              GO TO 1100-RECUSA
           END-IF.

           MOVE TCE-MATRICULA (IDX-LAN)  TO FM-MATRICULA.

           READ FUNCMST
              INVALID KEY
                 MOVE SPACES             TO FM-NOME
                 MOVE 0                  TO FM-SALARIO
                 MOVE 'COMISSAO MATRICULA FORA MESTRE'
                                          TO WSS-MOTIVO
           END-READ.

           IF WSS-MOTIVO NOT EQUAL SPACES
              GO TO 1100-RECUSA
           END-IF.

           IF FM-DESLIGADO
              MOVE 'COMISSAO FUNC. DESLIGADO' TO WSS-MOTIVO
              GO TO 1100-RECUSA
           END-IF.

           IF TCE-COMPETENCIA (IDX-LAN) NOT EQUAL WSS-COMPETENCIA
              MOVE 'COMISSAO FORA DA COMPETENCIA' TO WSS-MOTIVO
              GO TO 1100-RECUSA
           END-IF.

           IF TCE-VALOR (IDX-LAN) NOT NUMERIC
              OR TCE-VALOR (IDX-LAN) EQUAL 0
              MOVE 'COMISSAO COM VALOR ZERADO' TO WSS-MOTIVO
              GO TO 1100-RECUSA
           END-IF.

           ADD 1                         TO WSS-QTD-ACEITOS.
           ADD TCE-VALOR (IDX-LAN)       TO WSS-VLR-ACEITOS.

           GO TO 1100-VALIDA-UM-LANCAMENTO-EXIT.

       1100-RECUSA.

           MOVE 'R'                      TO TCE-SITUACAO (IDX-LAN).
           ADD 1                         TO WSS-QTD-RECUSADOS.

           IF TCE-VALOR (IDX-LAN) NUMERIC
              ADD TCE-VALOR (IDX-LAN)    TO WSS-VLR-RECUSADOS
           END-IF.

           MOVE TCE-MATRICULA (IDX-LAN)  TO REJ-MATRICULA.
           MOVE FM-NOME                  TO REJ-NOME.
           MOVE FM-SALARIO               TO REJ-SALARIO.
           MOVE 0                        TO REJ-HORA-EXTRA.
           MOVE WSS-MOTIVO               TO REJ-MOTIVO.

           WRITE REG-COMISREJ.

           IF ST-COMISREJ NOT EQUAL 0 THEN
              DISPLAY 'COBOL220 - ERRO WRITE COMISREJ FS=' ST-COMISREJ
              MOVE ST-COMISREJ           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE TCE-MATRICULA (IDX-LAN)  TO MATRICULA-DET.
           MOVE FM-NOME                  TO NOME-DET.
           MOVE TCE-DOCUMENTO (IDX-LAN)  TO DOCUMENTO-DET.
           MOVE TCE-COMPETENCIA (IDX-LAN) TO COMPET-DET.

           IF TCE-VALOR (IDX-LAN) NUMERIC
              MOVE TCE-VALOR (IDX-LAN)   TO VALOR-DET
           ELSE
              MOVE 0                     TO VALOR-DET
           END-IF.

           MOVE WSS-MOTIVO               TO MOTIVO-DET.

           WRITE REG-RELCOMIS FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELCOMIS NOT EQUAL 0 THEN
              DISPLAY 'COBOL220 - ERRO WRITE RELCOMIS FS=' ST-RELCOMIS
              MOVE ST-RELCOMIS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       1100-VALIDA-UM-LANCAMENTO-EXIT.
           EXIT.

      *----
      * COMISMES: OS ACEITOS, RECLASSIFICADOS POR MATRICULA E SOMADOS
      * (UM REGISTRO POR MATRICULA, COM A QUANTIDADE DE LANCAMENTOS)
      *----
       2000-GRAVA-COMISMES.

           DISPLAY '2000-GRAVA-COMISMES'.

           IF WSS-QTD-LANC GREATER 1
              SORT WSS-LAN-ENTRY ASCENDING TCE-MATRICULA
           END-IF.

           MOVE 0                        TO WSS-MATR-ANT.

           PERFORM 2010-SOMA-LANCAMENTO
              THRU 2010-SOMA-LANCAMENTO-EXIT
              VARYING IDX-LAN FROM 1 BY 1
              UNTIL IDX-LAN > WSS-QTD-LANC.

           OPEN OUTPUT COMISMES.

           IF ST-COMISMES NOT EQUAL 0 THEN
              DISPLAY 'COBOL220 - ERRO OPEN COMISMES FS=' ST-COMISMES
              MOVE ST-COMISMES           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 2020-GRAVA-UMA-MATRICULA
              THRU 2020-GRAVA-UMA-MATRICULA-EXIT
              VARYING IDX-MES FROM 1 BY 1
              UNTIL IDX-MES > WSS-QTD-MES.

           CLOSE COMISMES.

       2000-GRAVA-COMISMES-EXIT.
           EXIT.

      *----
       2010-SOMA-LANCAMENTO.

           IF TCE-RECUSADO (IDX-LAN)
              GO TO 2010-SOMA-LANCAMENTO-EXIT
           END-IF.

           IF TCE-MATRICULA (IDX-LAN) NOT EQUAL WSS-MATR-ANT
              ADD 1                      TO WSS-QTD-MES
              SET IDX-MES                TO WSS-QTD-MES
              MOVE TCE-MATRICULA (IDX-LAN)
                                         TO TCM-MATRICULA (IDX-MES)
              MOVE 0                     TO TCM-VALOR (IDX-MES)
              MOVE 0                     TO TCM-QTD-LANC (IDX-MES)
              MOVE TCE-MATRICULA (IDX-LAN)
                                         TO WSS-MATR-ANT
           END-IF.

           ADD TCE-VALOR (IDX-LAN)       TO TCM-VALOR (IDX-MES).
           ADD 1                         TO TCM-QTD-LANC (IDX-MES).

       2010-SOMA-LANCAMENTO-EXIT.
           EXIT.

      *----
       2020-GRAVA-UMA-MATRICULA.

           MOVE SPACES                   TO REG-COMISMES.
           MOVE TCM-MATRICULA (IDX-MES)  TO CMM-MATRICULA.
           MOVE WSS-COMPETENCIA          TO CMM-COMPETENCIA.
           MOVE TCM-VALOR (IDX-MES)      TO CMM-VALOR.
           MOVE TCM-QTD-LANC (IDX-MES)   TO CMM-QTD-LANC.

           WRITE REG-COMISMES.

           IF ST-COMISMES NOT EQUAL 0 THEN
              DISPLAY 'COBOL220 - ERRO WRITE COMISMES FS=' ST-COMISMES
              MOVE ST-COMISMES           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-COMISMES.

       2020-GRAVA-UMA-MATRICULA-EXIT.
           EXIT.

      *----
      * NOVA GERACAO DO HISTORICO: INTERCALA O HISTORICO ANTERIOR
      * (FS=35 = PRIMEIRA RODADA) COM AS COMISSOES DA COMPETENCIA.
      * A COMPETENCIA CORRENTE DO ANTERIOR E SUBSTITUIDA (REPROCESSO)
      * E O QUE FICOU ANTES DA JANELA E DESCARTADO
      *----
       3000-GRAVA-HISTORICO.

           DISPLAY '3000-GRAVA-HISTORICO'.

           OPEN INPUT COMISHIS.

           IF ST-COMISHIS EQUAL 35
              DISPLAY 'COBOL220 - COMISHIS NAO INFORMADO, HISTORICO '
                      'INICIADO NESTA COMPETENCIA'
              MOVE 'Y'                   TO WSS-EOF-HIS
           ELSE
              IF ST-COMISHIS NOT EQUAL 0 THEN
                 DISPLAY 'COBOL220 - ERRO OPEN COMISHIS FS='
                         ST-COMISHIS
                 MOVE ST-COMISHIS        TO RETURN-CODE
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              END-IF
              MOVE 'Y'                   TO WSS-TEM-HISTORICO
              PERFORM 3100-LER-COMISHIS
                 THRU 3100-LER-COMISHIS-EXIT
           END-IF.

           OPEN OUTPUT COMISHIN.

           IF ST-COMISHIN NOT EQUAL 0 THEN
              DISPLAY 'COBOL220 - ERRO OPEN COMISHIN FS=' ST-COMISHIN
              MOVE ST-COMISHIN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           SET IDX-MES                   TO 1.

           PERFORM 3010-INTERCALA
              THRU 3010-INTERCALA-EXIT
              UNTIL WSS-EOF-HIS = 'Y'
                AND IDX-MES > WSS-QTD-MES.

           IF WSS-TEM-HISTORICO EQUAL 'Y'
              CLOSE COMISHIS
           END-IF.

           CLOSE COMISHIN.

       3000-GRAVA-HISTORICO-EXIT.
           EXIT.

      *----
       3010-INTERCALA.

           IF IDX-MES > WSS-QTD-MES
              PERFORM 3030-TRATA-ANTERIOR
                 THRU 3030-TRATA-ANTERIOR-EXIT
              GO TO 3010-INTERCALA-EXIT
           END-IF.

           MOVE TCM-MATRICULA (IDX-MES)  TO WSS-CHV-NOVA-MATR.
           MOVE WSS-COMPETENCIA          TO WSS-CHV-NOVA-COMPET.

           IF WSS-EOF-HIS = 'Y'
              OR WSS-CHAVE-NOVA LESS WSS-CHAVE-HIS
              PERFORM 3020-GRAVA-NOVA
                 THRU 3020-GRAVA-NOVA-EXIT
              GO TO 3010-INTERCALA-EXIT
           END-IF.

           IF WSS-CHAVE-NOVA EQUAL WSS-CHAVE-HIS
              ADD 1                      TO WSS-HIS-DESCARTADOS
              PERFORM 3100-LER-COMISHIS
                 THRU 3100-LER-COMISHIS-EXIT
              PERFORM 3020-GRAVA-NOVA
                 THRU 3020-GRAVA-NOVA-EXIT
              GO TO 3010-INTERCALA-EXIT
           END-IF.

           PERFORM 3030-TRATA-ANTERIOR
              THRU 3030-TRATA-ANTERIOR-EXIT.

       3010-INTERCALA-EXIT.
           EXIT.

      *----
       3020-GRAVA-NOVA.

           MOVE TCM-MATRICULA (IDX-MES)  TO HIN-MATRICULA.
           MOVE WSS-COMPETENCIA          TO HIN-COMPETENCIA.
           MOVE TCM-VALOR (IDX-MES)      TO HIN-VALOR.

           WRITE REG-COMISHIN FROM WSS-REG-HIS-NOVO.

           IF ST-COMISHIN NOT EQUAL 0 THEN
              DISPLAY 'COBOL220 - ERRO WRITE COMISHIN FS=' ST-COMISHIN
              MOVE ST-COMISHIN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-HIS-GRAVADOS.

           SET IDX-MES                   UP BY 1.

       3020-GRAVA-NOVA-EXIT.
           EXIT.

      *----
      * REGISTRO DO HISTORICO ANTERIOR: FICA SE ESTIVER DENTRO DA
      * JANELA E NAO FOR DA COMPETENCIA QUE ESTA SENDO IMPORTADA
      *----
       3030-TRATA-ANTERIOR.

           IF CMH-COMPETENCIA LESS WSS-COMPET-INICIO
              OR CMH-COMPETENCIA EQUAL WSS-COMPETENCIA
              ADD 1                      TO WSS-HIS-DESCARTADOS
           ELSE
              PERFORM 3040-GRAVA-COMISHIN
                 THRU 3040-GRAVA-COMISHIN-EXIT
           END-IF.

           PERFORM 3100-LER-COMISHIS
              THRU 3100-LER-COMISHIS-EXIT.

       3030-TRATA-ANTERIOR-EXIT.
           EXIT.

      *----
       3040-GRAVA-COMISHIN.

           WRITE REG-COMISHIN FROM REG-COMISHIS.

           IF ST-COMISHIN NOT EQUAL 0 THEN
              DISPLAY 'COBOL220 - ERRO WRITE COMISHIN FS=' ST-COMISHIN
              MOVE ST-COMISHIN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-HIS-GRAVADOS.

       3040-GRAVA-COMISHIN-EXIT.
           EXIT.

      *----
       3100-LER-COMISHIS.

           READ COMISHIS
            AT END MOVE 'Y' TO WSS-EOF-HIS
           END-READ.

           IF ST-COMISHIS NOT EQUAL 0 AND WSS-EOF-HIS NOT = 'Y' THEN
              DISPLAY 'COBOL220 - ERRO READ COMISHIS FS=' ST-COMISHIS
              MOVE ST-COMISHIS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-HIS = 'Y'
              GO TO 3100-LER-COMISHIS-EXIT
           END-IF.

           ADD 1                         TO WSS-HIS-LIDOS.

           MOVE CMH-MATRICULA            TO WSS-CHV-HIS-MATR.
           MOVE CMH-COMPETENCIA          TO WSS-CHV-HIS-COMPET.

       3100-LER-COMISHIS-EXIT.
           EXIT.

      *----
      * TOTAIS DE CONTROLE DA IMPORTACAO NO FIM DA LISTAGEM
      *----
       4000-IMPRIME-TOTAIS.

           DISPLAY '4000-IMPRIME-TOTAIS'.

           MOVE 'TRAILER DO ARQUIVO COMISENT       :' TO TOT-TEXTO.
           MOVE WSS-QTD-TRAILER          TO TOT-QTDE.
           MOVE WSS-TOTAL-TRAILER        TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO TOT-VALOR.

           WRITE REG-RELCOMIS FROM TOT01 AFTER ADVANCING 3
           END-WRITE.

           MOVE 'LANCAMENTOS ACEITOS               :' TO TOT-TEXTO.
           MOVE WSS-QTD-ACEITOS          TO TOT-QTDE.
           MOVE WSS-VLR-ACEITOS          TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO TOT-VALOR.

           WRITE REG-RELCOMIS FROM TOT01 AFTER ADVANCING 1
           END-WRITE.

           MOVE 'LANCAMENTOS RECUSADOS             :' TO TOT-TEXTO.
           MOVE WSS-QTD-RECUSADOS        TO TOT-QTDE.
           MOVE WSS-VLR-RECUSADOS        TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO TOT-VALOR.

           WRITE REG-RELCOMIS FROM TOT01 AFTER ADVANCING 1
           END-WRITE.

           MOVE 'MATRICULAS A PAGAR (COMISMES)     :' TO TOT-TEXTO.
           MOVE WSS-QTD-COMISMES         TO TOT-QTDE.
           MOVE SPACES                   TO TOT-VALOR.

           WRITE REG-RELCOMIS FROM TOT01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELCOMIS NOT EQUAL 0 THEN
              DISPLAY 'COBOL220 - ERRO WRITE RELCOMIS FS=' ST-RELCOMIS
              MOVE ST-RELCOMIS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE RELCOMIS.

       4000-IMPRIME-TOTAIS-EXIT.
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

           DISPLAY '***ABEND-COBOL220*** RC=' WSS-RC-ABEND
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           MOVE WSS-RC-ABEND TO RETURN-CODE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
