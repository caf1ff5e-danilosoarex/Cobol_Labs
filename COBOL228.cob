      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : APROPRIACAO DO CUSTO DA MAO DE OBRA AOS PROJETOS
      *            DE CLIENTES. AS MARCACOES DO PONTO TRAZEM O
      *            PROJETO EM QUE O DIA FOI TRABALHADO (PON-PROJETO,
      *            BRANCO = ATIVIDADE DO PROPRIO DEPARTAMENTO) E AS
      *            HORAS TRABALHADAS DO DIA (PON-HORAS-TRAB). PARA A
      *            COMPETENCIA DO CUSTOFUN (COBOL219), O CUSTO TOTAL
      *            DO EMPREGADOR DE CADA FUNCIONARIO (REMUNERACAO +
      *            ENCARGOS + PROVISOES + BENEFICIOS) E RATEADO ENTRE
      *            OS PROJETOS NA PROPORCAO DAS HORAS DO PROJETO SOBRE
      *            O TOTAL DE HORAS DO FUNCIONARIO NO MES; A PARCELA
      *            DAS HORAS SEM PROJETO (E O RESIDUO DO ARREDONDA-
      *            MENTO) FICA NO DEPARTAMENTO.
      *            GERA O ARQUIVO DE MAQUINA RATPROJ (LAYOUT COPY2282,
      *            LIDO PELO COBOL162 PARA OS LANCAMENTOS DE
      *            RECLASSIFICACAO) E O RELATORIO RELPROJ, POR PROJETO
      *            (CADASTRO PROJETO, LAYOUT COPY2281), PARA O
      *            FATURAMENTO. PROJETO NAO CADASTRADO OU ENCERRADO E
      *            FUNCIONARIO SEM CUSTO NA COMPETENCIA SAEM COMO
      *            OCORRENCIA (RC 4) E AS HORAS FICAM NO DEPARTAMENTO.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL228.
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
           SELECT PROJETO ASSIGN TO PROJETO
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PROJETO.
      *
           SELECT CUSTOFUN ASSIGN TO CUSTOFUN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CUSTOFUN.
      *
           SELECT PONTO ASSIGN TO PONTO
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PONTO.
      *
           SELECT RATPROJ ASSIGN TO RATPROJ
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RATPROJ.
      *
           SELECT RELPROJ ASSIGN TO RELPROJ
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELPROJ.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   PROJETO
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2281'.
      *----
       FD   CUSTOFUN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CUSTO DO EMPREGADOR POR MATRICULA NA COMPETENCIA (COBOL219)
      *----
       01   REG-CUSTOFUN.
            03 CUF-COMPETENCIA             PIC 9(006).
            03 CUF-MATRICULA               PIC 9(008).
            03 CUF-EMPRESA                 PIC X(002).
            03 CUF-DEPTO                   PIC X(005).
            03 CUF-REMUNERACAO             PIC S9(007)V99
                                               SIGN LEADING SEPARATE.
            03 CUF-INSS-PATRONAL           PIC 9(007)V99.
            03 CUF-FGTS                    PIC 9(007)V99.
            03 CUF-PROVISAO                PIC S9(007)V99
                                               SIGN LEADING SEPARATE.
            03 CUF-BENEFICIOS              PIC 9(007)V99.
            03 CUF-CUSTO-TOTAL             PIC S9(007)V99
                                               SIGN LEADING SEPARATE.
            03 FILLER                      PIC X(002).
      *----
       FD   PONTO
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * MARCACOES DO PONTO (MESMO ARQUIVO DO COBOL153): AQUI SO
      * INTERESSAM A DATA, O PROJETO E AS HORAS TRABALHADAS DO DIA
      *----
       01   REG-PONTO.
            03 PON-MATRICULA               PIC 9(008).
            03 PON-DATA                    PIC 9(008).
            03 PON-HORAS                   PIC 9(003)V99.
            03 PON-TURNO                   PIC X(001).
            03 PON-ENTRADA                 PIC 9(004).
            03 PON-ABONO                   PIC X(001).
            03 PON-PROJETO                 PIC X(008).
            03 PON-HORAS-TRAB              PIC 9(002)V99.
            03 FILLER                      PIC X(041).
      *----
       FD   RATPROJ
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2282'.
      *----
       FD   RELPROJ.
      *----
       01   REG-RELPROJ                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-PROJETO                      PIC 9(002) VALUE 0.
       77  ST-CUSTOFUN                     PIC 9(002) VALUE 0.
       77  ST-PONTO                        PIC 9(002) VALUE 0.
       77  ST-RATPROJ                      PIC 9(002) VALUE 0.
       77  ST-RELPROJ                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-COMPETENCIA                 PIC 9(006) VALUE 0.
       77  WSS-QTD-PRJ                     PIC 9(004) VALUE 0.
       77  WSS-QTD-CUS                     PIC 9(004) VALUE 0.
       77  WSS-QTD-HOR                     PIC 9(005) VALUE 0.
       77  WSS-QTD-RAT                     PIC 9(005) VALUE 0.
       77  WSS-QTD-OCOR                    PIC 9(004) VALUE 0.
       77  WSS-REG-PONTO                   PIC 9(006) VALUE ZEROES.
       77  WSS-REG-GRAVADOS                PIC 9(006) VALUE ZEROES.
       77  WSS-FUN-RATEADOS                PIC 9(006) VALUE ZEROES.
       77  WSS-IDX-INI                     PIC 9(005) COMP VALUE 0.
       77  WSS-IDX-FIM                     PIC 9(005) COMP VALUE 0.
       77  WSS-IDX-ULT                     PIC 9(005) COMP VALUE 0.
       77  WSS-IDX-HR                      PIC 9(005) COMP VALUE 0.
       77  WSS-IDX-GRP                     PIC 9(005) COMP VALUE 0.
       77  WSS-MOTIVO-OCOR                 PIC X(040) VALUE SPACES.
       77  WSS-MATR-GRUPO                  PIC 9(008) VALUE 0.
       77  WSS-PROJETO-LINHA               PIC X(008) VALUE SPACES.
       77  WSS-HORAS-TOTAL                 PIC 9(005)V99 COMP-3
                                                          VALUE 0.
       77  WSS-HORAS-PROJ                  PIC 9(005)V99 COMP-3
                                                          VALUE 0.
       77  WSS-VALOR-RATEIO                PIC S9(009)V99 COMP-3
                                                          VALUE 0.
       77  WSS-PCT-HORAS                   PIC 9(003)V99 VALUE 0.
       77  WSS-PROJETO-ANT                 PIC X(008) VALUE SPACES.
       77  WSS-QB-HORAS                    PIC 9(007)V99 COMP-3
                                                          VALUE 0.
       77  WSS-QB-VALOR                    PIC S9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-QB-QTD                      PIC 9(005) VALUE 0.
       77  WSS-TG-HORAS                    PIC 9(007)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TG-VALOR                    PIC S9(011)V99 COMP-3
                                                          VALUE 0.
      *----
      * GUARDA O RETURN-CODE DO ABEND: O CALL AO CLASSIFICADOR ZERA
      * O RETURN-CODE NA VOLTA
      *----
       77  WSS-RC-ABEND                    PIC 9(003) VALUE 0.
       77  WSS-RC-FINAL                    PIC 9(003) VALUE 0.
      *----
      * CADASTRO DE PROJETOS (CLASSIFICADO POR CODIGO PARA A BUSCA)
      *----
       01  WSS-TAB-PRJ.
           05 WSS-PRJ-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-PRJ
                 ASCENDING KEY IS TPJ-CODIGO
                 INDEXED BY IDX-PRJ.
              10 TPJ-CODIGO                PIC X(008).
              10 TPJ-NOME                  PIC X(030).
              10 TPJ-CLIENTE               PIC X(020).
              10 TPJ-CONTA                 PIC 9(008).
              10 TPJ-SITUACAO              PIC X(001).
      *----
      * CUSTO TOTAL DO EMPREGADOR POR MATRICULA (CUSTOFUN JA VEM
      * CLASSIFICADO POR MATRICULA)
      *----
       01  WSS-TAB-CUS.
           05 WSS-CUS-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-CUS
                 ASCENDING KEY IS TCU-MATRICULA
                 INDEXED BY IDX-CUS.
              10 TCU-MATRICULA             PIC 9(008).
              10 TCU-EMPRESA               PIC X(002).
              10 TCU-DEPTO                 PIC X(005).
              10 TCU-CUSTO                 PIC S9(009)V99 COMP-3.
      *----
      * HORAS DA COMPETENCIA POR MATRICULA E PROJETO (PROJETO EM
      * BRANCO = HORAS DO PROPRIO DEPARTAMENTO)
      *----
       01  WSS-TAB-HOR.
           05 WSS-HOR-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-HOR
                 INDEXED BY IDX-HOR.
              10 THR-CHAVE.
                 15 THR-MATRICULA          PIC 9(008).
                 15 THR-PROJETO            PIC X(008).
              10 THR-HORAS                 PIC 9(005)V99 COMP-3.
      *----
      * PARCELAS RATEADAS, PARA O RELATORIO POR PROJETO
      *----
       01  WSS-TAB-RAT.
           05 WSS-RAT-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-RAT
                 INDEXED BY IDX-RAT.
              10 TRT-PROJETO               PIC X(008).
              10 TRT-MATRICULA             PIC 9(008).
              10 TRT-DEPTO                 PIC X(005).
              10 TRT-HORAS                 PIC 9(005)V99 COMP-3.
              10 TRT-HORAS-TOTAL           PIC 9(005)V99 COMP-3.
              10 TRT-VALOR                 PIC S9(009)V99 COMP-3.
      *----
      * OCORRENCIAS: HORAS QUE FICARAM NO DEPARTAMENTO
      *----
       01  WSS-TAB-OCOR.
           05 WSS-OCO-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-OCOR
                 INDEXED BY IDX-OCO.
              10 TOC-MATRICULA             PIC 9(008).
              10 TOC-PROJETO               PIC X(008).
              10 TOC-HORAS                 PIC 9(005)V99 COMP-3.
              10 TOC-MOTIVO                PIC X(040).
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL228'.
           03 FILLER                       PIC X(050)
              VALUE 'CUSTO DA MAO DE OBRA POR PROJETO'.
           03 FILLER                       PIC X(014)
              VALUE 'COMPETENCIA : '.
           03 CAB-COMPETENCIA              PIC 9(006) VALUE ZEROES.
      *----
       01  CAB02.
           03 FILLER                       PIC X(010) VALUE 'PROJETO'.
           03 CAB-PROJETO                  PIC X(008) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 CAB-NOME                     PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(010)
              VALUE ' CLIENTE '.
           03 CAB-CLIENTE                  PIC X(020) VALUE SPACES.
           03 FILLER                       PIC X(009)
              VALUE ' CONTA '.
           03 CAB-CONTA                    PIC 9(008) VALUE ZEROES.
      *----
       01  CAB03.
           03 FILLER                       PIC X(010) VALUE 'MATRICULA'.
           03 FILLER                       PIC X(008) VALUE 'DEPTO'.
           03 FILLER                       PIC X(012)
              VALUE ' HORAS PROJ.'.
           03 FILLER                       PIC X(012)
              VALUE ' HORAS TOTAL'.
           03 FILLER                       PIC X(009)
              VALUE '  % HORAS'.
           03 FILLER                       PIC X(016)
              VALUE '  CUSTO APROPR.'.
      *----
       01  CAB04.
           03 FILLER                       PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(060)
              VALUE 'OCORRENCIAS - HORAS MANTIDAS NO DEPARTAMENTO'.
      *----
       01  DET01.
           03 MATRICULA-DET                PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DEPTO-DET                    PIC X(005) VALUE SPACES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 HORAS-DET                    PIC ZZ.ZZ9,99.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 HORAS-TOT-DET                PIC ZZ.ZZ9,99.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 PCT-DET                      PIC ZZ9,99.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 VALOR-DET                    PIC ZZZ.ZZZ.ZZ9,99-.
      *----
       01  TOT01.
           03 ROTULO-TOT                   PIC X(021) VALUE SPACES.
           03 QTD-TOT                      PIC ZZZZ9 VALUE ZEROES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 HORAS-TOT                    PIC Z.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(017) VALUE SPACES.
           03 VALOR-TOT                    PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
      *----
       01  DET02.
           03 MATRICULA-OCO                PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 PROJETO-OCO                  PIC X(008) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 HORAS-OCO                    PIC ZZ.ZZ9,99.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 MOTIVO-OCO                   PIC X(040) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL228'
           DISPLAY ' CUSTO DA MAO DE OBRA POR PROJETO'.

           PERFORM 0100-CARGA-CUSTOFUN
              THRU 0100-CARGA-CUSTOFUN-EXIT.

           PERFORM 0200-CARGA-PROJETO
              THRU 0200-CARGA-PROJETO-EXIT.

           PERFORM 0300-CARGA-PONTO
              THRU 0300-CARGA-PONTO-EXIT.

           OPEN OUTPUT RATPROJ.

           IF ST-RATPROJ NOT EQUAL 0 THEN
              DISPLAY 'COBOL228 - ERRO OPEN RATPROJ FS=' ST-RATPROJ
              MOVE ST-RATPROJ            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 1                        TO WSS-IDX-INI.

           PERFORM 1000-RATEIA-FUNCIONARIO
              THRU 1000-RATEIA-FUNCIONARIO-EXIT
              UNTIL WSS-IDX-INI > WSS-QTD-HOR.

           CLOSE RATPROJ.

           PERFORM 4000-IMPRIME-RELATORIO
              THRU 4000-IMPRIME-RELATORIO-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL228                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* COMPETENCIA          : ' WSS-COMPETENCIA.
           DISPLAY '* MARCACOES LIDAS      : ' WSS-REG-PONTO.
           DISPLAY '* FUNCIONARIOS RATEADOS: ' WSS-FUN-RATEADOS.
           DISPLAY '* RATEIOS GRAVADOS     : ' WSS-REG-GRAVADOS.
           DISPLAY '* OCORRENCIAS          : ' WSS-QTD-OCOR.
           DISPLAY '*******************************************'.

           IF WSS-QTD-OCOR GREATER 0
              MOVE 4                     TO WSS-RC-FINAL
           END-IF.

           MOVE WSS-RC-FINAL             TO RETURN-CODE.

           STOP RUN.

      *----
      * CUSTO DO EMPREGADOR DA COMPETENCIA (OBRIGATORIO: SEM O
      * CUSTOFUN NAO HA O QUE RATEAR); A COMPETENCIA E A DO
      * PRIMEIRO REGISTRO
      *----
       0100-CARGA-CUSTOFUN.

           DISPLAY '0100-CARGA-CUSTOFUN'.

           OPEN INPUT CUSTOFUN.

           IF ST-CUSTOFUN NOT EQUAL 0 THEN
              DISPLAY 'COBOL228 - ERRO OPEN CUSTOFUN FS=' ST-CUSTOFUN
              MOVE ST-CUSTOFUN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0110-LER-CUSTOFUN
              THRU 0110-LER-CUSTOFUN-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CUSTOFUN.

           IF WSS-QTD-CUS EQUAL 0
              DISPLAY 'COBOL228 - CUSTOFUN VAZIO'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-QTD-CUS GREATER 1
              SORT WSS-CUS-ENTRY ASCENDING TCU-MATRICULA
           END-IF.

           MOVE WSS-COMPETENCIA          TO CAB-COMPETENCIA.

       0100-CARGA-CUSTOFUN-EXIT.
           EXIT.

      *----
       0110-LER-CUSTOFUN.

           READ CUSTOFUN
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CUSTOFUN NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL228 - ERRO READ CUSTOFUN FS=' ST-CUSTOFUN
              MOVE ST-CUSTOFUN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0110-LER-CUSTOFUN-EXIT
           END-IF.

           IF WSS-COMPETENCIA EQUAL 0
              MOVE CUF-COMPETENCIA       TO WSS-COMPETENCIA
           END-IF.

           IF WSS-QTD-CUS NOT LESS 5000
              DISPLAY 'COBOL228 - TABELA DE CUSTOS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-CUS.
           SET IDX-CUS                   TO WSS-QTD-CUS.
           MOVE CUF-MATRICULA            TO TCU-MATRICULA (IDX-CUS).
           MOVE CUF-EMPRESA              TO TCU-EMPRESA (IDX-CUS).
           MOVE CUF-DEPTO                TO TCU-DEPTO (IDX-CUS).
           MOVE CUF-CUSTO-TOTAL          TO TCU-CUSTO (IDX-CUS).

       0110-LER-CUSTOFUN-EXIT.
           EXIT.

      *----
      * CADASTRO DE PROJETOS (FS=35 = NENHUM PROJETO: TODAS AS
      * HORAS APONTADAS EM PROJETO VIRAM OCORRENCIA)
      *----
       0200-CARGA-PROJETO.

           DISPLAY '0200-CARGA-PROJETO'.

           OPEN INPUT PROJETO.

           IF ST-PROJETO EQUAL 35
              DISPLAY 'COBOL228 - PROJETO NAO INFORMADO'
              GO TO 0200-CARGA-PROJETO-EXIT
           END-IF.

           IF ST-PROJETO NOT EQUAL 0 THEN
              DISPLAY 'COBOL228 - ERRO OPEN PROJETO FS=' ST-PROJETO
              MOVE ST-PROJETO            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0210-LER-PROJETO
              THRU 0210-LER-PROJETO-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE PROJETO.

           IF WSS-QTD-PRJ GREATER 1
              SORT WSS-PRJ-ENTRY ASCENDING TPJ-CODIGO
           END-IF.

           DISPLAY ' PROJETOS CADASTRADOS : ' WSS-QTD-PRJ.

       0200-CARGA-PROJETO-EXIT.
           EXIT.

      *----
       0210-LER-PROJETO.

           READ PROJETO
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-PROJETO NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL228 - ERRO READ PROJETO FS=' ST-PROJETO
              MOVE ST-PROJETO            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              OR PRJ-CODIGO EQUAL SPACES
              GO TO 0210-LER-PROJETO-EXIT
           END-IF.

           IF WSS-QTD-PRJ NOT LESS 500
              DISPLAY 'COBOL228 - TABELA DE PROJETOS CHEIA, '
                      'IGNORADO: ' PRJ-CODIGO
              GO TO 0210-LER-PROJETO-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-PRJ.
           SET IDX-PRJ                   TO WSS-QTD-PRJ.
           MOVE PRJ-CODIGO               TO TPJ-CODIGO (IDX-PRJ).
           MOVE PRJ-NOME                 TO TPJ-NOME (IDX-PRJ).
           MOVE PRJ-CLIENTE              TO TPJ-CLIENTE (IDX-PRJ).
           MOVE PRJ-CONTA-CUSTO          TO TPJ-CONTA (IDX-PRJ).
           MOVE PRJ-SITUACAO             TO TPJ-SITUACAO (IDX-PRJ).

       0210-LER-PROJETO-EXIT.
           EXIT.

      *----
      * MARCACOES DA COMPETENCIA, SOMADAS POR MATRICULA E PROJETO;
      * A TABELA E CLASSIFICADA PARA O RATEIO POR QUEBRA DE
      * MATRICULA
      *----
       0300-CARGA-PONTO.

           DISPLAY '0300-CARGA-PONTO'.

           OPEN INPUT PONTO.

           IF ST-PONTO NOT EQUAL 0 THEN
              DISPLAY 'COBOL228 - ERRO OPEN PONTO FS=' ST-PONTO
              MOVE ST-PONTO              TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0310-LER-PONTO
              THRU 0310-LER-PONTO-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE PONTO.

           IF WSS-QTD-HOR GREATER 1
              SORT WSS-HOR-ENTRY ASCENDING THR-CHAVE
           END-IF.

       0300-CARGA-PONTO-EXIT.
           EXIT.

      *----
       0310-LER-PONTO.

           READ PONTO
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-PONTO NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL228 - ERRO READ PONTO FS=' ST-PONTO
              MOVE ST-PONTO              TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0310-LER-PONTO-EXIT
           END-IF.

           IF PON-DATA (1:6) NOT EQUAL WSS-COMPETENCIA
              OR PON-HORAS-TRAB NOT NUMERIC
              OR PON-HORAS-TRAB EQUAL 0
              GO TO 0310-LER-PONTO-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-PONTO.

           MOVE PON-PROJETO              TO WSS-PROJETO-LINHA.

           IF WSS-PROJETO-LINHA NOT EQUAL SPACES
              PERFORM 0320-VALIDA-PROJETO
                 THRU 0320-VALIDA-PROJETO-EXIT
           END-IF.

      *----
      * O PONTO CHEGA AGRUPADO POR MATRICULA: A ULTIMA CHAVE
      * SOMADA E TESTADA ANTES DA BUSCA NA TABELA INTEIRA
      *----
           IF WSS-IDX-ULT GREATER 0
              AND THR-MATRICULA (WSS-IDX-ULT) EQUAL PON-MATRICULA
              AND THR-PROJETO (WSS-IDX-ULT) EQUAL WSS-PROJETO-LINHA
              ADD PON-HORAS-TRAB         TO THR-HORAS (WSS-IDX-ULT)
              GO TO 0310-LER-PONTO-EXIT
           END-IF.

           SET IDX-HOR                   TO 1.

           SEARCH WSS-HOR-ENTRY
             AT END
                IF WSS-QTD-HOR NOT LESS 20000
                   DISPLAY 'COBOL228 - TABELA DE HORAS CHEIA'
                   MOVE 16               TO RETURN-CODE
                   PERFORM ROT-ABEND
                      THRU ROT-ABEND-EXIT
                END-IF
                ADD 1                    TO WSS-QTD-HOR
                SET IDX-HOR              TO WSS-QTD-HOR
                MOVE PON-MATRICULA       TO THR-MATRICULA (IDX-HOR)
                MOVE WSS-PROJETO-LINHA   TO THR-PROJETO (IDX-HOR)
                MOVE 0                   TO THR-HORAS (IDX-HOR)
             WHEN THR-MATRICULA (IDX-HOR) EQUAL PON-MATRICULA
              AND THR-PROJETO (IDX-HOR) EQUAL WSS-PROJETO-LINHA
                CONTINUE
           END-SEARCH.

           ADD PON-HORAS-TRAB            TO THR-HORAS (IDX-HOR).
           SET WSS-IDX-ULT               TO IDX-HOR.

       0310-LER-PONTO-EXIT.
           EXIT.

      *----
      * PROJETO NAO CADASTRADO OU ENCERRADO: AS HORAS FICAM NO
      * DEPARTAMENTO E O CASO VAI PARA AS OCORRENCIAS
      *----
       0320-VALIDA-PROJETO.

           MOVE 'PROJETO NAO CADASTRADO' TO WSS-MOTIVO-OCOR.

           IF WSS-QTD-PRJ EQUAL 0
              PERFORM 0330-REGISTRA-PROJ-INVALIDO
                 THRU 0330-REGISTRA-PROJ-INVALIDO-EXIT
              GO TO 0320-VALIDA-PROJETO-EXIT
           END-IF.

           SEARCH ALL WSS-PRJ-ENTRY
             AT END
                PERFORM 0330-REGISTRA-PROJ-INVALIDO
                   THRU 0330-REGISTRA-PROJ-INVALIDO-EXIT
             WHEN TPJ-CODIGO (IDX-PRJ) EQUAL WSS-PROJETO-LINHA
                IF TPJ-SITUACAO (IDX-PRJ) EQUAL 'E'
                   MOVE 'PROJETO ENCERRADO' TO WSS-MOTIVO-OCOR
                   PERFORM 0330-REGISTRA-PROJ-INVALIDO
                      THRU 0330-REGISTRA-PROJ-INVALIDO-EXIT
                END-IF
           END-SEARCH.

       0320-VALIDA-PROJETO-EXIT.
           EXIT.

      *----
       0330-REGISTRA-PROJ-INVALIDO.

           IF WSS-QTD-OCOR LESS 500
              ADD 1                      TO WSS-QTD-OCOR
              SET IDX-OCO                TO WSS-QTD-OCOR
              MOVE PON-MATRICULA         TO TOC-MATRICULA (IDX-OCO)
              MOVE WSS-PROJETO-LINHA     TO TOC-PROJETO (IDX-OCO)
              MOVE PON-HORAS-TRAB        TO TOC-HORAS (IDX-OCO)
              MOVE WSS-MOTIVO-OCOR       TO TOC-MOTIVO (IDX-OCO)
           ELSE
              DISPLAY 'COBOL228 - PROJETO INVALIDO ' WSS-PROJETO-LINHA
                      ' MATRICULA ' PON-MATRICULA
           END-IF.

           MOVE SPACES                   TO WSS-PROJETO-LINHA.

       0330-REGISTRA-PROJ-INVALIDO-EXIT.
           EXIT.

      *----
      * RATEIO DE UM FUNCIONARIO: A PARTIR DE WSS-IDX-INI, ACHA O
      * FIM DO GRUPO DA MATRICULA E O TOTAL DE HORAS (WSS-IDX-INI JA
      * FICA NO GRUPO SEGUINTE); COM HORAS EM PROJETO, RATEIA O
      * CUSTO DO CUSTOFUN PELAS HORAS
      *----
       1000-RATEIA-FUNCIONARIO.

           MOVE WSS-IDX-INI              TO WSS-IDX-GRP.
           MOVE THR-MATRICULA (WSS-IDX-GRP) TO WSS-MATR-GRUPO.
           MOVE 0                        TO WSS-HORAS-TOTAL.
           MOVE 0                        TO WSS-HORAS-PROJ.

           PERFORM 1010-SOMA-HORAS
              THRU 1010-SOMA-HORAS-EXIT
              VARYING WSS-IDX-FIM FROM WSS-IDX-GRP BY 1
              UNTIL WSS-IDX-FIM > WSS-QTD-HOR
                 OR THR-MATRICULA (WSS-IDX-FIM) NOT EQUAL
                    WSS-MATR-GRUPO.

           MOVE WSS-IDX-FIM              TO WSS-IDX-INI.
           SUBTRACT 1                    FROM WSS-IDX-FIM.

           IF WSS-HORAS-PROJ EQUAL 0
              GO TO 1000-RATEIA-FUNCIONARIO-EXIT
           END-IF.

           SEARCH ALL WSS-CUS-ENTRY
             AT END
                PERFORM 1020-FUNC-SEM-CUSTO
                   THRU 1020-FUNC-SEM-CUSTO-EXIT
                GO TO 1000-RATEIA-FUNCIONARIO-EXIT
             WHEN TCU-MATRICULA (IDX-CUS) EQUAL WSS-MATR-GRUPO
                CONTINUE
           END-SEARCH.

           IF TCU-CUSTO (IDX-CUS) NOT GREATER 0
              GO TO 1000-RATEIA-FUNCIONARIO-EXIT
           END-IF.

           ADD 1                         TO WSS-FUN-RATEADOS.

           PERFORM 1100-RATEIA-PROJETO
              THRU 1100-RATEIA-PROJETO-EXIT
              VARYING WSS-IDX-HR FROM WSS-IDX-GRP BY 1
              UNTIL WSS-IDX-HR > WSS-IDX-FIM.

       1000-RATEIA-FUNCIONARIO-EXIT.
           EXIT.

      *----
       1010-SOMA-HORAS.

           ADD THR-HORAS (WSS-IDX-FIM)   TO WSS-HORAS-TOTAL.

           IF THR-PROJETO (WSS-IDX-FIM) NOT EQUAL SPACES
              ADD THR-HORAS (WSS-IDX-FIM) TO WSS-HORAS-PROJ
           END-IF.

       1010-SOMA-HORAS-EXIT.
           EXIT.

      *----
       1020-FUNC-SEM-CUSTO.

           IF WSS-QTD-OCOR NOT LESS 500
              DISPLAY 'COBOL228 - SEM CUSTO NA COMPETENCIA, '
                      'MATRICULA ' WSS-MATR-GRUPO
              GO TO 1020-FUNC-SEM-CUSTO-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-OCOR.
           SET IDX-OCO                   TO WSS-QTD-OCOR.
           MOVE WSS-MATR-GRUPO           TO TOC-MATRICULA (IDX-OCO).
           MOVE SPACES                   TO TOC-PROJETO (IDX-OCO).
           MOVE WSS-HORAS-PROJ           TO TOC-HORAS (IDX-OCO).
           MOVE 'FUNCIONARIO SEM CUSTO NA COMPETENCIA'
                                         TO TOC-MOTIVO (IDX-OCO).

       1020-FUNC-SEM-CUSTO-EXIT.
           EXIT.

      *----
      * PARCELA DO PROJETO = CUSTO TOTAL X HORAS DO PROJETO / HORAS
      * DO FUNCIONARIO NO MES
      *----
       1100-RATEIA-PROJETO.

           IF THR-PROJETO (WSS-IDX-HR) EQUAL SPACES
              GO TO 1100-RATEIA-PROJETO-EXIT
           END-IF.

           COMPUTE WSS-VALOR-RATEIO ROUNDED =
                   TCU-CUSTO (IDX-CUS) * THR-HORAS (WSS-IDX-HR)
                   / WSS-HORAS-TOTAL.

           IF WSS-VALOR-RATEIO EQUAL 0
              GO TO 1100-RATEIA-PROJETO-EXIT
           END-IF.

           MOVE THR-PROJETO (WSS-IDX-HR) TO WSS-PROJETO-LINHA.
           SEARCH ALL WSS-PRJ-ENTRY
             AT END
                CONTINUE
             WHEN TPJ-CODIGO (IDX-PRJ) EQUAL WSS-PROJETO-LINHA
                CONTINUE
           END-SEARCH.

           MOVE SPACES                   TO REG-RATPROJ.
           MOVE WSS-COMPETENCIA          TO RPJ-COMPETENCIA.
           MOVE WSS-MATR-GRUPO           TO RPJ-MATRICULA.
           MOVE TCU-EMPRESA (IDX-CUS)    TO RPJ-EMPRESA.
           MOVE TCU-DEPTO (IDX-CUS)      TO RPJ-DEPTO.
           MOVE WSS-PROJETO-LINHA        TO RPJ-PROJETO.
           MOVE TPJ-CONTA (IDX-PRJ)      TO RPJ-CONTA-CUSTO.
           MOVE THR-HORAS (WSS-IDX-HR)   TO RPJ-HORAS.
           MOVE WSS-HORAS-TOTAL          TO RPJ-HORAS-TOTAL.
           MOVE WSS-VALOR-RATEIO         TO RPJ-VALOR.

           WRITE REG-RATPROJ.

           IF ST-RATPROJ NOT EQUAL 0 THEN
              DISPLAY 'COBOL228 - ERRO WRITE RATPROJ FS=' ST-RATPROJ
              MOVE ST-RATPROJ            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-GRAVADOS.

           IF WSS-QTD-RAT NOT LESS 20000
              DISPLAY 'COBOL228 - TABELA DO RELATORIO CHEIA, '
                      'PARCELA FORA DO RELPROJ: ' WSS-MATR-GRUPO
              GO TO 1100-RATEIA-PROJETO-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-RAT.
           SET IDX-RAT                   TO WSS-QTD-RAT.
           MOVE WSS-PROJETO-LINHA        TO TRT-PROJETO (IDX-RAT).
           MOVE WSS-MATR-GRUPO           TO TRT-MATRICULA (IDX-RAT).
           MOVE TCU-DEPTO (IDX-CUS)      TO TRT-DEPTO (IDX-RAT).
           MOVE THR-HORAS (WSS-IDX-HR)   TO TRT-HORAS (IDX-RAT).
           MOVE WSS-HORAS-TOTAL          TO TRT-HORAS-TOTAL (IDX-RAT).
           MOVE WSS-VALOR-RATEIO         TO TRT-VALOR (IDX-RAT).

       1100-RATEIA-PROJETO-EXIT.
           EXIT.

      *----
      * RELATORIO POR PROJETO (PARCELAS JA EM ORDEM DE MATRICULA
      * DENTRO DO PROJETO APOS A CLASSIFICACAO) E OCORRENCIAS
      *----
       4000-IMPRIME-RELATORIO.

           DISPLAY '4000-IMPRIME-RELATORIO'.

           IF WSS-QTD-RAT GREATER 1
              SORT WSS-RAT-ENTRY ASCENDING TRT-PROJETO TRT-MATRICULA
           END-IF.

           OPEN OUTPUT RELPROJ.

           IF ST-RELPROJ NOT EQUAL 0 THEN
              DISPLAY 'COBOL228 - ERRO OPEN RELPROJ FS=' ST-RELPROJ
              MOVE ST-RELPROJ            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           WRITE REG-RELPROJ FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           PERFORM 4100-IMPRIME-PARCELA
              THRU 4100-IMPRIME-PARCELA-EXIT
              VARYING IDX-RAT FROM 1 BY 1
              UNTIL IDX-RAT > WSS-QTD-RAT.

           IF WSS-QTD-RAT GREATER 0
              PERFORM 4200-QUEBRA-PROJETO
                 THRU 4200-QUEBRA-PROJETO-EXIT
           END-IF.

           MOVE 'TOTAL GERAL'            TO ROTULO-TOT.
           MOVE WSS-FUN-RATEADOS         TO QTD-TOT.
           MOVE WSS-TG-HORAS             TO HORAS-TOT.
           MOVE WSS-TG-VALOR             TO VALOR-TOT.
           WRITE REG-RELPROJ FROM TOT01 AFTER ADVANCING 3
           END-WRITE.

           IF WSS-QTD-OCOR GREATER 0
              WRITE REG-RELPROJ FROM CAB01 AFTER ADVANCING PAGE
              END-WRITE
              WRITE REG-RELPROJ FROM CAB04 AFTER ADVANCING 2
              END-WRITE
              PERFORM 4300-IMPRIME-OCORRENCIA
                 THRU 4300-IMPRIME-OCORRENCIA-EXIT
                 VARYING IDX-OCO FROM 1 BY 1
                 UNTIL IDX-OCO > WSS-QTD-OCOR
           END-IF.

           IF ST-RELPROJ NOT EQUAL 0 THEN
              DISPLAY 'COBOL228 - ERRO WRITE RELPROJ FS=' ST-RELPROJ
              MOVE ST-RELPROJ            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE RELPROJ.

       4000-IMPRIME-RELATORIO-EXIT.
           EXIT.

      *----
       4100-IMPRIME-PARCELA.

           IF IDX-RAT GREATER 1
              AND TRT-PROJETO (IDX-RAT) NOT EQUAL WSS-PROJETO-ANT
              PERFORM 4200-QUEBRA-PROJETO
                 THRU 4200-QUEBRA-PROJETO-EXIT
           END-IF.

           IF IDX-RAT EQUAL 1
              OR TRT-PROJETO (IDX-RAT) NOT EQUAL WSS-PROJETO-ANT
              PERFORM 4110-CABECALHO-PROJETO
                 THRU 4110-CABECALHO-PROJETO-EXIT
           END-IF.

           MOVE TRT-MATRICULA (IDX-RAT)  TO MATRICULA-DET.
           MOVE TRT-DEPTO (IDX-RAT)      TO DEPTO-DET.
           MOVE TRT-HORAS (IDX-RAT)      TO HORAS-DET.
           MOVE TRT-HORAS-TOTAL (IDX-RAT) TO HORAS-TOT-DET.
           COMPUTE WSS-PCT-HORAS ROUNDED =
                   TRT-HORAS (IDX-RAT) * 100
                   / TRT-HORAS-TOTAL (IDX-RAT).
           MOVE WSS-PCT-HORAS            TO PCT-DET.
           MOVE TRT-VALOR (IDX-RAT)      TO VALOR-DET.

           WRITE REG-RELPROJ FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELPROJ NOT EQUAL 0 THEN
              DISPLAY 'COBOL228 - ERRO WRITE RELPROJ FS=' ST-RELPROJ
              MOVE ST-RELPROJ            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QB-QTD.
           ADD TRT-HORAS (IDX-RAT)       TO WSS-QB-HORAS.
           ADD TRT-VALOR (IDX-RAT)       TO WSS-QB-VALOR.
           ADD TRT-HORAS (IDX-RAT)       TO WSS-TG-HORAS.
           ADD TRT-VALOR (IDX-RAT)       TO WSS-TG-VALOR.

       4100-IMPRIME-PARCELA-EXIT.
           EXIT.

      *----
       4110-CABECALHO-PROJETO.

           MOVE TRT-PROJETO (IDX-RAT)    TO WSS-PROJETO-ANT
                                            WSS-PROJETO-LINHA
                                            CAB-PROJETO.
           MOVE SPACES                   TO CAB-NOME CAB-CLIENTE.
           MOVE 0                        TO CAB-CONTA.

           SEARCH ALL WSS-PRJ-ENTRY
             AT END
                CONTINUE
             WHEN TPJ-CODIGO (IDX-PRJ) EQUAL WSS-PROJETO-LINHA
                MOVE TPJ-NOME (IDX-PRJ)    TO CAB-NOME
                MOVE TPJ-CLIENTE (IDX-PRJ) TO CAB-CLIENTE
                MOVE TPJ-CONTA (IDX-PRJ)   TO CAB-CONTA
           END-SEARCH.

           WRITE REG-RELPROJ FROM CAB02 AFTER ADVANCING 3
           END-WRITE.
           WRITE REG-RELPROJ FROM CAB03 AFTER ADVANCING 2
           END-WRITE.

       4110-CABECALHO-PROJETO-EXIT.
           EXIT.

      *----
       4200-QUEBRA-PROJETO.

           MOVE 'TOTAL DO PROJETO'       TO ROTULO-TOT.
           MOVE WSS-QB-QTD               TO QTD-TOT.
           MOVE WSS-QB-HORAS             TO HORAS-TOT.
           MOVE WSS-QB-VALOR             TO VALOR-TOT.

           WRITE REG-RELPROJ FROM TOT01 AFTER ADVANCING 2
           END-WRITE.

           MOVE 0                        TO WSS-QB-QTD.
           MOVE 0                        TO WSS-QB-HORAS.
           MOVE 0                        TO WSS-QB-VALOR.

       4200-QUEBRA-PROJETO-EXIT.
           EXIT.

      *----
       4300-IMPRIME-OCORRENCIA.

           MOVE TOC-MATRICULA (IDX-OCO)  TO MATRICULA-OCO.
           MOVE TOC-PROJETO (IDX-OCO)    TO PROJETO-OCO.
           MOVE TOC-HORAS (IDX-OCO)      TO HORAS-OCO.
           MOVE TOC-MOTIVO (IDX-OCO)     TO MOTIVO-OCO.

           WRITE REG-RELPROJ FROM DET02 AFTER ADVANCING 1
           END-WRITE.

       4300-IMPRIME-OCORRENCIA-EXIT.
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

           DISPLAY '***ABEND-COBOL228*** RC=' WSS-RC-ABEND
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           MOVE WSS-RC-ABEND TO RETURN-CODE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
