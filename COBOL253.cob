      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : RELATORIO DE TRANSPARENCIA SALARIAL POR SEXO E
      *            CARGO. LE O FEED FUNCI (SOMENTE ATIVOS), SOMA O
      *            BRUTO PAGO A CADA FUNCIONARIO NO FOLHANET DO
      *            PERIODO E AGRUPA POR EMPRESA E CARGO (TITULO DA
      *            TABELA GRADETAB). PARA CADA SEXO DO GRUPO IMPRIME
      *            EM RELEQUI A QUANTIDADE, O SALARIO MEDIO E O
      *            MEDIANO, O TOTAL PAGO E O PAGO MEDIO, E PARA O
      *            GRUPO O GAP PERCENTUAL FEMININO X MASCULINO
      *            ((M - F) / M), MARCANDO A LINHA QUE FICAR ABAIXO
      *            DO TAMANHO MINIMO PARA DIVULGACAO (CARTAO
      *            EQUIPRM). EM SEGUIDA LISTA, DO MAIOR GAP PARA O
      *            MENOR, OS GRUPOS ACIMA DO LIMITE DO CARTAO COM OS
      *            FUNCIONARIOS QUE MAIS PESAM NO GAP - OS MAIORES
      *            SALARIOS DO SEXO FAVORECIDO E OS MENORES DO OUTRO -
      *            PARA O RH REVISAR ANTES DA PUBLICACAO.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL253.
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
           SELECT EQUIPRM ASSIGN TO EQUIPRM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-EQUIPRM.
      *
           SELECT GRADETAB ASSIGN TO GRADETAB
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-GRADETAB.
      *
           SELECT FUNCI ASSIGN TO FUNCI
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FUNCI.
      *
           SELECT FOLHANET ASSIGN TO FOLHANET
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FOLHANET.
      *
           SELECT RELEQUI ASSIGN TO RELEQUI
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELEQUI.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   EQUIPRM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CARTAO DO RELATORIO (OPCIONAL): TAMANHO MINIMO DO GRUPO PARA
      * DIVULGACAO (PADRAO 5), GAP PERCENTUAL A PARTIR DO QUAL O
      * GRUPO VAI PARA REVISAO (PADRAO 5,00), QUANTIDADE DE
      * FUNCIONARIOS LISTADOS DE CADA LADO DO GAP (PADRAO 3) E O
      * ROTULO DO PERIODO IMPRESSO NO CABECALHO
      *----
       01   REG-EQUIPRM.
            03 EQP-MIN-GRUPO               PIC 9(003).
            03 EQP-LIMITE-GAP              PIC 9(003)V99.
            03 EQP-QTD-LISTA               PIC 9(002).
            03 EQP-PERIODO                 PIC X(020).
            03 FILLER                      PIC X(050).
      *----
       FD   GRADETAB
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-GRADETAB.
            03 GRD-CARGO                   PIC X(002).
            03 GRD-TITULO                  PIC X(030).
            03 GRD-PISO                    PIC 9(005)V99.
            03 GRD-TETO                    PIC 9(005)V99.
            03 FILLER                      PIC X(034).
      *----
       FD   FUNCI
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-FUNCI.
            03 MATRICULA                   PIC 9(008).
            03 NOME                        PIC X(040).
            03 SEXO                        PIC X(001).
               88 SEXO-MASCULINO                   VALUE 'M'.
               88 SEXO-FEMININO                    VALUE 'F'.
               88 SEXO-NAO-BINARIO                 VALUE 'N'.
            03 SALARIO                     PIC 9(005)V99.
            03 DATA-ADMISSAO               PIC 9(008).
            03 DEPARTAMENTO                PIC X(005).
            03 HORA-EXTRA                  PIC 9(002).
            03 FUNCI-MOEDA                 PIC X(003).
            03 FUNCI-SITUACAO              PIC X(001).
               88 FUNCI-ATIVO                      VALUE 'A' ' '.
               88 FUNCI-DESLIGADO                  VALUE 'D'.
            03 FUNCI-CARGO                 PIC X(002).
            03 FUNCI-EMPRESA               PIC X(002).
            03 FILLER                      PIC X(001).
      *----
       FD   FOLHANET
            RECORDING MODE IS F
            RECORD CONTAINS 200 CHARACTERS.
      *----
       01   REG-FOLHANET.
            03 FN-MATRICULA                PIC 9(008).
            03 FN-NOME                     PIC X(040).
            03 FN-DEPARTAMENTO             PIC X(005).
            03 FN-DATA-ADMISSAO            PIC 9(008).
            03 FN-SALARIO                  PIC 9(005)V99.
            03 FN-BRUTO                    PIC 9(007)V99.
            03 FILLER                      PIC X(123).
      *----
       FD   RELEQUI.
      *----
       01   REG-RELEQUI                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-EQUIPRM                      PIC 9(002) VALUE 0.
       77  ST-GRADETAB                     PIC 9(002) VALUE 0.
       77  ST-FUNCI                        PIC 9(002) VALUE 0.
       77  ST-FOLHANET                     PIC 9(002) VALUE 0.
       77  ST-RELEQUI                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-MIN-GRUPO                   PIC 9(003) VALUE 5.
       77  WSS-LIMITE-GAP                  PIC 9(003)V99 VALUE 5.
       77  WSS-QTD-LISTA                   PIC 9(002) VALUE 3.
       77  WSS-PERIODO                     PIC X(020) VALUE SPACES.
       77  WSS-QTD-GRADES                  PIC 9(003) VALUE 0.
       77  WSS-QTD-FUNC                    PIC 9(005) COMP VALUE 0.
       77  WSS-QTD-GRUPOS                  PIC 9(004) COMP VALUE 0.
       77  WSS-REG-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-DESLIGADOS              PIC 9(006) VALUE ZEROES.
       77  WSS-FOLHA-LIDOS                 PIC 9(006) VALUE ZEROES.
       77  WSS-FOLHA-SEM-FUNC              PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-SIGILO                  PIC 9(004) VALUE ZEROES.
       77  WSS-QTD-REVISAO                 PIC 9(004) VALUE ZEROES.
       77  WSS-QTD-LISTADOS                PIC 9(005) VALUE ZEROES.
       77  WSS-IX                          PIC 9(005) COMP VALUE 0.
       77  WSS-INI                         PIC 9(005) COMP VALUE 0.
       77  WSS-FIM                         PIC 9(005) COMP VALUE 0.
       77  WSS-MEIO                        PIC 9(005) COMP VALUE 0.
       77  WSS-K                           PIC 9(005) COMP VALUE 0.
       77  WSS-LIM                         PIC 9(005) COMP VALUE 0.
       77  WSS-IGP                         PIC 9(004) COMP VALUE 0.
       77  WSS-FIM-GRUPO                   PIC X(001) VALUE 'N'.
       77  WSS-FIM-SEXO                    PIC X(001) VALUE 'N'.
       77  WSS-EMPRESA-ATUAL               PIC X(002) VALUE SPACES.
       77  WSS-CARGO-ATUAL                 PIC X(002) VALUE SPACES.
       77  WSS-SEXO-ATUAL                  PIC X(001) VALUE SPACE.
       77  WSS-TITULO                      PIC X(030) VALUE SPACES.
       77  WSS-QTD-SEXO                    PIC 9(005) COMP VALUE 0.
       77  WSS-SOMA-SALARIO                PIC 9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-SOMA-PAGO                   PIC 9(013)V99 COMP-3
                                                          VALUE 0.
       77  WSS-MEDIA                       PIC 9(005)V99 VALUE 0.
       77  WSS-MEDIANA                     PIC 9(005)V99 VALUE 0.
       77  WSS-PAGO-MEDIO                  PIC 9(009)V99 VALUE 0.
       77  WSS-GAP-MEDIA                   PIC S9(005)V99 VALUE 0.
       77  WSS-GAP-MEDIANA                 PIC S9(005)V99 VALUE 0.
       77  WSS-GAP-PAGO                    PIC S9(005)V99 VALUE 0.
       77  WSS-DESVIO                      PIC S9(005)V99 VALUE 0.
       77  WSS-MEDIA-OUTRO                 PIC 9(005)V99 VALUE 0.
       77  WSS-ABAIXO-MIN                  PIC X(001) VALUE 'N'.
       77  MASCARA-GAP                     PIC -----9,99.
      *----
       01  WSS-TAB-GRADES.
           05 WSS-GRD-ENTRY OCCURS 0 TO 100 TIMES
                 DEPENDING ON WSS-QTD-GRADES
                 INDEXED BY IDX-GRD.
              10 TGR-CARGO                 PIC X(002).
              10 TGR-TITULO                PIC X(030).
      *----
      * POPULACAO ATIVA DO FUNCI; CLASSIFICADA POR MATRICULA PARA A
      * SOMA DO FOLHANET E DEPOIS POR EMPRESA, CARGO, SEXO E SALARIO
      * PARA A APURACAO DOS GRUPOS (MEDIANA POR POSICAO)
      *----
       01  WSS-TAB-FUNC.
           05 WSS-FUN-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-FUNC
                 ASCENDING KEY IS TFU-MATRICULA
                 INDEXED BY IDX-FUN.
              10 TFU-MATRICULA             PIC 9(008).
              10 TFU-NOME                  PIC X(040).
              10 TFU-DEPARTAMENTO          PIC X(005).
              10 TFU-EMPRESA               PIC X(002).
              10 TFU-CARGO                 PIC X(002).
              10 TFU-SEXO                  PIC X(001).
              10 TFU-SALARIO               PIC 9(005)V99.
              10 TFU-TOTAL-PAGO            PIC 9(009)V99.
      *----
      * GRUPOS EMPRESA/CARGO APURADOS; INI/FIM APONTAM AS FAIXAS DE
      * CADA SEXO NA TABELA DE FUNCIONARIOS JA CLASSIFICADA
      *----
       01  WSS-TAB-GRUPOS.
           05 WSS-GRP-ENTRY OCCURS 0 TO 1000 TIMES
                 DEPENDING ON WSS-QTD-GRUPOS.
              10 TGP-EMPRESA               PIC X(002).
              10 TGP-CARGO                 PIC X(002).
              10 TGP-TITULO                PIC X(030).
              10 TGP-QTD-F                 PIC 9(005) COMP.
              10 TGP-INI-F                 PIC 9(005) COMP.
              10 TGP-FIM-F                 PIC 9(005) COMP.
              10 TGP-MEDIA-F               PIC 9(005)V99.
              10 TGP-MEDIANA-F             PIC 9(005)V99.
              10 TGP-PAGO-MEDIO-F          PIC 9(009)V99.
              10 TGP-QTD-M                 PIC 9(005) COMP.
              10 TGP-INI-M                 PIC 9(005) COMP.
              10 TGP-FIM-M                 PIC 9(005) COMP.
              10 TGP-MEDIA-M               PIC 9(005)V99.
              10 TGP-MEDIANA-M             PIC 9(005)V99.
              10 TGP-PAGO-MEDIO-M          PIC 9(009)V99.
              10 TGP-GAP                   PIC S9(005)V99.
              10 TGP-GAP-ABS               PIC 9(005)V99.
              10 TGP-ABAIXO-MIN            PIC X(001).
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL253'.
           03 FILLER                       PIC X(045)
              VALUE 'TRANSPARENCIA SALARIAL POR SEXO E CARGO'.
           03 FILLER                       PIC X(009) VALUE 'PERIODO: '.
           03 CAB-PERIODO                  PIC X(020) VALUE SPACES.
           03 FILLER                       PIC X(016)
              VALUE ' GRUPO MINIMO: '.
           03 CAB-MINIMO                   PIC ZZ9.
      *----
       01  CAB02.
           03 FILLER                       PIC X(004) VALUE 'EMP'.
           03 FILLER                       PIC X(005) VALUE 'CRG'.
           03 FILLER                       PIC X(032) VALUE 'TITULO'.
           03 FILLER                       PIC X(004) VALUE 'SX'.
           03 FILLER                       PIC X(007) VALUE ' QTDE'.
           03 FILLER                       PIC X(012)
              VALUE 'SAL MEDIO'.
           03 FILLER                       PIC X(012)
              VALUE 'SAL MEDIANO'.
           03 FILLER                       PIC X(016)
              VALUE '    TOTAL PAGO'.
           03 FILLER                       PIC X(014)
              VALUE '  PAGO MEDIO'.
           03 FILLER                       PIC X(014)
              VALUE 'DIVULGACAO'.
      *----
       01  DET01.
           03 EMPRESA-DET                  PIC X(002) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 CARGO-DET                    PIC X(002) VALUE SPACES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 TITULO-DET                   PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 SEXO-DET                     PIC X(001) VALUE SPACES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 QTDE-DET                     PIC ZZZZ9.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 MEDIA-DET                    PIC ZZ.ZZ9,99.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 MEDIANA-DET                  PIC ZZ.ZZ9,99.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 PAGO-DET                     PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 PAGO-MEDIO-DET               PIC Z.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 SIGILO-DET                   PIC X(014) VALUE SPACES.
      *----
       01  DET02.
           03 FILLER                       PIC X(009) VALUE SPACES.
           03 FILLER                       PIC X(027)
              VALUE 'GAP F X M - SALARIO MEDIO: '.
           03 GAP-MEDIA-DET                PIC X(009) VALUE SPACES.
           03 FILLER                       PIC X(012)
              VALUE '%  MEDIANO: '.
           03 GAP-MEDIANA-DET              PIC X(009) VALUE SPACES.
           03 FILLER                       PIC X(015)
              VALUE '%  PAGO MEDIO: '.
           03 GAP-PAGO-DET                 PIC X(009) VALUE SPACES.
           03 FILLER                       PIC X(003) VALUE '%  '.
           03 SITUACAO-DET                 PIC X(030) VALUE SPACES.
      *----
       01  CAB03.
           03 FILLER                       PIC X(060)
              VALUE 'MAIORES GAPS - FUNCIONARIOS PARA REVISAO ANTES DA P
      -             'UBLICACAO'.
           03 FILLER                       PIC X(020)
              VALUE ' LIMITE DO GAP (%): '.
           03 CAB-LIMITE                   PIC ZZ9,99.
      *----
       01  CAB04.
           03 FILLER                       PIC X(011) VALUE 'MATRICULA'.
           03 FILLER                       PIC X(032) VALUE 'NOME'.
           03 FILLER                       PIC X(007) VALUE 'DEPTO'.
           03 FILLER                       PIC X(004) VALUE 'SX'.
           03 FILLER                       PIC X(011)
              VALUE '  SALARIO'.
           03 FILLER                       PIC X(012)
              VALUE '    DESVIO'.
           03 FILLER                       PIC X(016)
              VALUE '    TOTAL PAGO'.
           03 FILLER                       PIC X(030)
              VALUE 'POSICAO NO GRUPO'.
      *----
       01  DET03.
           03 FILLER                       PIC X(004) VALUE 'EMP '.
           03 EMPRESA-GRP                  PIC X(002) VALUE SPACES.
           03 FILLER                       PIC X(007) VALUE ' CARGO '.
           03 CARGO-GRP                    PIC X(002) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 TITULO-GRP                   PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(021)
              VALUE '  GAP SALARIO MEDIO: '.
           03 GAP-GRP                      PIC -----9,99.
           03 FILLER                       PIC X(011)
              VALUE '%  QTDE F: '.
           03 QTD-F-GRP                    PIC ZZZZ9.
           03 FILLER                       PIC X(004) VALUE ' M: '.
           03 QTD-M-GRP                    PIC ZZZZ9.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 SIGILO-GRP                   PIC X(014) VALUE SPACES.
      *----
       01  DET04.
           03 MATRICULA-IND                PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 NOME-IND                     PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DEPTO-IND                    PIC X(005) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 SEXO-IND                     PIC X(001) VALUE SPACES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 SALARIO-IND                  PIC ZZ.ZZ9,99.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DESVIO-IND                   PIC --.--9,99.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 PAGO-IND                     PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 POSICAO-IND                  PIC X(030) VALUE SPACES.
      *----
       01  LINHA-BRANCO                    PIC X(132) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL253'
           DISPLAY ' TRANSPARENCIA SALARIAL POR SEXO E CARGO'.

           PERFORM 0001-CARGA-CARTAO
              THRU 0001-CARGA-CARTAO-EXIT.

           PERFORM 0002-CARGA-GRADETAB
              THRU 0002-CARGA-GRADETAB-EXIT.

           PERFORM 0004-CARGA-FUNCI
              THRU 0004-CARGA-FUNCI-EXIT.

           PERFORM 0006-SOMA-FOLHANET
              THRU 0006-SOMA-FOLHANET-EXIT.

           OPEN OUTPUT RELEQUI.

           IF ST-RELEQUI NOT EQUAL 0 THEN
              DISPLAY 'COBOL253 - ERRO OPEN RELEQUI FS=' ST-RELEQUI
              MOVE ST-RELEQUI            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 2000-APURA-GRUPOS
              THRU 2000-APURA-GRUPOS-EXIT.

           PERFORM 3000-LISTA-REVISAO
              THRU 3000-LISTA-REVISAO-EXIT.

           CLOSE RELEQUI.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL253                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* FUNCI LIDOS          : ' WSS-REG-LIDOS.
           DISPLAY '* DESLIGADOS IGNORADOS : ' WSS-QTD-DESLIGADOS.
           DISPLAY '* FUNCIONARIOS ATIVOS  : ' WSS-QTD-FUNC.
           DISPLAY '* FOLHANET LIDOS       : ' WSS-FOLHA-LIDOS.
           DISPLAY '* FOLHANET SEM FUNCI   : ' WSS-FOLHA-SEM-FUNC.
           DISPLAY '* GRUPOS APURADOS      : ' WSS-QTD-GRUPOS.
           DISPLAY '* ABAIXO DO MINIMO     : ' WSS-QTD-SIGILO.
           DISPLAY '* GRUPOS EM REVISAO    : ' WSS-QTD-REVISAO.
           DISPLAY '* FUNCIONARIOS LISTADOS: ' WSS-QTD-LISTADOS.
           DISPLAY '*******************************************'.

           IF WSS-QTD-REVISAO GREATER 0
              MOVE 4                     TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----
      * CARTAO OPCIONAL; CAMPO ZERADO OU INVALIDO FICA COM O PADRAO
      *----
       0001-CARGA-CARTAO.

           DISPLAY '0001-CARGA-CARTAO'.

           OPEN INPUT EQUIPRM.

           IF ST-EQUIPRM EQUAL 35
              DISPLAY ' CARTAO EQUIPRM AUSENTE - VALORES PADRAO'
              GO TO 0001-CARGA-CARTAO-EXIT
           END-IF.

           IF ST-EQUIPRM NOT EQUAL 0 THEN
              DISPLAY 'COBOL253 - ERRO OPEN EQUIPRM FS=' ST-EQUIPRM
              MOVE ST-EQUIPRM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ EQUIPRM.

           IF ST-EQUIPRM EQUAL 0
              IF EQP-MIN-GRUPO NUMERIC
                 AND EQP-MIN-GRUPO GREATER 0
                 MOVE EQP-MIN-GRUPO      TO WSS-MIN-GRUPO
              END-IF
              IF EQP-LIMITE-GAP NUMERIC
                 AND EQP-LIMITE-GAP GREATER 0
                 MOVE EQP-LIMITE-GAP     TO WSS-LIMITE-GAP
              END-IF
              IF EQP-QTD-LISTA NUMERIC
                 AND EQP-QTD-LISTA GREATER 0
                 MOVE EQP-QTD-LISTA      TO WSS-QTD-LISTA
              END-IF
              MOVE EQP-PERIODO           TO WSS-PERIODO
           END-IF.

           CLOSE EQUIPRM.

       0001-CARGA-CARTAO-EXIT.
           EXIT.

      *----
       0002-CARGA-GRADETAB.

           DISPLAY '0002-CARGA-GRADETAB'.

           DISPLAY ' GRUPO MINIMO      : ' WSS-MIN-GRUPO.
           DISPLAY ' LIMITE DO GAP (%) : ' WSS-LIMITE-GAP.
           DISPLAY ' LISTADOS POR LADO : ' WSS-QTD-LISTA.
           DISPLAY ' PERIODO           : ' WSS-PERIODO.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT GRADETAB.

           IF ST-GRADETAB NOT EQUAL 0 THEN
              DISPLAY 'COBOL253 - ERRO OPEN GRADETAB FS=' ST-GRADETAB
              MOVE ST-GRADETAB           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0003-LER-GRADETAB
              THRU 0003-LER-GRADETAB-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE GRADETAB.

           DISPLAY ' CARGOS CARREGADOS : ' WSS-QTD-GRADES.

       0002-CARGA-GRADETAB-EXIT.
           EXIT.

      *----
       0003-LER-GRADETAB.

           READ GRADETAB
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-GRADETAB NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL253 - ERRO READ GRADETAB FS=' ST-GRADETAB
              MOVE ST-GRADETAB           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF NOT = 'Y'
              AND WSS-QTD-GRADES LESS 100
              ADD 1                      TO WSS-QTD-GRADES
              SET IDX-GRD                TO WSS-QTD-GRADES
              MOVE GRD-CARGO             TO TGR-CARGO (IDX-GRD)
              MOVE GRD-TITULO            TO TGR-TITULO (IDX-GRD)
           END-IF.

       0003-LER-GRADETAB-EXIT.
           EXIT.

      *----
       0004-CARGA-FUNCI.

           DISPLAY '0004-CARGA-FUNCI'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT FUNCI.

           IF ST-FUNCI NOT EQUAL 0 THEN
              DISPLAY 'COBOL253 - ERRO OPEN FUNCI FS=' ST-FUNCI
              MOVE ST-FUNCI              TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0005-LER-FUNCI
              THRU 0005-LER-FUNCI-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FUNCI.

           IF WSS-QTD-FUNC EQUAL 0
              DISPLAY 'COBOL253 - NENHUM FUNCIONARIO ATIVO NO FUNCI'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-QTD-FUNC GREATER 1
              SORT WSS-FUN-ENTRY ASCENDING TFU-MATRICULA
           END-IF.

           DISPLAY ' FUNCIONARIOS ATIVOS : ' WSS-QTD-FUNC.

       0004-CARGA-FUNCI-EXIT.
           EXIT.

      *----
      * SEXO FORA DE M/F/N E AGRUPADO COMO 'X' (NAO INFORMADO); SO
      * F E M ENTRAM NO CALCULO DO GAP, OS DEMAIS SAEM NA CONTAGEM
      *----
       0005-LER-FUNCI.

           READ FUNCI
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FUNCI NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL253 - ERRO READ FUNCI FS=' ST-FUNCI
              MOVE ST-FUNCI              TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y' OR MATRICULA EQUAL 99999999
              MOVE 'Y'                   TO WSS-EOF
              GO TO 0005-LER-FUNCI-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-LIDOS.

           IF NOT FUNCI-ATIVO
              ADD 1                      TO WSS-QTD-DESLIGADOS
              GO TO 0005-LER-FUNCI-EXIT
           END-IF.

           IF WSS-QTD-FUNC NOT LESS 5000
              DISPLAY 'COBOL253 - TABELA DE FUNCIONARIOS ESGOTADA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-FUNC.
           SET IDX-FUN                   TO WSS-QTD-FUNC.
           MOVE MATRICULA                TO TFU-MATRICULA (IDX-FUN).
           MOVE NOME                     TO TFU-NOME (IDX-FUN).
           MOVE DEPARTAMENTO             TO TFU-DEPARTAMENTO (IDX-FUN).
           MOVE FUNCI-EMPRESA            TO TFU-EMPRESA (IDX-FUN).
           MOVE FUNCI-CARGO              TO TFU-CARGO (IDX-FUN).
           MOVE 0                        TO TFU-TOTAL-PAGO (IDX-FUN).

           IF SEXO-MASCULINO OR SEXO-FEMININO OR SEXO-NAO-BINARIO
              MOVE SEXO                  TO TFU-SEXO (IDX-FUN)
           ELSE
              MOVE 'X'                   TO TFU-SEXO (IDX-FUN)
           END-IF.

           IF SALARIO NUMERIC
              MOVE SALARIO               TO TFU-SALARIO (IDX-FUN)
           ELSE
              MOVE 0                     TO TFU-SALARIO (IDX-FUN)
           END-IF.

       0005-LER-FUNCI-EXIT.
           EXIT.

      *----
      * FOLHANET OPCIONAL; PODE TRAZER MAIS DE UMA FOLHA DO PERIODO,
      * O BRUTO E SOMADO POR MATRICULA
      *----
       0006-SOMA-FOLHANET.

           DISPLAY '0006-SOMA-FOLHANET'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT FOLHANET.

           IF ST-FOLHANET EQUAL 35
              DISPLAY ' FOLHANET AUSENTE - TOTAL PAGO ZERADO'
              GO TO 0006-SOMA-FOLHANET-EXIT
           END-IF.

           IF ST-FOLHANET NOT EQUAL 0 THEN
              DISPLAY 'COBOL253 - ERRO OPEN FOLHANET FS=' ST-FOLHANET
              MOVE ST-FOLHANET           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0007-LER-FOLHANET
              THRU 0007-LER-FOLHANET-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FOLHANET.

           DISPLAY ' FOLHANET LIDOS : ' WSS-FOLHA-LIDOS.

       0006-SOMA-FOLHANET-EXIT.
           EXIT.

      *----
       0007-LER-FOLHANET.

           READ FOLHANET
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FOLHANET NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL253 - ERRO READ FOLHANET FS=' ST-FOLHANET
              MOVE ST-FOLHANET           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y' OR FN-MATRICULA EQUAL 99999999
              MOVE 'Y'                   TO WSS-EOF
              GO TO 0007-LER-FOLHANET-EXIT
           END-IF.

           ADD 1                         TO WSS-FOLHA-LIDOS.

           IF FN-BRUTO NOT NUMERIC
              GO TO 0007-LER-FOLHANET-EXIT
           END-IF.

           SEARCH ALL WSS-FUN-ENTRY
             AT END
                ADD 1                    TO WSS-FOLHA-SEM-FUNC
             WHEN TFU-MATRICULA (IDX-FUN) EQUAL FN-MATRICULA
                ADD FN-BRUTO             TO TFU-TOTAL-PAGO (IDX-FUN)
           END-SEARCH.

       0007-LER-FOLHANET-EXIT.
           EXIT.

      *----
      * QUEBRA POR EMPRESA/CARGO SOBRE A TABELA RECLASSIFICADA; DENTRO
      * DO GRUPO CADA SEXO E UMA FAIXA CONTIGUA ORDENADA POR SALARIO
      *----
       2000-APURA-GRUPOS.

           DISPLAY '2000-APURA-GRUPOS'.

           IF WSS-QTD-FUNC GREATER 1
              SORT WSS-FUN-ENTRY ASCENDING TFU-EMPRESA TFU-CARGO
                                           TFU-SEXO TFU-SALARIO
           END-IF.

           MOVE WSS-PERIODO              TO CAB-PERIODO.
           MOVE WSS-MIN-GRUPO            TO CAB-MINIMO.

           WRITE REG-RELEQUI FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           WRITE REG-RELEQUI FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

           MOVE 1                        TO WSS-IX.

           PERFORM 2100-PROCESSA-GRUPO
              THRU 2100-PROCESSA-GRUPO-EXIT
              UNTIL WSS-IX GREATER WSS-QTD-FUNC.

       2000-APURA-GRUPOS-EXIT.
           EXIT.

      *----
       2100-PROCESSA-GRUPO.

           IF WSS-QTD-GRUPOS NOT LESS 1000
              DISPLAY 'COBOL253 - TABELA DE GRUPOS ESGOTADA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE TFU-EMPRESA (WSS-IX)     TO WSS-EMPRESA-ATUAL.
           MOVE TFU-CARGO (WSS-IX)       TO WSS-CARGO-ATUAL.

           IF WSS-CARGO-ATUAL EQUAL SPACES
              MOVE 'SEM CARGO INFORMADO' TO WSS-TITULO
           ELSE
              SET IDX-GRD TO 1
              SEARCH WSS-GRD-ENTRY
                AT END
                   MOVE 'CARGO SEM CADASTRO' TO WSS-TITULO
                WHEN TGR-CARGO (IDX-GRD) EQUAL WSS-CARGO-ATUAL
                   MOVE TGR-TITULO (IDX-GRD) TO WSS-TITULO
              END-SEARCH
           END-IF.

           ADD 1                         TO WSS-QTD-GRUPOS.
           MOVE WSS-QTD-GRUPOS           TO WSS-IGP.
           INITIALIZE WSS-GRP-ENTRY (WSS-IGP).
           MOVE WSS-EMPRESA-ATUAL        TO TGP-EMPRESA (WSS-IGP).
           MOVE WSS-CARGO-ATUAL          TO TGP-CARGO (WSS-IGP).
           MOVE WSS-TITULO               TO TGP-TITULO (WSS-IGP).
           MOVE 'N'                      TO TGP-ABAIXO-MIN (WSS-IGP).

           MOVE SPACES                   TO DET01.
           MOVE WSS-EMPRESA-ATUAL        TO EMPRESA-DET.
           MOVE WSS-CARGO-ATUAL          TO CARGO-DET.
           MOVE WSS-TITULO               TO TITULO-DET.

           MOVE 'N'                      TO WSS-FIM-GRUPO.

           PERFORM 2200-PROCESSA-SEXO
              THRU 2200-PROCESSA-SEXO-EXIT
              UNTIL WSS-FIM-GRUPO = 'S'.

           PERFORM 2300-CALCULA-GAP
              THRU 2300-CALCULA-GAP-EXIT.

       2100-PROCESSA-GRUPO-EXIT.
           EXIT.

      *----
       2200-PROCESSA-SEXO.

           MOVE WSS-IX                   TO WSS-INI.
           MOVE TFU-SEXO (WSS-IX)        TO WSS-SEXO-ATUAL.
           MOVE 0                        TO WSS-QTD-SEXO
                                            WSS-SOMA-SALARIO
                                            WSS-SOMA-PAGO.
           MOVE 'N'                      TO WSS-FIM-SEXO.

           PERFORM 2210-ACUMULA-SEXO
              THRU 2210-ACUMULA-SEXO-EXIT
              UNTIL WSS-FIM-SEXO = 'S'.

           COMPUTE WSS-FIM = WSS-IX - 1.

           COMPUTE WSS-MEDIA ROUNDED =
                   WSS-SOMA-SALARIO / WSS-QTD-SEXO.

           COMPUTE WSS-PAGO-MEDIO ROUNDED =
                   WSS-SOMA-PAGO / WSS-QTD-SEXO.

           COMPUTE WSS-MEIO = WSS-INI + (WSS-QTD-SEXO / 2).

           DIVIDE WSS-QTD-SEXO BY 2 GIVING WSS-K
                  REMAINDER WSS-LIM.

           IF WSS-LIM EQUAL 0
              COMPUTE WSS-MEDIANA ROUNDED =
                      (TFU-SALARIO (WSS-MEIO - 1)
                     + TFU-SALARIO (WSS-MEIO)) / 2
           ELSE
              MOVE TFU-SALARIO (WSS-MEIO) TO WSS-MEDIANA
           END-IF.

           MOVE WSS-SEXO-ATUAL           TO SEXO-DET.
           MOVE WSS-QTD-SEXO             TO QTDE-DET.
           MOVE WSS-MEDIA                TO MEDIA-DET.
           MOVE WSS-MEDIANA              TO MEDIANA-DET.
           MOVE WSS-SOMA-PAGO            TO PAGO-DET.
           MOVE WSS-PAGO-MEDIO           TO PAGO-MEDIO-DET.

           IF WSS-QTD-SEXO LESS WSS-MIN-GRUPO
              MOVE 'ABAIXO MINIMO'       TO SIGILO-DET
              MOVE 'S'                   TO TGP-ABAIXO-MIN (WSS-IGP)
           ELSE
              MOVE 'DIVULGAVEL'          TO SIGILO-DET
           END-IF.

           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE SPACES                   TO DET01.

           IF WSS-SEXO-ATUAL EQUAL 'F'
              MOVE WSS-QTD-SEXO          TO TGP-QTD-F (WSS-IGP)
              MOVE WSS-INI               TO TGP-INI-F (WSS-IGP)
              MOVE WSS-FIM               TO TGP-FIM-F (WSS-IGP)
              MOVE WSS-MEDIA             TO TGP-MEDIA-F (WSS-IGP)
              MOVE WSS-MEDIANA           TO TGP-MEDIANA-F (WSS-IGP)
              MOVE WSS-PAGO-MEDIO        TO TGP-PAGO-MEDIO-F (WSS-IGP)
           END-IF.

           IF WSS-SEXO-ATUAL EQUAL 'M'
              MOVE WSS-QTD-SEXO          TO TGP-QTD-M (WSS-IGP)
              MOVE WSS-INI               TO TGP-INI-M (WSS-IGP)
              MOVE WSS-FIM               TO TGP-FIM-M (WSS-IGP)
              MOVE WSS-MEDIA             TO TGP-MEDIA-M (WSS-IGP)
              MOVE WSS-MEDIANA           TO TGP-MEDIANA-M (WSS-IGP)
              MOVE WSS-PAGO-MEDIO        TO TGP-PAGO-MEDIO-M (WSS-IGP)
           END-IF.

       2200-PROCESSA-SEXO-EXIT.
           EXIT.

      *----
       2210-ACUMULA-SEXO.

           ADD 1                         TO WSS-QTD-SEXO.
           ADD TFU-SALARIO (WSS-IX)      TO WSS-SOMA-SALARIO.
           ADD TFU-TOTAL-PAGO (WSS-IX)   TO WSS-SOMA-PAGO.

           ADD 1                         TO WSS-IX.

           IF WSS-IX GREATER WSS-QTD-FUNC
              MOVE 'S'                   TO WSS-FIM-SEXO
                                            WSS-FIM-GRUPO
              GO TO 2210-ACUMULA-SEXO-EXIT
           END-IF.

           IF TFU-EMPRESA (WSS-IX) NOT EQUAL WSS-EMPRESA-ATUAL
              OR TFU-CARGO (WSS-IX) NOT EQUAL WSS-CARGO-ATUAL
              MOVE 'S'                   TO WSS-FIM-SEXO
                                            WSS-FIM-GRUPO
              GO TO 2210-ACUMULA-SEXO-EXIT
           END-IF.

           IF TFU-SEXO (WSS-IX) NOT EQUAL WSS-SEXO-ATUAL
              MOVE 'S'                   TO WSS-FIM-SEXO
           END-IF.

       2210-ACUMULA-SEXO-EXIT.
           EXIT.

      *----
      * GAP = (M - F) / M EM PERCENTUAL: POSITIVO QUANDO AS MULHERES
      * RECEBEM MENOS. SEM OS DOIS SEXOS NO GRUPO NAO HA COMPARACAO
      *----
       2300-CALCULA-GAP.

           MOVE SPACES                   TO GAP-MEDIA-DET
                                            GAP-MEDIANA-DET
                                            GAP-PAGO-DET.

           IF TGP-ABAIXO-MIN (WSS-IGP) EQUAL 'S'
              ADD 1                      TO WSS-QTD-SIGILO
           END-IF.

           IF TGP-QTD-F (WSS-IGP) EQUAL 0
              OR TGP-QTD-M (WSS-IGP) EQUAL 0
              OR TGP-MEDIA-M (WSS-IGP) EQUAL 0
              MOVE '      N/A'           TO GAP-MEDIA-DET
                                            GAP-MEDIANA-DET
                                            GAP-PAGO-DET
              MOVE 'SEM COMPARACAO F X M' TO SITUACAO-DET
              GO TO 2300-GRAVA-GAP
           END-IF.

           COMPUTE WSS-GAP-MEDIA ROUNDED =
                  (TGP-MEDIA-M (WSS-IGP) - TGP-MEDIA-F (WSS-IGP))
                  * 100 / TGP-MEDIA-M (WSS-IGP)
              ON SIZE ERROR
                 MOVE -99999,99          TO WSS-GAP-MEDIA
           END-COMPUTE.

           MOVE WSS-GAP-MEDIA            TO TGP-GAP (WSS-IGP).

           IF WSS-GAP-MEDIA LESS 0
              COMPUTE TGP-GAP-ABS (WSS-IGP) = 0 - WSS-GAP-MEDIA
           ELSE
              MOVE WSS-GAP-MEDIA         TO TGP-GAP-ABS (WSS-IGP)
           END-IF.

           MOVE WSS-GAP-MEDIA            TO MASCARA-GAP.
           MOVE MASCARA-GAP              TO GAP-MEDIA-DET.

           IF TGP-MEDIANA-M (WSS-IGP) GREATER 0
              COMPUTE WSS-GAP-MEDIANA ROUNDED =
                     (TGP-MEDIANA-M (WSS-IGP)
                    - TGP-MEDIANA-F (WSS-IGP))
                     * 100 / TGP-MEDIANA-M (WSS-IGP)
                 ON SIZE ERROR
                    MOVE -99999,99       TO WSS-GAP-MEDIANA
              END-COMPUTE
              MOVE WSS-GAP-MEDIANA       TO MASCARA-GAP
              MOVE MASCARA-GAP           TO GAP-MEDIANA-DET
           ELSE
              MOVE '      N/A'           TO GAP-MEDIANA-DET
           END-IF.

           IF TGP-PAGO-MEDIO-M (WSS-IGP) GREATER 0
              COMPUTE WSS-GAP-PAGO ROUNDED =
                     (TGP-PAGO-MEDIO-M (WSS-IGP)
                    - TGP-PAGO-MEDIO-F (WSS-IGP))
                     * 100 / TGP-PAGO-MEDIO-M (WSS-IGP)
                 ON SIZE ERROR
                    MOVE -99999,99       TO WSS-GAP-PAGO
              END-COMPUTE
              MOVE WSS-GAP-PAGO          TO MASCARA-GAP
              MOVE MASCARA-GAP           TO GAP-PAGO-DET
           ELSE
              MOVE '      N/A'           TO GAP-PAGO-DET
           END-IF.

           IF TGP-GAP-ABS (WSS-IGP) NOT LESS WSS-LIMITE-GAP
              MOVE 'GAP ACIMA DO LIMITE - REVISAR' TO SITUACAO-DET
           ELSE
              MOVE SPACES                TO SITUACAO-DET
           END-IF.

       2300-GRAVA-GAP.

           IF TGP-ABAIXO-MIN (WSS-IGP) EQUAL 'S'
              AND SITUACAO-DET EQUAL SPACES
              MOVE 'GRUPO ABAIXO DO MINIMO'  TO SITUACAO-DET
           END-IF.

           WRITE REG-RELEQUI FROM DET02 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELEQUI NOT EQUAL 0 THEN
              DISPLAY 'COBOL253 - ERRO WRITE RELEQUI FS=' ST-RELEQUI
              MOVE ST-RELEQUI            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           WRITE REG-RELEQUI FROM LINHA-BRANCO AFTER ADVANCING 1
           END-WRITE.

       2300-CALCULA-GAP-EXIT.
           EXIT.

      *----
      * GRUPOS COM OS DOIS SEXOS E GAP NO LIMITE OU ACIMA, DO MAIOR
      * PARA O MENOR (EM VALOR ABSOLUTO)
      *----
       3000-LISTA-REVISAO.

           DISPLAY '3000-LISTA-REVISAO'.

           IF WSS-QTD-GRUPOS GREATER 1
              SORT WSS-GRP-ENTRY DESCENDING TGP-GAP-ABS
           END-IF.

           MOVE WSS-LIMITE-GAP           TO CAB-LIMITE.

           WRITE REG-RELEQUI FROM CAB03 AFTER ADVANCING PAGE
           END-WRITE.

           MOVE 1                        TO WSS-IGP.

           PERFORM 3100-LISTA-GRUPO
              THRU 3100-LISTA-GRUPO-EXIT
              UNTIL WSS-IGP GREATER WSS-QTD-GRUPOS.

       3000-LISTA-REVISAO-EXIT.
           EXIT.

      *----
      * GAP POSITIVO: MAIORES SALARIOS MASCULINOS E MENORES
      * FEMININOS; GAP NEGATIVO: O INVERSO. O DESVIO E O SALARIO
      * MENOS A MEDIA DO OUTRO SEXO NO GRUPO
      *----
       3100-LISTA-GRUPO.

           IF TGP-QTD-F (WSS-IGP) EQUAL 0
              OR TGP-QTD-M (WSS-IGP) EQUAL 0
              OR TGP-GAP-ABS (WSS-IGP) LESS WSS-LIMITE-GAP
              GO TO 3100-PROXIMO
           END-IF.

           ADD 1                         TO WSS-QTD-REVISAO.

           MOVE TGP-EMPRESA (WSS-IGP)    TO EMPRESA-GRP.
           MOVE TGP-CARGO (WSS-IGP)      TO CARGO-GRP.
           MOVE TGP-TITULO (WSS-IGP)     TO TITULO-GRP.
           MOVE TGP-GAP (WSS-IGP)        TO GAP-GRP.
           MOVE TGP-QTD-F (WSS-IGP)      TO QTD-F-GRP.
           MOVE TGP-QTD-M (WSS-IGP)      TO QTD-M-GRP.

           IF TGP-ABAIXO-MIN (WSS-IGP) EQUAL 'S'
              MOVE 'ABAIXO MINIMO'       TO SIGILO-GRP
           ELSE
              MOVE SPACES                TO SIGILO-GRP
           END-IF.

           WRITE REG-RELEQUI FROM LINHA-BRANCO AFTER ADVANCING 1
           END-WRITE.

           WRITE REG-RELEQUI FROM DET03 AFTER ADVANCING 1
           END-WRITE.

           WRITE REG-RELEQUI FROM CAB04 AFTER ADVANCING 1
           END-WRITE.

           IF TGP-GAP (WSS-IGP) GREATER 0
              MOVE TGP-FIM-M (WSS-IGP)   TO WSS-FIM
              MOVE TGP-INI-M (WSS-IGP)   TO WSS-INI
              MOVE TGP-MEDIA-F (WSS-IGP) TO WSS-MEDIA-OUTRO
           ELSE
              MOVE TGP-FIM-F (WSS-IGP)   TO WSS-FIM
              MOVE TGP-INI-F (WSS-IGP)   TO WSS-INI
              MOVE TGP-MEDIA-M (WSS-IGP) TO WSS-MEDIA-OUTRO
           END-IF.

           MOVE 'ENTRE OS MAIORES DO GRUPO' TO POSICAO-IND.

           PERFORM 3200-LISTA-FUNCIONARIO
              THRU 3200-LISTA-FUNCIONARIO-EXIT
              VARYING WSS-K FROM WSS-FIM BY -1
              UNTIL WSS-K LESS WSS-INI
                 OR WSS-FIM - WSS-K NOT LESS WSS-QTD-LISTA.

           IF TGP-GAP (WSS-IGP) GREATER 0
              MOVE TGP-INI-F (WSS-IGP)   TO WSS-INI
              MOVE TGP-FIM-F (WSS-IGP)   TO WSS-FIM
              MOVE TGP-MEDIA-M (WSS-IGP) TO WSS-MEDIA-OUTRO
           ELSE
              MOVE TGP-INI-M (WSS-IGP)   TO WSS-INI
              MOVE TGP-FIM-M (WSS-IGP)   TO WSS-FIM
              MOVE TGP-MEDIA-F (WSS-IGP) TO WSS-MEDIA-OUTRO
           END-IF.

           MOVE 'ENTRE OS MENORES DO GRUPO' TO POSICAO-IND.

           PERFORM 3200-LISTA-FUNCIONARIO
              THRU 3200-LISTA-FUNCIONARIO-EXIT
              VARYING WSS-K FROM WSS-INI BY 1
              UNTIL WSS-K GREATER WSS-FIM
                 OR WSS-K - WSS-INI NOT LESS WSS-QTD-LISTA.

       3100-PROXIMO.

           ADD 1                         TO WSS-IGP.

       3100-LISTA-GRUPO-EXIT.
           EXIT.

      *----
       3200-LISTA-FUNCIONARIO.

           COMPUTE WSS-DESVIO = TFU-SALARIO (WSS-K) - WSS-MEDIA-OUTRO.

           MOVE TFU-MATRICULA (WSS-K)    TO MATRICULA-IND.
           MOVE TFU-NOME (WSS-K)         TO NOME-IND.
           MOVE TFU-DEPARTAMENTO (WSS-K) TO DEPTO-IND.
           MOVE TFU-SEXO (WSS-K)         TO SEXO-IND.
           MOVE TFU-SALARIO (WSS-K)      TO SALARIO-IND.
           MOVE WSS-DESVIO               TO DESVIO-IND.
           MOVE TFU-TOTAL-PAGO (WSS-K)   TO PAGO-IND.

           WRITE REG-RELEQUI FROM DET04 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELEQUI NOT EQUAL 0 THEN
              DISPLAY 'COBOL253 - ERRO WRITE RELEQUI FS=' ST-RELEQUI
              MOVE ST-RELEQUI            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-LISTADOS.

       3200-LISTA-FUNCIONARIO-EXIT.
           EXIT.

      *----
       ROT-GRAVA-LINHA.

           WRITE REG-RELEQUI FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELEQUI NOT EQUAL 0 THEN
              DISPLAY 'COBOL253 - ERRO WRITE RELEQUI FS=' ST-RELEQUI
              MOVE ST-RELEQUI            TO RETURN-CODE
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

           DISPLAY '***ABEND-COBOL253*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
