      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : CONSULTA AO MANIFESTO DE LINHAGEM (LINHAGEM,
      *            GRAVADO PELO COBOL257 EM CADA PROGRAMA DA CADEIA).
      *            O CARTAO LINHPRM DA O SENTIDO DA CONSULTA, O
      *            ARQUIVO E A GERACAO DE PARTIDA (EM BRANCO = A MAIS
      *            RECENTE DO ARQUIVO, OPCIONALMENTE DA COMPETENCIA DO
      *            CARTAO):
      *            - FRENTE: O QUE FOI CONSTRUIDO A PARTIR DA GERACAO
      *              - AS RODADAS QUE A LERAM, AS GERACOES QUE ESSAS
      *              RODADAS GRAVARAM, E ASSIM POR DIANTE ATE O FIM;
      *            - ORIGEM: O QUE ALIMENTOU A GERACAO - A RODADA QUE
      *              A GRAVOU, AS GERACOES QUE ESSA RODADA LEU, E ASSIM
      *              POR DIANTE ATE OS FEEDS EXTERNOS.
      *            O RELATORIO RELLINH LISTA AS RODADAS E AS GERACOES
      *            ALCANCADAS COM O NIVEL DE DISTANCIA. NO SENTIDO
      *            FRENTE GRAVA O REPROC (COPY2581) COM UM REGISTRO POR
      *            PROGRAMA ATINGIDO, QUE O COBOL140 USA NA FUNCAO
      *            REPROCESSA PARA REABRIR ESSES PASSOS E OS SEUS
      *            DEPENDENTES. RETORNO 4 QUANDO HA PROGRAMAS A
      *            REPROCESSAR; 8 QUANDO A GERACAO NAO ESTA NO
      *            MANIFESTO.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL258.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 11:00:00.
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
           SELECT LINHPRM ASSIGN TO LINHPRM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-LINHPRM.
      *
           SELECT LINHAGEM ASSIGN TO LINHAGEM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-LINHAGEM.
      *
           SELECT RELLINH ASSIGN TO RELLINH
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELLINH.
      *
           SELECT REPROC ASSIGN TO REPROC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-REPROC.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   LINHPRM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CARTAO: SENTIDO ('FRENTE' OU 'ORIGEM'), ARQUIVO, GERACAO
      * (BRANCO = A MAIS RECENTE DO ARQUIVO) E COMPETENCIA (ZERO =
      * QUALQUER; SO CONTA NA BUSCA DA GERACAO MAIS RECENTE)
      *----
       01   REG-LINHPRM.
            03 LNP-SENTIDO                 PIC X(006).
               88 LNP-FRENTE                       VALUE 'FRENTE'.
               88 LNP-ORIGEM                       VALUE 'ORIGEM'.
            03 LNP-ARQUIVO                 PIC X(010).
            03 LNP-GERACAO                 PIC X(014).
            03 LNP-COMPETENCIA             PIC 9(006).
            03 FILLER                      PIC X(044).
      *----
       FD   LINHAGEM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2572'.
      *----
       FD   RELLINH
            RECORDING MODE IS F
            RECORD CONTAINS 132 CHARACTERS.
      *----
       01   REG-RELLINH                    PIC X(132).
      *----
       FD   REPROC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2581'.
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-LINHPRM                      PIC 9(002) VALUE 0.
       77  ST-LINHAGEM                     PIC 9(002) VALUE 0.
       77  ST-RELLINH                      PIC 9(002) VALUE 0.
       77  ST-REPROC                       PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-MUDOU                       PIC X(001) VALUE 'N'.
       77  WSS-QTD-MANIF                   PIC 9(004) COMP VALUE 0.
       77  WSS-QTD-GERACOES                PIC 9(004) COMP VALUE 0.
       77  WSS-QTD-RODADAS                 PIC 9(004) COMP VALUE 0.
       77  WSS-IMN                         PIC 9(004) COMP VALUE 0.
       77  WSS-IGR                         PIC 9(004) COMP VALUE 0.
       77  WSS-IRD                         PIC 9(004) COMP VALUE 0.
       77  WSS-NIVEL                       PIC 9(002) VALUE 0.
       77  WSS-PASSADAS                    PIC 9(004) VALUE 0.
       77  WSS-REG-LIDOS                   PIC 9(008) VALUE ZEROES.
       77  WSS-REG-REPROC                  PIC 9(006) VALUE ZEROES.
       77  WSS-ARQUIVO                     PIC X(010) VALUE SPACES.
       77  WSS-GERACAO                     PIC X(014) VALUE SPACES.
       77  WSS-PROGRAMA                    PIC X(008) VALUE SPACES.
       77  WSS-RODADA                      PIC X(014) VALUE SPACES.
       77  WSS-PROGRAMA-ANT                PIC X(008) VALUE SPACES.
       77  WSS-QTD-REGS                    PIC 9(008) VALUE 0.
       77  MASCARA-QTD                     PIC ZZ.ZZZ.ZZ9.
      *----
       01  DATA-HORA.
           03 DH-DATA                      PIC 9(008).
           03 DH-HORA                      PIC 9(006).
           03 FILLER                       PIC X(007).
      *----
      * MANIFESTO EM MEMORIA, NA ORDEM DE GRAVACAO
      *----
       01  WSS-TAB-MANIFESTO.
           05 WSS-MAN-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-MANIF.
              10 TMN-RODADA                PIC X(014).
              10 TMN-PROGRAMA              PIC X(008).
              10 TMN-COMPETENCIA           PIC 9(006).
              10 TMN-SENTIDO               PIC X(001).
              10 TMN-ARQUIVO               PIC X(010).
              10 TMN-GERACAO               PIC X(014).
              10 TMN-QTD-REGS              PIC 9(008).
      *----
      * GERACOES ALCANCADAS PELA CONSULTA; NIVEL 0 = A DE PARTIDA
      *----
       01  WSS-TAB-GERACOES.
           05 WSS-GER-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WSS-QTD-GERACOES
                 INDEXED BY IDX-GER.
              10 TGR-NIVEL                 PIC 9(002).
              10 TGR-ARQUIVO               PIC X(010).
              10 TGR-GERACAO               PIC X(014).
              10 TGR-QTD-REGS              PIC 9(008).
      *----
      * RODADAS DE PROGRAMA ALCANCADAS PELA CONSULTA
      *----
       01  WSS-TAB-RODADAS.
           05 WSS-RD-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WSS-QTD-RODADAS
                 INDEXED BY IDX-RD.
              10 TRD-NIVEL                 PIC 9(002).
              10 TRD-PROGRAMA              PIC X(008).
              10 TRD-RODADA                PIC X(014).
              10 TRD-COMPETENCIA           PIC 9(006).
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL258'.
           03 FILLER                       PIC X(050)
              VALUE 'CONSULTA AO MANIFESTO DE LINHAGEM'.
           03 FILLER                       PIC X(010)
              VALUE 'SENTIDO: '.
           03 CAB-SENTIDO                  PIC X(006) VALUE SPACES.
           03 FILLER                       PIC X(010)
              VALUE '    DATA: '.
           03 CAB-DATA                     PIC 9999/99/99.
      *----
       01  CAB02.
           03 FILLER                       PIC X(008) VALUE 'NIVEL'.
           03 FILLER                       PIC X(010) VALUE 'PROGRAMA'.
           03 FILLER                       PIC X(016) VALUE 'RODADA'.
           03 FILLER                       PIC X(011)
              VALUE 'COMPETENCIA'.
      *----
       01  CAB03.
           03 FILLER                       PIC X(008) VALUE 'NIVEL'.
           03 FILLER                       PIC X(012) VALUE 'ARQUIVO'.
           03 FILLER                       PIC X(016) VALUE 'GERACAO'.
           03 FILLER                       PIC X(011)
              VALUE '  REGISTROS'.
      *----
       01  DET01.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 NIVEL-DET                    PIC Z9.
           03 FILLER                       PIC X(004) VALUE SPACES.
           03 PROGRAMA-DET                 PIC X(008) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 RODADA-DET                   PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 COMPET-DET                   PIC 9(006) VALUE 0.
      *----
       01  DET02.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 NIVEL-GER                    PIC Z9.
           03 FILLER                       PIC X(004) VALUE SPACES.
           03 ARQUIVO-GER                  PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 GERACAO-GER                  PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 QTD-GER                      PIC ZZ.ZZZ.ZZ9.
      *----
       01  LINHA-TEXTO.
           03 LT-ROTULO                    PIC X(040) VALUE SPACES.
           03 LT-VALOR                     PIC X(060) VALUE SPACES.
           03 FILLER                       PIC X(032) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL258'
           DISPLAY ' CONSULTA AO MANIFESTO DE LINHAGEM'.

           PERFORM 0001-CARGA-CARTAO
              THRU 0001-CARGA-CARTAO-EXIT.

           PERFORM 0002-CARGA-MANIFESTO
              THRU 0002-CARGA-MANIFESTO-EXIT.

           OPEN OUTPUT RELLINH.

           IF ST-RELLINH NOT EQUAL 0 THEN
              DISPLAY 'COBOL258 - ERRO OPEN RELLINH FS=' ST-RELLINH
              MOVE ST-RELLINH            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT REPROC.

           IF ST-REPROC NOT EQUAL 0 THEN
              DISPLAY 'COBOL258 - ERRO OPEN REPROC FS=' ST-REPROC
              MOVE ST-REPROC             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           WRITE REG-RELLINH FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           PERFORM 1000-LOCALIZA-SEMENTE
              THRU 1000-LOCALIZA-SEMENTE-EXIT.

           PERFORM 8000-IMPRIME-PARTIDA
              THRU 8000-IMPRIME-PARTIDA-EXIT.

           IF WSS-QTD-GERACOES EQUAL 0
              MOVE SPACES                TO LINHA-TEXTO
              MOVE '*** GERACAO NAO ENCONTRADA NO MANIFESTO'
                                         TO LT-ROTULO
              WRITE REG-RELLINH FROM LINHA-TEXTO AFTER ADVANCING 2
              END-WRITE
              CLOSE RELLINH
                    REPROC
              DISPLAY 'COBOL258 - GERACAO NAO ENCONTRADA: '
                      LNP-ARQUIVO ' ' LNP-GERACAO
              MOVE 8                     TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'Y'                      TO WSS-MUDOU.

           PERFORM 2000-FECHA-GRAFO
              THRU 2000-FECHA-GRAFO-EXIT
              UNTIL WSS-MUDOU EQUAL 'N'.

           IF LNP-FRENTE
              PERFORM 3000-GRAVA-REPROC
                 THRU 3000-GRAVA-REPROC-EXIT
           END-IF.

           PERFORM 8100-IMPRIME-RODADAS
              THRU 8100-IMPRIME-RODADAS-EXIT.

           PERFORM 8200-IMPRIME-GERACOES
              THRU 8200-IMPRIME-GERACOES-EXIT.

           CLOSE RELLINH
                 REPROC.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL258                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* SENTIDO                 : ' LNP-SENTIDO.
           DISPLAY '* ARQUIVO                 : ' LNP-ARQUIVO.
           DISPLAY '* GERACAO DE PARTIDA      : ' WSS-GERACAO.
           DISPLAY '* REGISTROS NO MANIFESTO  : ' WSS-REG-LIDOS.
           DISPLAY '* PASSADAS NO GRAFO       : ' WSS-PASSADAS.
           DISPLAY '* RODADAS ALCANCADAS      : ' WSS-QTD-RODADAS.
           DISPLAY '* GERACOES ALCANCADAS     : ' WSS-QTD-GERACOES.
           DISPLAY '* PROGRAMAS A REPROCESSAR : ' WSS-REG-REPROC.
           DISPLAY '*******************************************'.

           IF WSS-REG-REPROC GREATER 0
              MOVE 4                     TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----
       0001-CARGA-CARTAO.

           DISPLAY '0001-CARGA-CARTAO'.

           OPEN INPUT LINHPRM.

           IF ST-LINHPRM NOT EQUAL 0 THEN
              DISPLAY 'COBOL258 - ERRO OPEN LINHPRM FS=' ST-LINHPRM
              MOVE ST-LINHPRM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ LINHPRM.

           IF ST-LINHPRM NOT EQUAL 0 THEN
              DISPLAY 'COBOL258 - ERRO READ LINHPRM FS=' ST-LINHPRM
              MOVE ST-LINHPRM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE LINHPRM.

           IF NOT LNP-FRENTE AND NOT LNP-ORIGEM
              DISPLAY 'COBOL258 - SENTIDO INVALIDO NO CARTAO: '
                      LNP-SENTIDO
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF LNP-ARQUIVO EQUAL SPACES
              DISPLAY 'COBOL258 - ARQUIVO NAO INFORMADO NO CARTAO'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF LNP-COMPETENCIA NOT NUMERIC
              MOVE 0                     TO LNP-COMPETENCIA
           END-IF.

           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.

           MOVE LNP-SENTIDO              TO CAB-SENTIDO.
           MOVE DH-DATA                  TO CAB-DATA.

           DISPLAY ' SENTIDO     : ' LNP-SENTIDO.
           DISPLAY ' ARQUIVO     : ' LNP-ARQUIVO.
           DISPLAY ' GERACAO     : ' LNP-GERACAO.
           DISPLAY ' COMPETENCIA : ' LNP-COMPETENCIA.

       0001-CARGA-CARTAO-EXIT.
           EXIT.

      *----
      * MANIFESTO INTEIRO EM MEMORIA; SEM MANIFESTO NAO HA O QUE
      * CONSULTAR
      *----
       0002-CARGA-MANIFESTO.

           DISPLAY '0002-CARGA-MANIFESTO'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT LINHAGEM.

           IF ST-LINHAGEM NOT EQUAL 0 THEN
              DISPLAY 'COBOL258 - ERRO OPEN LINHAGEM FS=' ST-LINHAGEM
              MOVE ST-LINHAGEM           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0003-LER-LINHAGEM
              THRU 0003-LER-LINHAGEM-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE LINHAGEM.

           MOVE 'N'                      TO WSS-EOF.

           DISPLAY ' REGISTROS DO MANIFESTO : ' WSS-REG-LIDOS.

       0002-CARGA-MANIFESTO-EXIT.
           EXIT.

      *----
       0003-LER-LINHAGEM.

           READ LINHAGEM
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-LINHAGEM NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL258 - ERRO READ LINHAGEM FS=' ST-LINHAGEM
              MOVE ST-LINHAGEM           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0003-LER-LINHAGEM-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-LIDOS.

           IF WSS-QTD-MANIF EQUAL 5000
              DISPLAY 'COBOL258 - MANIFESTO ACIMA DE 5000 REGISTROS'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-MANIF.

           MOVE LIN-RODADA          TO TMN-RODADA (WSS-QTD-MANIF).
           MOVE LIN-PROGRAMA        TO TMN-PROGRAMA (WSS-QTD-MANIF).
           MOVE LIN-COMPETENCIA     TO TMN-COMPETENCIA (WSS-QTD-MANIF).
           MOVE LIN-SENTIDO         TO TMN-SENTIDO (WSS-QTD-MANIF).
           MOVE LIN-ARQUIVO         TO TMN-ARQUIVO (WSS-QTD-MANIF).
           MOVE LIN-GERACAO         TO TMN-GERACAO (WSS-QTD-MANIF).
           MOVE LIN-QTD-REGS        TO TMN-QTD-REGS (WSS-QTD-MANIF).

       0003-LER-LINHAGEM-EXIT.
           EXIT.

      *----
      * GERACAO DE PARTIDA: A DO CARTAO, SE ESTIVER NO MANIFESTO, OU
      * A ULTIMA DO ARQUIVO (DA COMPETENCIA, SE INFORMADA). ENTRA NA
      * TABELA DE GERACOES COM NIVEL 0
      *----
       1000-LOCALIZA-SEMENTE.

           DISPLAY '1000-LOCALIZA-SEMENTE'.

           MOVE 'N'                      TO WSS-ACHOU.
           MOVE LNP-ARQUIVO              TO WSS-ARQUIVO.
           MOVE LNP-GERACAO              TO WSS-GERACAO.

           PERFORM 1100-PROCURA-SEMENTE
              THRU 1100-PROCURA-SEMENTE-EXIT
              VARYING WSS-IMN FROM 1 BY 1
              UNTIL WSS-IMN GREATER WSS-QTD-MANIF.

           IF WSS-ACHOU NOT EQUAL 'Y'
              GO TO 1000-LOCALIZA-SEMENTE-EXIT
           END-IF.

           MOVE 0                        TO WSS-NIVEL.

           PERFORM 2300-MARCA-GERACAO
              THRU 2300-MARCA-GERACAO-EXIT.

       1000-LOCALIZA-SEMENTE-EXIT.
           EXIT.

      *----
       1100-PROCURA-SEMENTE.

           IF TMN-ARQUIVO (WSS-IMN) NOT EQUAL LNP-ARQUIVO
              GO TO 1100-PROCURA-SEMENTE-EXIT
           END-IF.

           IF LNP-GERACAO NOT EQUAL SPACES
              IF TMN-GERACAO (WSS-IMN) EQUAL LNP-GERACAO
                 MOVE 'Y'                TO WSS-ACHOU
                 MOVE TMN-QTD-REGS (WSS-IMN) TO WSS-QTD-REGS
              END-IF
              GO TO 1100-PROCURA-SEMENTE-EXIT
           END-IF.

           IF LNP-COMPETENCIA NOT EQUAL 0
              AND TMN-COMPETENCIA (WSS-IMN) NOT EQUAL LNP-COMPETENCIA
              GO TO 1100-PROCURA-SEMENTE-EXIT
           END-IF.

           MOVE 'Y'                      TO WSS-ACHOU.
           MOVE TMN-GERACAO (WSS-IMN)    TO WSS-GERACAO.
           MOVE TMN-QTD-REGS (WSS-IMN)   TO WSS-QTD-REGS.

       1100-PROCURA-SEMENTE-EXIT.
           EXIT.

      *----
      * UMA PASSADA PELO MANIFESTO ESTENDENDO O CONJUNTO ALCANCADO;
      * REPETE ATE UMA PASSADA NAO ACRESCENTAR NADA
      *----
       2000-FECHA-GRAFO.

           MOVE 'N'                      TO WSS-MUDOU.
           ADD 1                         TO WSS-PASSADAS.

           PERFORM 2100-EXAMINA-REGISTRO
              THRU 2100-EXAMINA-REGISTRO-EXIT
              VARYING WSS-IMN FROM 1 BY 1
              UNTIL WSS-IMN GREATER WSS-QTD-MANIF.

       2000-FECHA-GRAFO-EXIT.
           EXIT.

      *----
      * FRENTE: LEITURA DE GERACAO ALCANCADA ALCANCA A RODADA QUE
      *         LEU; GRAVACAO DE RODADA ALCANCADA ALCANCA A GERACAO.
      * ORIGEM: GRAVACAO DE GERACAO ALCANCADA ALCANCA A RODADA QUE
      *         GRAVOU; LEITURA DE RODADA ALCANCADA ALCANCA A GERACAO.
      *----
       2100-EXAMINA-REGISTRO.

           MOVE TMN-ARQUIVO (WSS-IMN)    TO WSS-ARQUIVO.
           MOVE TMN-GERACAO (WSS-IMN)    TO WSS-GERACAO.
           MOVE TMN-PROGRAMA (WSS-IMN)   TO WSS-PROGRAMA.
           MOVE TMN-RODADA (WSS-IMN)     TO WSS-RODADA.

           IF (LNP-FRENTE AND TMN-SENTIDO (WSS-IMN) EQUAL 'E')
              OR (LNP-ORIGEM AND TMN-SENTIDO (WSS-IMN) EQUAL 'S')
              PERFORM 2110-GERACAO-PARA-RODADA
                 THRU 2110-GERACAO-PARA-RODADA-EXIT
           ELSE
              PERFORM 2120-RODADA-PARA-GERACAO
                 THRU 2120-RODADA-PARA-GERACAO-EXIT
           END-IF.

       2100-EXAMINA-REGISTRO-EXIT.
           EXIT.

      *----
       2110-GERACAO-PARA-RODADA.

           PERFORM 2200-LOCALIZA-GERACAO
              THRU 2200-LOCALIZA-GERACAO-EXIT.

           IF WSS-ACHOU NOT EQUAL 'Y'
              GO TO 2110-GERACAO-PARA-RODADA-EXIT
           END-IF.

           COMPUTE WSS-NIVEL = TGR-NIVEL (IDX-GER) + 1.

           PERFORM 2400-LOCALIZA-RODADA
              THRU 2400-LOCALIZA-RODADA-EXIT.

           IF WSS-ACHOU EQUAL 'Y'
              GO TO 2110-GERACAO-PARA-RODADA-EXIT
           END-IF.

           IF WSS-QTD-RODADAS EQUAL 2000
              DISPLAY 'COBOL258 - MAIS DE 2000 RODADAS ALCANCADAS'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-RODADAS.
           MOVE WSS-NIVEL         TO TRD-NIVEL (WSS-QTD-RODADAS).
           MOVE WSS-PROGRAMA      TO TRD-PROGRAMA (WSS-QTD-RODADAS).
           MOVE WSS-RODADA        TO TRD-RODADA (WSS-QTD-RODADAS).
           MOVE TMN-COMPETENCIA (WSS-IMN)
                                  TO TRD-COMPETENCIA (WSS-QTD-RODADAS).
           MOVE 'Y'                      TO WSS-MUDOU.

       2110-GERACAO-PARA-RODADA-EXIT.
           EXIT.

      *----
       2120-RODADA-PARA-GERACAO.

           PERFORM 2400-LOCALIZA-RODADA
              THRU 2400-LOCALIZA-RODADA-EXIT.

           IF WSS-ACHOU NOT EQUAL 'Y'
              GO TO 2120-RODADA-PARA-GERACAO-EXIT
           END-IF.

           MOVE TRD-NIVEL (IDX-RD)       TO WSS-NIVEL.

           PERFORM 2200-LOCALIZA-GERACAO
              THRU 2200-LOCALIZA-GERACAO-EXIT.

           IF WSS-ACHOU EQUAL 'Y'
              GO TO 2120-RODADA-PARA-GERACAO-EXIT
           END-IF.

           MOVE TMN-QTD-REGS (WSS-IMN)   TO WSS-QTD-REGS.

           PERFORM 2300-MARCA-GERACAO
              THRU 2300-MARCA-GERACAO-EXIT.

           MOVE 'Y'                      TO WSS-MUDOU.

       2120-RODADA-PARA-GERACAO-EXIT.
           EXIT.

      *----
       2200-LOCALIZA-GERACAO.

           MOVE 'N'                      TO WSS-ACHOU.

           IF WSS-QTD-GERACOES EQUAL 0
              GO TO 2200-LOCALIZA-GERACAO-EXIT
           END-IF.

           SET IDX-GER                   TO 1.

           SEARCH WSS-GER-ENTRY
              AT END
                 MOVE 'N'                TO WSS-ACHOU
              WHEN TGR-ARQUIVO (IDX-GER) EQUAL WSS-ARQUIVO
               AND TGR-GERACAO (IDX-GER) EQUAL WSS-GERACAO
                 MOVE 'Y'                TO WSS-ACHOU
           END-SEARCH.

       2200-LOCALIZA-GERACAO-EXIT.
           EXIT.

      *----
       2300-MARCA-GERACAO.

           IF WSS-QTD-GERACOES EQUAL 2000
              DISPLAY 'COBOL258 - MAIS DE 2000 GERACOES ALCANCADAS'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-GERACOES.
           MOVE WSS-NIVEL         TO TGR-NIVEL (WSS-QTD-GERACOES).
           MOVE WSS-ARQUIVO       TO TGR-ARQUIVO (WSS-QTD-GERACOES).
           MOVE WSS-GERACAO       TO TGR-GERACAO (WSS-QTD-GERACOES).
           MOVE WSS-QTD-REGS      TO TGR-QTD-REGS (WSS-QTD-GERACOES).

       2300-MARCA-GERACAO-EXIT.
           EXIT.

      *----
       2400-LOCALIZA-RODADA.

           MOVE 'N'                      TO WSS-ACHOU.

           IF WSS-QTD-RODADAS EQUAL 0
              GO TO 2400-LOCALIZA-RODADA-EXIT
           END-IF.

           SET IDX-RD                    TO 1.

           SEARCH WSS-RD-ENTRY
              AT END
                 MOVE 'N'                TO WSS-ACHOU
              WHEN TRD-PROGRAMA (IDX-RD) EQUAL WSS-PROGRAMA
               AND TRD-RODADA (IDX-RD) EQUAL WSS-RODADA
                 MOVE 'Y'                TO WSS-ACHOU
           END-SEARCH.

       2400-LOCALIZA-RODADA-EXIT.
           EXIT.

      *----
      * UM REGISTRO POR PROGRAMA ALCANCADO, NO MENOR NIVEL EM QUE
      * APARECE E COM A RODADA MAIS RECENTE DESSE NIVEL
      *----
       3000-GRAVA-REPROC.

           DISPLAY '3000-GRAVA-REPROC'.

           IF WSS-QTD-RODADAS EQUAL 0
              GO TO 3000-GRAVA-REPROC-EXIT
           END-IF.

           IF WSS-QTD-RODADAS GREATER 1
              SORT WSS-RD-ENTRY ASCENDING TRD-PROGRAMA TRD-NIVEL
                                DESCENDING TRD-RODADA
           END-IF.

           MOVE SPACES                   TO WSS-PROGRAMA-ANT.

           PERFORM 3100-GRAVA-PROGRAMA
              THRU 3100-GRAVA-PROGRAMA-EXIT
              VARYING WSS-IRD FROM 1 BY 1
              UNTIL WSS-IRD GREATER WSS-QTD-RODADAS.

       3000-GRAVA-REPROC-EXIT.
           EXIT.

      *----
       3100-GRAVA-PROGRAMA.

           IF TRD-PROGRAMA (WSS-IRD) EQUAL WSS-PROGRAMA-ANT
              GO TO 3100-GRAVA-PROGRAMA-EXIT
           END-IF.

           MOVE TRD-PROGRAMA (WSS-IRD)   TO WSS-PROGRAMA-ANT.

           MOVE SPACES                   TO REG-REPROC.
           MOVE TRD-PROGRAMA (WSS-IRD)   TO REP-PROGRAMA.
           MOVE TRD-RODADA (WSS-IRD)     TO REP-RODADA.
           MOVE TRD-COMPETENCIA (WSS-IRD) TO REP-COMPETENCIA.
           MOVE TRD-NIVEL (WSS-IRD)      TO REP-NIVEL.

           WRITE REG-REPROC.

           IF ST-REPROC NOT EQUAL 0 THEN
              DISPLAY 'COBOL258 - ERRO WRITE REPROC FS=' ST-REPROC
              MOVE ST-REPROC             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-REPROC.

       3100-GRAVA-PROGRAMA-EXIT.
           EXIT.

      *----
       8000-IMPRIME-PARTIDA.

           MOVE SPACES                   TO LINHA-TEXTO.
           MOVE 'ARQUIVO DE PARTIDA'     TO LT-ROTULO.
           MOVE LNP-ARQUIVO              TO LT-VALOR.
           WRITE REG-RELLINH FROM LINHA-TEXTO AFTER ADVANCING 2
           END-WRITE.

           MOVE SPACES                   TO LINHA-TEXTO.
           MOVE 'GERACAO DE PARTIDA'     TO LT-ROTULO.
           MOVE WSS-GERACAO              TO LT-VALOR.
           IF WSS-GERACAO EQUAL SPACES
              MOVE 'MAIS RECENTE'        TO LT-VALOR
           END-IF.
           WRITE REG-RELLINH FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           IF LNP-COMPETENCIA NOT EQUAL 0
              MOVE SPACES                TO LINHA-TEXTO
              MOVE 'COMPETENCIA'         TO LT-ROTULO
              MOVE LNP-COMPETENCIA       TO LT-VALOR
              WRITE REG-RELLINH FROM LINHA-TEXTO AFTER ADVANCING 1
              END-WRITE
           END-IF.

           IF WSS-QTD-GERACOES GREATER 0
              MOVE SPACES                TO LINHA-TEXTO
              MOVE 'REGISTROS DA GERACAO' TO LT-ROTULO
              MOVE TGR-QTD-REGS (1)      TO MASCARA-QTD
              MOVE MASCARA-QTD           TO LT-VALOR
              WRITE REG-RELLINH FROM LINHA-TEXTO AFTER ADVANCING 1
              END-WRITE
           END-IF.

       8000-IMPRIME-PARTIDA-EXIT.
           EXIT.

      *----
       8100-IMPRIME-RODADAS.

           DISPLAY '8100-IMPRIME-RODADAS'.

           MOVE SPACES                   TO LINHA-TEXTO.
           IF LNP-FRENTE
              MOVE 'RODADAS CONSTRUIDAS A PARTIR DA GERACAO'
                                         TO LT-ROTULO
           ELSE
              MOVE 'RODADAS QUE ALIMENTARAM A GERACAO'
                                         TO LT-ROTULO
           END-IF.
           WRITE REG-RELLINH FROM LINHA-TEXTO AFTER ADVANCING 3
           END-WRITE.

           WRITE REG-RELLINH FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

           IF WSS-QTD-RODADAS EQUAL 0
              MOVE SPACES                TO LINHA-TEXTO
              MOVE '  NENHUMA'           TO LT-ROTULO
              WRITE REG-RELLINH FROM LINHA-TEXTO AFTER ADVANCING 1
              END-WRITE
              GO TO 8100-IMPRIME-RODADAS-EXIT
           END-IF.

           IF WSS-QTD-RODADAS GREATER 1
              SORT WSS-RD-ENTRY ASCENDING TRD-NIVEL TRD-PROGRAMA
                                          TRD-RODADA
           END-IF.

           PERFORM 8110-IMPRIME-RODADA
              THRU 8110-IMPRIME-RODADA-EXIT
              VARYING WSS-IRD FROM 1 BY 1
              UNTIL WSS-IRD GREATER WSS-QTD-RODADAS.

       8100-IMPRIME-RODADAS-EXIT.
           EXIT.

      *----
       8110-IMPRIME-RODADA.

           MOVE TRD-NIVEL (WSS-IRD)      TO NIVEL-DET.
           MOVE TRD-PROGRAMA (WSS-IRD)   TO PROGRAMA-DET.
           MOVE TRD-RODADA (WSS-IRD)     TO RODADA-DET.
           MOVE TRD-COMPETENCIA (WSS-IRD) TO COMPET-DET.

           WRITE REG-RELLINH FROM DET01 AFTER ADVANCING 1
           END-WRITE.

       8110-IMPRIME-RODADA-EXIT.
           EXIT.

      *----
       8200-IMPRIME-GERACOES.

           DISPLAY '8200-IMPRIME-GERACOES'.

           MOVE SPACES                   TO LINHA-TEXTO.
           MOVE 'GERACOES ALCANCADAS'    TO LT-ROTULO.
           WRITE REG-RELLINH FROM LINHA-TEXTO AFTER ADVANCING 3
           END-WRITE.

           WRITE REG-RELLINH FROM CAB03 AFTER ADVANCING 2
           END-WRITE.

           IF WSS-QTD-GERACOES GREATER 1
              SORT WSS-GER-ENTRY ASCENDING TGR-NIVEL TGR-ARQUIVO
                                           TGR-GERACAO
           END-IF.

           PERFORM 8210-IMPRIME-GERACAO
              THRU 8210-IMPRIME-GERACAO-EXIT
              VARYING WSS-IGR FROM 1 BY 1
              UNTIL WSS-IGR GREATER WSS-QTD-GERACOES.

       8200-IMPRIME-GERACOES-EXIT.
           EXIT.

      *----
       8210-IMPRIME-GERACAO.

           MOVE TGR-NIVEL (WSS-IGR)      TO NIVEL-GER.
           MOVE TGR-ARQUIVO (WSS-IGR)    TO ARQUIVO-GER.
           MOVE TGR-GERACAO (WSS-IGR)    TO GERACAO-GER.
           MOVE TGR-QTD-REGS (WSS-IGR)   TO QTD-GER.

           WRITE REG-RELLINH FROM DET02 AFTER ADVANCING 1
           END-WRITE.

       8210-IMPRIME-GERACAO-EXIT.
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

           DISPLAY '***ABEND-COBOL258*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
