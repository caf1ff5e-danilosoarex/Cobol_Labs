      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : SUBPROGRAMA GRAVADOR DO MANIFESTO DE LINHAGEM.
      *            ACRESCENTA AO ARQUIVO CUMULATIVO LINHAGEM UM
      *            REGISTRO POR ARQUIVO LIDO OU GRAVADO NUMA RODADA
      *            DE PROGRAMA DA CADEIA (PROGRAMA, RODADA,
      *            COMPETENCIA, ARQUIVO, GERACAO E QUANTIDADE DE
      *            REGISTROS), NOS MOLDES DO COBOL141. A GERACAO:
      *            - NA SAIDA ('S') E A PROPRIA RODADA QUE GRAVOU;
      *            - NA ENTRADA ('E') E A GERACAO MAIS RECENTE DO
      *              ARQUIVO NO MANIFESTO, COMO NO GDG (0): A ULTIMA
      *              GRAVADA PELA CADEIA OU, NO ARQUIVO QUE VEM DE FORA
      *              (FEED DO RH), A MESMA DA LEITURA ANTERIOR QUANDO
      *              COMPETENCIA E QUANTIDADE BATEM. SENAO NASCE UMA
      *              GERACAO EXTERNA NOVA COM A RODADA QUE LEU.
      *            LINKAGE EM COPY2571; A CONSULTA E O COBOL258.
      *            OS PROGRAMAS CHAMAM PRIMEIRO AS ENTRADAS E DEPOIS
      *            AS SAIDAS, PARA O ARQUIVO LIDO E REGRAVADO NA MESMA
      *            RODADA FICAR COM A GERACAO CERTA DE CADA LADO.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL257.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 09:00:00.
       DATE-COMPILED. 2026-10-15.
       INSTALLATION. INEFE.
       SECURITY. NORMAL.

      *---------------------
       ENVIRONMENT DIVISION.
      *---------------------
        CONFIGURATION SECTION.
         SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.
      *----
        INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT LINHAGEM ASSIGN TO LINHAGEM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-LINHAGEM.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   LINHAGEM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2572'.
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-LINHAGEM                     PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-ACHOU-ANTERIOR              PIC X(001) VALUE 'N'.
       77  WSS-ORIGEM                      PIC X(001) VALUE SPACE.
      *----
      * ULTIMO REGISTRO DO MESMO ARQUIVO NO MANIFESTO
      *----
       01  WSS-ANTERIOR.
           03 ANT-SENTIDO                  PIC X(001).
           03 ANT-COMPETENCIA              PIC 9(006).
           03 ANT-GERACAO                  PIC X(014).
           03 ANT-QTD-REGS                 PIC 9(008).
           03 ANT-ORIGEM                   PIC X(001).
      *
       LINKAGE SECTION.
      *
           COPY  'COPY2571'.
      *
      *************************************************
       PROCEDURE DIVISION USING WSS-LINHAGEM-LINKAGE.
      *************************************************

           MOVE 0                  TO WSS-RETURN-CODE OF WSS-LG-OUTPUT.
           MOVE SPACES             TO WSS-MENSAGEM OF WSS-LG-OUTPUT
                                      WSS-LG-GERACAO.

           IF NOT WSS-LG-ENTRADA AND NOT WSS-LG-SAIDA
              MOVE 12              TO WSS-RETURN-CODE OF WSS-LG-OUTPUT
              MOVE 'SENTIDO INVALIDO PARA COBOL257'
                                   TO WSS-MENSAGEM OF WSS-LG-OUTPUT
              GOBACK
           END-IF.

           IF WSS-LG-SAIDA
              MOVE WSS-LG-RODADA   TO WSS-LG-GERACAO
              MOVE 'P'             TO WSS-ORIGEM
           ELSE
              PERFORM 1000-RESOLVE-GERACAO
                 THRU 1000-RESOLVE-GERACAO-EXIT
           END-IF.

           IF WSS-RETURN-CODE OF WSS-LG-OUTPUT NOT EQUAL 0
              GOBACK
           END-IF.

           OPEN EXTEND LINHAGEM.

           IF ST-LINHAGEM EQUAL 35
              OPEN OUTPUT LINHAGEM
           END-IF.

           IF ST-LINHAGEM NOT EQUAL 0
              MOVE ST-LINHAGEM     TO WSS-RETURN-CODE OF WSS-LG-OUTPUT
              MOVE 'ERRO NA ABERTURA DE LINHAGEM'
                                   TO WSS-MENSAGEM OF WSS-LG-OUTPUT
              GOBACK
           END-IF.

           MOVE SPACES                   TO REG-LINHAGEM.
           MOVE WSS-LG-RODADA            TO LIN-RODADA.
           MOVE WSS-LG-PROGRAMA          TO LIN-PROGRAMA.
           MOVE WSS-LG-COMPETENCIA       TO LIN-COMPETENCIA.
           MOVE WSS-LG-SENTIDO           TO LIN-SENTIDO.
           MOVE WSS-LG-ARQUIVO           TO LIN-ARQUIVO.
           MOVE WSS-LG-GERACAO           TO LIN-GERACAO.
           MOVE WSS-LG-QTD-REGS          TO LIN-QTD-REGS.
           MOVE WSS-ORIGEM               TO LIN-ORIGEM.

           WRITE REG-LINHAGEM.

           IF ST-LINHAGEM NOT EQUAL 0
              MOVE ST-LINHAGEM     TO WSS-RETURN-CODE OF WSS-LG-OUTPUT
              MOVE 'ERRO NA GRAVACAO DE LINHAGEM'
                                   TO WSS-MENSAGEM OF WSS-LG-OUTPUT
           END-IF.

           CLOSE LINHAGEM.

           GOBACK.

      *----
      * ENTRADA: PROCURA O ULTIMO REGISTRO DO MESMO ARQUIVO NO
      * MANIFESTO. SAIDA DA CADEIA, OU LEITURA DE UMA GERACAO DA
      * CADEIA, DAO A GERACAO PRODUZIDA; LEITURA ANTERIOR DE FEED
      * EXTERNO COM A MESMA COMPETENCIA E QUANTIDADE DA A MESMA
      * GERACAO EXTERNA; O RESTO E GERACAO EXTERNA NOVA
      *----
       1000-RESOLVE-GERACAO.

           MOVE 'N'                      TO WSS-EOF
                                            WSS-ACHOU-ANTERIOR.
           MOVE WSS-LG-RODADA            TO WSS-LG-GERACAO.
           MOVE 'X'                      TO WSS-ORIGEM.

           OPEN INPUT LINHAGEM.

           IF ST-LINHAGEM EQUAL 35
              GO TO 1000-RESOLVE-GERACAO-EXIT
           END-IF.

           IF ST-LINHAGEM NOT EQUAL 0
              MOVE ST-LINHAGEM     TO WSS-RETURN-CODE OF WSS-LG-OUTPUT
              MOVE 'ERRO NA ABERTURA DE LINHAGEM'
                                   TO WSS-MENSAGEM OF WSS-LG-OUTPUT
              GO TO 1000-RESOLVE-GERACAO-EXIT
           END-IF.

           PERFORM 1100-LER-LINHAGEM
              THRU 1100-LER-LINHAGEM-EXIT
              UNTIL WSS-EOF EQUAL 'Y'.

           CLOSE LINHAGEM.

           IF WSS-RETURN-CODE OF WSS-LG-OUTPUT NOT EQUAL 0
              OR WSS-ACHOU-ANTERIOR NOT EQUAL 'Y'
              GO TO 1000-RESOLVE-GERACAO-EXIT
           END-IF.

           IF ANT-SENTIDO EQUAL 'S' OR ANT-ORIGEM EQUAL 'P'
              MOVE ANT-GERACAO           TO WSS-LG-GERACAO
              MOVE 'P'                   TO WSS-ORIGEM
              GO TO 1000-RESOLVE-GERACAO-EXIT
           END-IF.

           IF ANT-COMPETENCIA EQUAL WSS-LG-COMPETENCIA
              AND ANT-QTD-REGS EQUAL WSS-LG-QTD-REGS
              MOVE ANT-GERACAO           TO WSS-LG-GERACAO
           END-IF.

       1000-RESOLVE-GERACAO-EXIT.
           EXIT.

      *----
       1100-LER-LINHAGEM.

           READ LINHAGEM
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF WSS-EOF EQUAL 'Y'
              GO TO 1100-LER-LINHAGEM-EXIT
           END-IF.

           IF ST-LINHAGEM NOT EQUAL 0
              MOVE ST-LINHAGEM     TO WSS-RETURN-CODE OF WSS-LG-OUTPUT
              MOVE 'ERRO NA LEITURA DE LINHAGEM'
                                   TO WSS-MENSAGEM OF WSS-LG-OUTPUT
              MOVE 'Y'                   TO WSS-EOF
              GO TO 1100-LER-LINHAGEM-EXIT
           END-IF.

           IF LIN-ARQUIVO NOT EQUAL WSS-LG-ARQUIVO
              GO TO 1100-LER-LINHAGEM-EXIT
           END-IF.

           MOVE 'Y'                      TO WSS-ACHOU-ANTERIOR.
           MOVE LIN-SENTIDO              TO ANT-SENTIDO.
           MOVE LIN-COMPETENCIA          TO ANT-COMPETENCIA.
           MOVE LIN-GERACAO              TO ANT-GERACAO.
           MOVE LIN-QTD-REGS             TO ANT-QTD-REGS.
           MOVE LIN-ORIGEM               TO ANT-ORIGEM.

       1100-LER-LINHAGEM-EXIT.
           EXIT.

       END PROGRAM COBOL257.
      ********************** FIM PROGRAMA   ****************************
