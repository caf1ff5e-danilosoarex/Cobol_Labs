      *            REJEICAO DESCOBERTA POR CARTA SEMANAS DEPOIS
      *            DEIXA DE ACONTECER.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - EVENTOS NAO PERIODICOS DO COBOL246 (ESOCEVT,
      *                  OPCIONAL) ENTRAM NA TABELA DE TRANSMITIDOS E
      *                  CASAM COM O RECIBO POR TIPO + CPF + DATA DO
      *                  EVENTO (GRT-DATA-EVENTO); CODIGOS 106 E 107
      * 15/10/2026 VRB - CPF DO RELESOCR MASCARADO PELO COBOL234
      *                  CONFORME O NIVEL DE VISAO DO USUARIO
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-ESOCIAL.
      *
           SELECT ESOCEVT ASSIGN TO ESOCEVT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-ESOCEVT.
      *
           SELECT GOVRET ASSIGN TO GOVRET
                  ORGANIZATION IS SEQUENTIAL
            03 ESO-CPF                     PIC 9(011).
            03 ESO-CHAVE2                  PIC X(008).
            03 FILLER                      PIC X(099).
      *----
       FD   ESOCEVT
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.
      *----
      * EVENTOS NAO PERIODICOS TRANSMITIDOS (LAYOUT DO COBOL246):
      * ALTERACAO CONTRATUAL ('30'), INICIO E TERMINO DE
      * AFASTAMENTO ('40'/'41') E DESLIGAMENTO ('50'), COM A DATA
      * DO EVENTO LOGO APOS O CPF
      *----
       01   REG-ESOCEVT.
            03 EVT-TIPO                    PIC X(002).
            03 EVT-CPF                     PIC 9(011).
            03 EVT-DATA-EVENTO             PIC 9(008).
            03 FILLER                      PIC X(099).
      *----
       FD   GOVRET
            RECORDING MODE IS F
            03 GRT-CPF                     PIC 9(011).
            03 GRT-RUBRICA                 PIC 9(004).
            03 GRT-CODIGO                  PIC X(003).
      *----
      * DATA DO EVENTO, SO NA RESPOSTA DOS EVENTOS NAO PERIODICOS
      *----
            03 GRT-DATA-EVENTO             PIC 9(008).
            03 FILLER                      PIC X(052).
      *----
       FD   ESOCRQ
            RECORDING MODE IS F
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-ESOCIAL                      PIC 9(002) VALUE 0.
       77  ST-ESOCEVT                      PIC 9(002) VALUE 0.
       77  ST-GOVRET                       PIC 9(002) VALUE 0.
       77  ST-ESOCRQ                       PIC 9(002) VALUE 0.
       77  ST-RELESOCR                     PIC 9(002) VALUE 0.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-MOTIVO                      PIC X(030) VALUE SPACES.
      *----
      * REGISTROS '10'/'20' E EVENTOS TRANSMITIDOS, COM A IMAGEM
      * ORIGINAL PARA A FILA DE REENVIO E A MARCA DE RESPOSTA
      *----
       01  WSS-TAB-TRANSMITIDOS.
           05 WSS-TRX-ENTRY OCCURS 0 TO 10000 TIMES
              10 TRX-TIPO                  PIC X(002).
              10 TRX-CPF                   PIC 9(011).
              10 TRX-RUBRICA               PIC 9(004).
              10 TRX-DATA-EVENTO           PIC 9(008).
              10 TRX-IMAGEM                PIC X(120).
              10 TRX-RESPONDIDO            PIC X(001).
      *----
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
      * LINKAGE DO SUBPROGRAMA DE MASCARAMENTO DE DADOS SENSIVEIS
      * (COBOL234)
      *----
           COPY  'COPY2341'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL185'.
              VALUE 'RECIBO DO GOVERNO - EXTRATO LEGAL (ESOCIAL)'.
      *----
       01  DET01.
           03 CPF-DET                      PIC X(011) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 TIPO-DET                     PIC X(002) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           DISPLAY ' REGISTROS 10/20 TRANSMITIDOS : '
                   WSS-QTD-TRANSMITIDOS.

           PERFORM 1010-CARGA-EVENTOS
              THRU 1010-CARGA-EVENTOS-EXIT.

       1000-CARGA-TRANSMITIDOS-EXIT.
           EXIT.

                   TRX-RUBRICA (WSS-QTD-TRANSMITIDOS)
           END-IF.

           MOVE 0                        TO
                TRX-DATA-EVENTO (WSS-QTD-TRANSMITIDOS).
           MOVE REG-ESOCIAL              TO
                TRX-IMAGEM (WSS-QTD-TRANSMITIDOS).
           MOVE 'N'                      TO
       1001-LER-ESOCIAL-EXIT.
           EXIT.

      *----
      * EVENTOS NAO PERIODICOS DO COBOL246; SEM ESOCEVT NA RODADA
      * SO O EXTRATO MENSAL E CONFERIDO
      *----
       1010-CARGA-EVENTOS.

           DISPLAY '1010-CARGA-EVENTOS'.

           OPEN INPUT ESOCEVT.

           IF ST-ESOCEVT EQUAL 35
              DISPLAY 'COBOL185 - ESOCEVT NAO INFORMADO'
              GO TO 1010-CARGA-EVENTOS-EXIT
           END-IF.

           IF ST-ESOCEVT NOT EQUAL 0 THEN
              DISPLAY 'COBOL185 - ERRO OPEN ESOCEVT FS=' ST-ESOCEVT
              MOVE ST-ESOCEVT            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1011-LER-ESOCEVT
              THRU 1011-LER-ESOCEVT-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE ESOCEVT.

           MOVE 'N'                      TO WSS-EOF.

           DISPLAY ' REGISTROS + EVENTOS TRANSMITIDOS : '
                   WSS-QTD-TRANSMITIDOS.

       1010-CARGA-EVENTOS-EXIT.
           EXIT.

      *----
       1011-LER-ESOCEVT.

           READ ESOCEVT
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-ESOCEVT NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL185 - ERRO READ ESOCEVT FS=' ST-ESOCEVT
              MOVE ST-ESOCEVT            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1011-LER-ESOCEVT-EXIT
           END-IF.

           IF EVT-TIPO NOT EQUAL '30' AND EVT-TIPO NOT EQUAL '40'
              AND EVT-TIPO NOT EQUAL '41' AND EVT-TIPO NOT EQUAL '50'
              GO TO 1011-LER-ESOCEVT-EXIT
           END-IF.

           IF WSS-QTD-TRANSMITIDOS NOT LESS 10000
              DISPLAY 'COBOL185 - TABELA DE TRANSMITIDOS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-TRANSMITIDOS.
           MOVE EVT-TIPO                 TO
                TRX-TIPO (WSS-QTD-TRANSMITIDOS).
           MOVE EVT-CPF                  TO
                TRX-CPF (WSS-QTD-TRANSMITIDOS).
           MOVE 0                        TO
                TRX-RUBRICA (WSS-QTD-TRANSMITIDOS).
           MOVE EVT-DATA-EVENTO          TO
                TRX-DATA-EVENTO (WSS-QTD-TRANSMITIDOS).
           MOVE REG-ESOCEVT              TO
                TRX-IMAGEM (WSS-QTD-TRANSMITIDOS).
           MOVE 'N'                      TO
                TRX-RESPONDIDO (WSS-QTD-TRANSMITIDOS).

       1011-LER-ESOCEVT-EXIT.
           EXIT.

      *----
       2000-PROCESSA-RESPOSTA.

              IF TRX-TIPO (WSS-IDX) EQUAL GRT-TIPO-REG
                 AND TRX-CPF (WSS-IDX) EQUAL GRT-CPF
                 AND (GRT-TIPO-REG EQUAL '10'
                      OR (GRT-TIPO-REG EQUAL '20'
                      AND TRX-RUBRICA (WSS-IDX) EQUAL GRT-RUBRICA)
                      OR (GRT-TIPO-REG GREATER '20'
                      AND TRX-DATA-EVENTO (WSS-IDX)
                          EQUAL GRT-DATA-EVENTO))
                 AND TRX-RESPONDIDO (WSS-IDX) NOT = 'Y'
                 MOVE 'Y'                TO WSS-ACHOU
                 SUBTRACT 1              FROM WSS-IDX
               WHEN '105'
                    MOVE 'ADMISSAO SEM VINCULO ATIVO'
                                          TO WSS-MOTIVO
               WHEN '106'
                    MOVE 'DATA DO EVENTO FORA DO VINCULO'
                                          TO WSS-MOTIVO
               WHEN '107'
                    MOVE 'TERMINO SEM INICIO DE AFASTAMENTO'
                                          TO WSS-MOTIVO
               WHEN OTHER
                    MOVE 'MOTIVO NAO CATALOGADO'
                                          TO WSS-MOTIVO
      *----
       2900-GRAVA-EXCECAO.

           PERFORM 2950-MASCARA-CPF
              THRU 2950-MASCARA-CPF-EXIT.

           WRITE REG-RELESOCR FROM DET01 AFTER ADVANCING 1
           END-WRITE.

       2900-GRAVA-EXCECAO-EXIT.
           EXIT.

      *----
      * CPF DA LINHA DE EXCECAO: INTEGRAL OU PARCIAL CONFORME O
      * USUARIO (COBOL234)
      *----
       2950-MASCARA-CPF.

           MOVE 'C'                      TO WSS-MSC-TIPO.
           MOVE 11                       TO WSS-MSC-TAMANHO.
           MOVE CPF-DET                  TO WSS-MSC-CAMPO.

           CALL 'COBOL234' USING WSS-MASCARA-LINKAGE.

           MOVE WSS-MSC-CAMPO (1:11)     TO CPF-DET.

       2950-MASCARA-CPF-EXIT.
           EXIT.

      ******************************************************************
       ROT-ABEND.

