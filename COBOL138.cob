      *            FECHADA PARA REPROCESSO LEGITIMO, SEMPRE COM
      *            REGISTRO EM AUDLOG. LINKAGE EM COPY1381.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - GRUPO DE PAGAMENTO E NUMERO DO PERIODO NO
      *                  REGISTRO (PERCTL DOS GRUPOS SEMANAL E
      *                  QUINZENAL), DEVOLVIDOS AO CHAMADOR
      * 15/10/2026 VRB - ENCADEAMENTO DO AUDLOG (COBOL259): SEQUENCIA
      *                  E HASH DO REGISTRO ANTERIOR EM CADA GRAVACAO
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * REGISTRO UNICO DE CONTROLE DA COMPETENCIA CORRENTE. NO
      * PERCTL DE UM GRUPO DE PAGAMENTO SEMANAL ('S') OU QUINZENAL
      * ('Q') VEM TAMBEM O GRUPO E O PERIODO DA COMPETENCIA EM CURSO
      * (NUMERACAO DO CALENDARIO CALPROC); NA FOLHA MENSAL OS DOIS
      * FICAM EM BRANCO
      *----
       01   REG-PERCTL.
            03 PC-COMPETENCIA              PIC 9(006).
               88 PC-FECHADO                       VALUE 'F'.
            03 PC-PROGRAMA                 PIC X(008).
            03 PC-DATA-HORA                PIC X(014).
            03 PC-GRUPO                    PIC X(001).
            03 PC-PERIODO                  PIC 9(002).
            03 FILLER                      PIC X(048).
      *----
       FD   AUDLOG
            RECORDING MODE IS F
           03 DH-MINUTO                    PIC X(002).
           03 DH-SEGUNDO                   PIC X(002).
           03 FILLER                       PIC X(007).
      *----
      * LINKAGE DO ENCADEAMENTO DO AUDLOG (COBOL259): SEQUENCIA E
      * HASH DO REGISTRO ANTERIOR EM CADA GRAVACAO
      *----
           COPY  'COPY2591'.
      *
       LINKAGE SECTION.
      *
           MOVE 0                  TO WSS-RETURN-CODE.
           MOVE SPACES             TO WSS-MENSAGEM.
           MOVE 0                  TO WSS-PC-COMPETENCIA.
           MOVE SPACE              TO WSS-PC-GRUPO.
           MOVE 0                  TO WSS-PC-PERIODO.

           MOVE FUNCTION CURRENT-DATE TO DATA-HORA.


           MOVE PC-COMPETENCIA     TO WSS-PC-COMPETENCIA.

           IF PC-GRUPO NOT EQUAL SPACE AND PC-PERIODO NUMERIC
              MOVE PC-GRUPO        TO WSS-PC-GRUPO
              MOVE PC-PERIODO      TO WSS-PC-PERIODO
           END-IF.

           EVALUATE TRUE
               WHEN WSS-PC-INICIA
                    PERFORM 1000-INICIA
      *****************************************************************
       8100-GRAVA-AUDLOG.

           MOVE 'INICIA'                 TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           OPEN EXTEND AUDLOG.

           IF ST-AUDLOG EQUAL 35
              DELIMITED BY SIZE INTO AUD-VALOR
           END-STRING.

           MOVE 'ENCADEIA'               TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           WRITE REG-AUDLOG.

           IF ST-AUDLOG NOT EQUAL 0
