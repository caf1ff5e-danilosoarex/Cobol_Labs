      * QUE ALIMENTA O RELATORIO DE SAUDE DA NOITE (COBOL142)
      *----
           COPY  'COPY1411'.
      *----
      * LINKAGE DO GRAVADOR DO MANIFESTO DE LINHAGEM (COBOL257):
      * GERACAO E QUANTIDADE DE CADA ARQUIVO LIDO E GRAVADO
      *----
           COPY  'COPY2571'.
      *----
       01  DATA-HORA.
           03 DH-ANO                       PIC X(004).
              10 WSS-ARQ-MATCHED           PIC X VALUE 'N'.
                 88 WSS-ARQ-FOI-IGUAL      VALUE 'Y'.
              10 WSS-ARQ-NOME              PIC X(007).
              10 WSS-ARQ-LIDOS             PIC 9(008) VALUE 0.
      *-------------------
       LINKAGE SECTION.
      *-------------------
                    END-IF
           END-EVALUATE.

           IF NOT WSS-ARQ-EM-EOF(IDX-ARQ)
              ADD 1 TO WSS-ARQ-LIDOS(IDX-ARQ)
           END-IF.

      *---------------------------------------------------------------*
       2000-PROCESS-RECDS SECTION.
      *---------------------------------------------------------------*
           PERFORM ROT-GRAVA-RUNSTATS
              THRU ROT-GRAVA-RUNSTATS-EXIT.

           PERFORM ROT-GRAVA-LINHAGEM
              THRU ROT-GRAVA-LINHAGEM-EXIT.

       ROT-ESTATISTIC-EXIT.
           EXIT.


       ROT-GRAVA-RUNSTATS-EXIT.
           EXIT.

      *----
      * MANIFESTO DE LINHAGEM (COBOL257): UM REGISTRO POR ARQUIVO
      * LIDO E GRAVADO NESTA RODADA, ENTRADAS ANTES DAS SAIDAS. A
      * RODADA E A MESMA DATA/HORA DE INICIO DO RUNSTATS
      *----
       ROT-GRAVA-LINHAGEM.

           MOVE 'COBOL094'             TO WSS-LG-PROGRAMA.
           MOVE WSS-RS-INICIO          TO WSS-LG-RODADA.
           MOVE WSS-PC-COMPETENCIA     TO WSS-LG-COMPETENCIA.

           MOVE 'E'                    TO WSS-LG-SENTIDO.
           MOVE 'FUNCIN1'              TO WSS-LG-ARQUIVO.
           MOVE WSS-ARQ-LIDOS(1)       TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

           MOVE 'E'                    TO WSS-LG-SENTIDO.
           MOVE 'FUNCIN2'              TO WSS-LG-ARQUIVO.
           MOVE WSS-ARQ-LIDOS(2)       TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

           IF WSS-ARQ-LIDOS(3) GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'FUNCIN3'              TO WSS-LG-ARQUIVO
              MOVE WSS-ARQ-LIDOS(3)       TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-ARQ-LIDOS(4) GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'FUNCIN4'              TO WSS-LG-ARQUIVO
              MOVE WSS-ARQ-LIDOS(4)       TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-ARQ-LIDOS(5) GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'FUNCIN5'              TO WSS-LG-ARQUIVO
              MOVE WSS-ARQ-LIDOS(5)       TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           MOVE 'S'                    TO WSS-LG-SENTIDO.
           MOVE 'FUNCOUT'              TO WSS-LG-ARQUIVO.
           MOVE WSS-REG-GRAVADOS       TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

           MOVE 'S'                    TO WSS-LG-SENTIDO.
           MOVE 'NAOBATEM'             TO WSS-LG-ARQUIVO.
           MOVE WSS-REG-NAOBATEM       TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

       ROT-GRAVA-LINHAGEM-EXIT.
           EXIT.

      *----
       ROT-LINHAGEM-ARQUIVO.

           CALL 'COBOL257' USING WSS-LINHAGEM-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-LG-OUTPUT NOT EQUAL 0
              DISPLAY 'COBOL094 - AVISO LINHAGEM ' WSS-LG-ARQUIVO ': '
                      WSS-MENSAGEM OF WSS-LG-OUTPUT
           END-IF.

       ROT-LINHAGEM-ARQUIVO-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
