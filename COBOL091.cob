      *----
           COPY  'COPY1411'.
      *----
      * LINKAGE DO GRAVADOR DO MANIFESTO DE LINHAGEM (COBOL257):
      * GERACAO E QUANTIDADE DE CADA ARQUIVO LIDO E GRAVADO
      *----
           COPY  'COPY2571'.
      *----
      * LINKAGE DO GRAVADOR DE INCIDENTES (COBOL145): A CLASSIFICACAO
      * DA ROT-ABEND PASSA A FICAR REGISTRADA NO ARQUIVO INCIDENT
      *----
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

           MOVE 'COBOL091'             TO WSS-LG-PROGRAMA.
           MOVE WSS-RS-INICIO          TO WSS-LG-RODADA.
           MOVE WSS-PC-COMPETENCIA     TO WSS-LG-COMPETENCIA.

           MOVE 'E'                    TO WSS-LG-SENTIDO.
           MOVE 'FUNCIN1'              TO WSS-LG-ARQUIVO.
           MOVE WSS-REG-INC01          TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

           MOVE 'E'                    TO WSS-LG-SENTIDO.
           MOVE 'FUNCIN2'              TO WSS-LG-ARQUIVO.
           MOVE WSS-REG-INC02          TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

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
              DISPLAY 'COBOL091 - AVISO LINHAGEM ' WSS-LG-ARQUIVO ': '
                      WSS-MENSAGEM OF WSS-LG-OUTPUT
           END-IF.

       ROT-LINHAGEM-ARQUIVO-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
