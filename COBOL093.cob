      * QUE ALIMENTA O RELATORIO DE SAUDE DA NOITE (COBOL142)
      *----
           COPY  'COPY1411'.
      *----
      * LINKAGE DO GRAVADOR DO MANIFESTO DE LINHAGEM (COBOL257):
      * GERACAO E QUANTIDADE DE CADA ARQUIVO LIDO E GRAVADO
      *----
           COPY  'COPY2571'.
       01  REG-CSV-HEADER                  PIC X(082) VALUE SPACES.
       01  REG-CSV-USUARIO                 PIC X(082) VALUE SPACES.
       01  REG-CSV-SITECFG                 PIC X(082) VALUE SPACES.
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

           MOVE 'COBOL093'             TO WSS-LG-PROGRAMA.
           MOVE WSS-RS-INICIO          TO WSS-LG-RODADA.
           MOVE WSS-PC-COMPETENCIA     TO WSS-LG-COMPETENCIA.

           MOVE 'E'                    TO WSS-LG-SENTIDO.
           MOVE 'FUNCI'                TO WSS-LG-ARQUIVO.
           MOVE WSS-REG-LIDOS          TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

           MOVE 'S'                    TO WSS-LG-SENTIDO.
           MOVE 'FOLHACSV'             TO WSS-LG-ARQUIVO.
           MOVE WSS-REG-GRAVADOS       TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

       ROT-GRAVA-LINHAGEM-EXIT.
           EXIT.

      *----
       ROT-LINHAGEM-ARQUIVO.

           CALL 'COBOL257' USING WSS-LINHAGEM-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-LG-OUTPUT NOT EQUAL 0
              DISPLAY 'COBOL093 - AVISO LINHAGEM ' WSS-LG-ARQUIVO ': '
                      WSS-MENSAGEM OF WSS-LG-OUTPUT
           END-IF.

       ROT-LINHAGEM-ARQUIVO-EXIT.
           EXIT.

      *END  COBOL093.
      ********************** FIM DO PROGRAMA ***************************
