      *            UMA EXECUCAO PARA A OUTRA, NOS MOLDES DO ARQUIVO
      *            PERMANENTE QUE O COBOL072 MANTEM (AUDLOG)
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - TOTAIS DO ANO POR HIERARQUIA DE DEPARTAMENTOS
      *                  (COBOL226): SUBTOTAL DE CADA SUPERIOR COM TODA
      *                  A SUA ESTRUTURA, REALIZADO E ORCADO
      * 15/10/2026 VRB - MANIFESTO DE LINHAGEM (COBOL257): GERACAO E
      *                  QUANTIDADE DE CADA ARQUIVO LIDO E GRAVADO NA
      *                  RODADA, NO FIM DO JOB AO LADO DO RUNSTATS
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
      * QUE ALIMENTA O RELATORIO DE SAUDE DA NOITE (COBOL142)
      *----
           COPY  'COPY1411'.
      *----
      * LINKAGE DO GRAVADOR DO MANIFESTO DE LINHAGEM (COBOL257):
      * GERACAO E QUANTIDADE DE CADA ARQUIVO LIDO E GRAVADO
      *----
           COPY  'COPY2571'.
       77  WSS-DATA-HORA-EXEC              PIC X(014) VALUE SPACES.
       77  ST-ORCAMENTO                    PIC 9(002) VALUE 0.
       77  WSS-EOF-ORC                     PIC X(001) VALUE 'N'.
           88  WSS-FIM-ORCAMENTO                   VALUE 'Y'.
       77  WSS-TEM-ORCAMENTO               PIC X(001) VALUE 'N'.
       77  WSS-QTD-ORCAMENTO               PIC 9(006) VALUE 0.
       77  WSS-QTD-RESUMO-ANT              PIC 9(004) VALUE 0.
       77  WSS-VARIACAO                    PIC S9(010)V99 COMP-3
                                                          VALUE 0.
       77  WSS-VAR-ANUAL                   PIC S9(011)V99 COMP-3
       77  WSS-IDX-EST                     PIC 9(003) COMP VALUE 0.
       77  WSS-IDX-EST2                    PIC 9(003) COMP VALUE 0.
       77  WSS-DEP-IDX                     PIC 9(004) COMP VALUE 0.
       77  WSS-POS-ARVORE                  PIC 9(003) COMP VALUE 0.
       77  WSS-ARVORE-GRID                 PIC X(015) VALUE SPACES.
      *----
      * LINKAGE DO SUBPROGRAMA DE HIERARQUIA DE DEPARTAMENTOS
      * (COBOL226), PARA OS SUBTOTAIS EM CASCATA
      *----
           COPY  'COPY2261'.
      *----
      * ORCAMENTO ESPELHANDO A MATRIZ (MESMA LINHA DE DEPARTAMENTO)
      *----
           PERFORM ROT-GRAVA-RUNSTATS
              THRU ROT-GRAVA-RUNSTATS-EXIT.

           PERFORM ROT-GRAVA-LINHAGEM
              THRU ROT-GRAVA-LINHAGEM-EXIT.

           STOP RUN.

      ******************************************************************

           CLOSE RESUMO2D.

           MOVE WSS-QTD-DEPTOS-2D   TO WSS-QTD-RESUMO-ANT.

       0000-CARGA-RESUMO-ANTERIOR-EXIT.
           EXIT.

              GO TO 0101-LER-ORCAMENTO-EXIT
           END-IF.

           ADD 1                    TO WSS-QTD-ORCAMENTO.

           IF ORC-MES LESS 1 OR ORC-MES GREATER 12
              DISPLAY 'COBOL122 - MES DE ORCAMENTO INVALIDO: '
                      ORC-MES ' DEPTO ' ORC-DEPTO
              VARYING IDX-DEPTO2D FROM 1 BY 1
              UNTIL IDX-DEPTO2D > WSS-QTD-DEPTOS-2D.

           PERFORM 3200-IMPRIME-HIERARQUIA
              THRU 3200-IMPRIME-HIERARQUIA-EXIT.

           IF WSS-TEM-ORCAMENTO EQUAL 'Y'
              PERFORM 3100-IMPRIME-ESTOUROS
                 THRU 3100-IMPRIME-ESTOUROS-EXIT
       3100-IMPRIME-ESTOUROS-EXIT.
           EXIT.

      ******************************************************************
      * TOTAIS DO ANO EM CASCATA PELA HIERARQUIA DE DEPARTAMENTOS
      * (COBOL226): CADA DEPARTAMENTO DA MATRIZ SOMA O SEU ANO NELE E
      * EM TODOS OS SEUS SUPERIORES; A LISTA SAI NA ORDEM DA ARVORE,
      * RECUADA POR NIVEL, COM O ORCADO QUANDO HOUVER
      ******************************************************************
       3200-IMPRIME-HIERARQUIA.

           DISPLAY '3200-IMPRIME-HIERARQUIA'.

           PERFORM 3210-ACUMULA-UM-DEPTO
              THRU 3210-ACUMULA-UM-DEPTO-EXIT
              VARYING IDX-DEPTO2D FROM 1 BY 1
              UNTIL IDX-DEPTO2D > WSS-QTD-DEPTOS-2D.

           MOVE 'LISTA'                TO WSS-HQ-FUNCAO.
           MOVE 'N'                    TO WSS-HQ-LISTA-TODOS.
           PERFORM ROT-CHAMA-HIERARQUIA
              THRU ROT-CHAMA-HIERARQUIA-EXIT.

           IF WSS-HQ-FIM
              GO TO 3200-IMPRIME-HIERARQUIA-EXIT
           END-IF.

           MOVE SPACES TO REG-RELGRID.
           MOVE 'TOTAIS DO ANO POR HIERARQUIA DE DEPARTAMENTOS'
                TO REG-RELGRID.
           WRITE REG-RELGRID.

           PERFORM 3220-IMPRIME-UM-NO
              THRU 3220-IMPRIME-UM-NO-EXIT
              UNTIL WSS-HQ-FIM.

       3200-IMPRIME-HIERARQUIA-EXIT.
           EXIT.

      *----
       3210-ACUMULA-UM-DEPTO.

           INITIALIZE WSS-HQ-INPUT.
           MOVE 'ACUMULA'              TO WSS-HQ-FUNCAO.
           MOVE WSS-DEPTO2D-CODIGO (IDX-DEPTO2D)
                                       TO WSS-HQ-DEPARTAMENTO.
           SET WSS-DEP-IDX TO IDX-DEPTO2D.

           PERFORM 3211-SOMA-UM-MES
              THRU 3211-SOMA-UM-MES-EXIT
              VARYING WSS-MES-IDX FROM 1 BY 1
              UNTIL WSS-MES-IDX > 12.

           PERFORM ROT-CHAMA-HIERARQUIA
              THRU ROT-CHAMA-HIERARQUIA-EXIT.

       3210-ACUMULA-UM-DEPTO-EXIT.
           EXIT.

      *----
       3211-SOMA-UM-MES.

           ADD WSS-MES2D-VALOR (IDX-DEPTO2D, WSS-MES-IDX)
               TO WSS-HQ-VALOR (1).
           ADD WSS-MES2D-QTDE (IDX-DEPTO2D, WSS-MES-IDX)
               TO WSS-HQ-QTDE.

           IF WSS-TEM-ORCAMENTO EQUAL 'Y'
              ADD WSS-ORC-VALOR (WSS-DEP-IDX, WSS-MES-IDX)
                  TO WSS-HQ-VALOR (2)
           END-IF.

       3211-SOMA-UM-MES-EXIT.
           EXIT.

      *----
       3220-IMPRIME-UM-NO.

           MOVE SPACES TO REG-RELGRID WSS-ARVORE-GRID.
           COMPUTE WSS-POS-ARVORE = (WSS-HQ-NIVEL - 1) * 2 + 1.
           MOVE WSS-HQ-CODIGO TO WSS-ARVORE-GRID (WSS-POS-ARVORE:5).
           MOVE WSS-HQ-TOT-VALOR (1) TO MASCARA-GRID-VALOR.
           MOVE WSS-HQ-TOT-QTDE      TO MASCARA-GRID-QTDE.

           STRING WSS-ARVORE-GRID         DELIMITED BY SIZE
                  WSS-HQ-NOME             DELIMITED BY SIZE
                  ' ANO '                 DELIMITED BY SIZE
                  MASCARA-GRID-VALOR      DELIMITED BY SIZE
                  ' QTDE '                DELIMITED BY SIZE
                  MASCARA-GRID-QTDE       DELIMITED BY SIZE
             INTO REG-RELGRID
           END-STRING.

           IF WSS-TEM-ORCAMENTO EQUAL 'Y'
              MOVE WSS-HQ-TOT-VALOR (2) TO MASCARA-GRID-VALOR
              COMPUTE MASCARA-GRID-VAR = WSS-HQ-TOT-VALOR (1)
                                       - WSS-HQ-TOT-VALOR (2)
              STRING ' ORCADO '           DELIMITED BY SIZE
                     MASCARA-GRID-VALOR   DELIMITED BY SIZE
                     ' VARIACAO '         DELIMITED BY SIZE
                     MASCARA-GRID-VAR     DELIMITED BY SIZE
                INTO REG-RELGRID (79:)
              END-STRING
           END-IF.

           WRITE REG-RELGRID.

           PERFORM ROT-CHAMA-HIERARQUIA
              THRU ROT-CHAMA-HIERARQUIA-EXIT.

       3220-IMPRIME-UM-NO-EXIT.
           EXIT.

      *----
      * CHAMA O COBOL226 COM A FUNCAO JA INFORMADA; ERRO DE ARQUIVO
      * NO DEPTREF E ABEND
      *----
       ROT-CHAMA-HIERARQUIA.

           CALL 'COBOL226' USING WSS-HIERARQ-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-HQ-OUTPUT GREATER 4
              DISPLAY 'COBOL122 - ERRO COBOL226: '
                      WSS-MENSAGEM OF WSS-HQ-OUTPUT
              MOVE WSS-RETURN-CODE OF WSS-HQ-OUTPUT TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

       ROT-CHAMA-HIERARQUIA-EXIT.
           EXIT.

      *----
      * ABEND - HOT OUTLET
      *----
       ROT-GRAVA-RUNSTATS-EXIT.
           EXIT.

      *----
      * MANIFESTO DE LINHAGEM (COBOL257): UM REGISTRO POR ARQUIVO
      * LIDO E GRAVADO NESTA RODADA, ENTRADAS ANTES DAS SAIDAS. A
      * RODADA E A MESMA DATA/HORA DE INICIO DO RUNSTATS
      *----
       ROT-GRAVA-LINHAGEM.

           MOVE 'COBOL122'             TO WSS-LG-PROGRAMA.
           MOVE WSS-DATA-HORA-EXEC     TO WSS-LG-RODADA.
           MOVE 0                      TO WSS-LG-COMPETENCIA.

           IF WSS-QTD-RESUMO-ANT GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'RESUMO2D'             TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-RESUMO-ANT     TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-QTD-ORCAMENTO GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'ORCAMENTO'            TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-ORCAMENTO      TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           MOVE 'E'                    TO WSS-LG-SENTIDO.
           MOVE 'LOTEMES'              TO WSS-LG-ARQUIVO.
           MOVE WSS-REG-LIDOS          TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

           MOVE 'S'                    TO WSS-LG-SENTIDO.
           MOVE 'RESUMO2D'             TO WSS-LG-ARQUIVO.
           MOVE WSS-REG-GRAVADOS       TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

           MOVE 'S'                    TO WSS-LG-SENTIDO.
           MOVE 'RELGRID'              TO WSS-LG-ARQUIVO.
           MOVE WSS-QTD-DEPTOS-2D      TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

       ROT-GRAVA-LINHAGEM-EXIT.
           EXIT.

      *----
       ROT-LINHAGEM-ARQUIVO.

           CALL 'COBOL257' USING WSS-LINHAGEM-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-LG-OUTPUT NOT EQUAL 0
              DISPLAY 'COBOL122 - AVISO LINHAGEM ' WSS-LG-ARQUIVO ': '
                      WSS-MENSAGEM OF WSS-LG-OUTPUT
           END-IF.

       ROT-LINHAGEM-ARQUIVO-EXIT.
           EXIT.

       END PROGRAM COBOL122.
      ********************** FIM DO PROGRAMA ***************************
