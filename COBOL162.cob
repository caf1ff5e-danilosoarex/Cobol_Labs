      *            GERAL DO RLATFUN - A CONTABILIDADE PARA DE REDIGITAR
      *            A LISTAGEM.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - CUSTO DA EMPRESA COM VALE-TRANSPORTE E
      *                  VALE-REFEICAO (ARQUIVO BENEFCUS DO COBOL217):
      *                  DEBITO DA DESPESA POR DEPARTAMENTO ('VTRA' E
      *                  'VREF') CONTRA BENEFICIOS A PAGAR ('BENP')
      * 15/10/2026 VRB - TOTAIS EM CASCATA POR HIERARQUIA DE
      *                  DEPARTAMENTOS (COBOL226) NO RELATORIO DE
      *                  CONTROLE: DESPESA, RETENCOES E LIQUIDO
      * 15/10/2026 VRB - APROPRIACAO DO CUSTO DA MAO DE OBRA AOS
      *                  PROJETOS (RATPROJ DO COBOL228): DEBITO NA
      *                  CONTA DE CUSTO DO PROJETO CONTRA O TIPO 'PROJ'
      *                  DO MAPA NO DEPARTAMENTO DO FUNCIONARIO
      * 15/10/2026 VRB - MANIFESTO DE LINHAGEM (COBOL257): GERACAO E
      *                  QUANTIDADE DE CADA ARQUIVO LIDO E GRAVADO NA
      *                  RODADA, NO FIM DO JOB
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CAMBIOTB.
      *
           SELECT BENEFCUS ASSIGN TO BENEFCUS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-BENEFCUS.
      *
           SELECT RATPROJ ASSIGN TO RATPROJ
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RATPROJ.
      *
      *--------------
       DATA DIVISION.
      *----
      * MAPA DE CONTAS: TIPOS 'BRUT' (DESPESA), 'INSS', 'IRRF',
      * 'OUTR' (PASSIVOS DE RETENCAO), 'PENS' (PENSAO ALIMENTICIA A
      * REPASSAR), 'ADTO' (ADIANTAMENTO QUINZENAL A COMPENSAR),
      * 'LIQ ' (CONTA-PONTE), 'VTRA'/'VREF' (DESPESA COM VALE-
      * TRANSPORTE E VALE-REFEICAO), 'BENP' (BENEFICIOS A PAGAR
      * AS OPERADORAS) E 'PROJ' (CUSTO DO DEPARTAMENTO TRANSFERIDO
      * AOS PROJETOS)
      *----
       01   REG-CONTAMAP.
            03 CMP-DEPTO                   PIC X(005).
            03 CMB-VIGENCIA                PIC 9(008).
            03 CMB-TAXA                    PIC 9(005)V9(005).
            03 FILLER                      PIC X(059).
      *----
       FD   BENEFCUS
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CUSTO DA EMPRESA COM OS VALES POR DEPARTAMENTO (GERADO PELO
      * COBOL217): 'VTRA' VALE-TRANSPORTE LIQUIDO DA COTA DO
      * EMPREGADO E 'VREF' VALE-REFEICAO. A COTA DO EMPREGADO JA
      * ENTRA NA FOLHA COMO DESCONTO (FN-OUTRAS-DED)
      *----
       01   REG-BENEFCUS.
            03 BCU-COMPETENCIA             PIC 9(006).
            03 BCU-DEPTO                   PIC X(005).
            03 BCU-TIPO                    PIC X(004).
            03 BCU-VALOR                   PIC 9(011)V99.
            03 FILLER                      PIC X(052).
      *----
       FD   RATPROJ
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CUSTO DA MAO DE OBRA RATEADO POR PROJETO (COBOL228), UM
      * REGISTRO POR MATRICULA E PROJETO
      *----
           COPY  'COPY2282'.
      *----
      *------------------------
       WORKING-STORAGE SECTION.
       77  WSS-RESIDUO                     PIC S9(009)V99 COMP-3
                                                          VALUE 0.
       77  WSS-REG-CONVERTIDOS             PIC 9(006) VALUE ZEROES.
       77  ST-BENEFCUS                     PIC 9(002) VALUE 0.
       77  WSS-EOF-BENEF                   PIC X(001) VALUE 'N'.
       77  WSS-TOT-BENEFICIOS              PIC 9(013)V99 COMP-3
                                                          VALUE 0.
       77  ST-RATPROJ                      PIC 9(002) VALUE 0.
       77  WSS-EOF-RATPROJ                 PIC X(001) VALUE 'N'.
       77  WSS-QTD-PROJ                    PIC 9(004) VALUE 0.
       77  WSS-TOT-PROJETOS                PIC 9(013)V99 COMP-3
                                                          VALUE 0.
      *----
      * QUANTIDADES LIDAS PARA O MANIFESTO DE LINHAGEM (COBOL257)
      *----
       77  WSS-LIN-BENEFCUS                PIC 9(008) VALUE 0.
       77  WSS-LIN-RATPROJ                 PIC 9(008) VALUE 0.
      *----
      * CUSTO APROPRIADO POR DEPARTAMENTO E PROJETO (RATPROJ)
      *----
       01  WSS-TAB-PROJ.
           05 WSS-PRJ-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WSS-QTD-PROJ
                 INDEXED BY IDX-PRJ.
              10 TPR-DEPTO                 PIC X(005).
              10 TPR-PROJETO               PIC X(008).
              10 TPR-CONTA                 PIC 9(008).
              10 TPR-VALOR                 PIC 9(013)V99 COMP-3.
      *----
       01  WSS-TAB-CAMBIO.
           05 WSS-CAM-ENTRY OCCURS 0 TO 2000 TIMES
              10 TDP-ADIANT                PIC 9(013)V99 COMP-3.
              10 TDP-LIQUIDO               PIC 9(013)V99 COMP-3.
              10 TDP-VARIACAO              PIC S9(011)V99 COMP-3.
              10 TDP-VTRA                  PIC 9(013)V99 COMP-3.
              10 TDP-VREF                  PIC 9(013)V99 COMP-3.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
      * LINKAGE DO GRAVADOR DO MANIFESTO DE LINHAGEM (COBOL257):
      * GERACAO E QUANTIDADE DE CADA ARQUIVO LIDO E GRAVADO
      *----
           COPY  'COPY2571'.
      *----
      * LINKAGE DO SUBPROGRAMA DE HIERARQUIA DE DEPARTAMENTOS
      * (COBOL226), PARA OS SUBTOTAIS EM CASCATA
      *----
           COPY  'COPY2261'.
       77  WSS-POS-ARVORE                  PIC 9(003) COMP VALUE 0.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL162'.
           03 LT-ROTULO                    PIC X(032) VALUE SPACES.
           03 LT-VALOR                     PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(086) VALUE SPACES.
      *----
       01  CAB02.
           03 FILLER                       PIC X(047)
              VALUE 'TOTAIS POR HIERARQUIA DE DEPARTAMENTOS'.
           03 FILLER                       PIC X(015)
              VALUE '        DESPESA'.
           03 FILLER                       PIC X(015)
              VALUE '     RETENCOES'.
           03 FILLER                       PIC X(015)
              VALUE '        LIQUIDO'.
      *----
       01  DETHIER.
           03 ARVORE-HIER-DET              PIC X(015) VALUE SPACES.
           03 NOME-HIER-DET                PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DESPESA-HIER-DET             PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 RETENC-HIER-DET              PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 LIQUIDO-HIER-DET             PIC ZZZ.ZZZ.ZZ9,99.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 1000-ACUMULA-FOLHA
              THRU 1000-ACUMULA-FOLHA-EXIT.

           PERFORM 1500-CARGA-BENEFCUS
              THRU 1500-CARGA-BENEFCUS-EXIT.

           PERFORM 1600-CARGA-RATPROJ
              THRU 1600-CARGA-RATPROJ-EXIT.

           PERFORM 2000-GERA-LANCAMENTOS
              THRU 2000-GERA-LANCAMENTOS-EXIT.

                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM ROT-GRAVA-LINHAGEM
              THRU ROT-GRAVA-LINHAGEM-EXIT.

           STOP RUN.

      *----
                MOVE 0                   TO TDP-ADIANT (IDX-DEP)
                MOVE 0                   TO TDP-LIQUIDO (IDX-DEP)
                MOVE 0                   TO TDP-VARIACAO (IDX-DEP)
                MOVE 0                   TO TDP-VTRA (IDX-DEP)
                MOVE 0                   TO TDP-VREF (IDX-DEP)
                PERFORM ROT-ACUMULA
                   THRU ROT-ACUMULA-EXIT
             WHEN TDP-DEPTO (IDX-DEP) EQUAL FN-DEPARTAMENTO
                   TDP-LIQUIDO (WSS-QTD-DEPTOS)
              MOVE 0                     TO
                   TDP-VARIACAO (WSS-QTD-DEPTOS)
              MOVE 0                     TO TDP-VTRA (WSS-QTD-DEPTOS)
              MOVE 0                     TO TDP-VREF (WSS-QTD-DEPTOS)
           ELSE
              DISPLAY 'COBOL162 - TABELA DE DEPARTAMENTOS CHEIA, '
                      'RATEIO SEM DESTINO: ' WSS-DEPTO-ANT-REG
       ROT-ACUMULA-DEPTO-ANT-EXIT.
           EXIT.

      *----
      * CUSTO DOS VALES POR DEPARTAMENTO (FS=35 = SEM VALES NA
      * COMPETENCIA). SO NA FOLHA REGULAR; COM O CARTAO COMPCARD
      * SO A COMPETENCIA DELE E CONTABILIZADA
      *----
       1500-CARGA-BENEFCUS.

           DISPLAY '1500-CARGA-BENEFCUS'.

           IF WSS-MODO-PLR EQUAL 'S'
              GO TO 1500-CARGA-BENEFCUS-EXIT
           END-IF.

           OPEN INPUT BENEFCUS.

           IF ST-BENEFCUS EQUAL 35
              DISPLAY 'COBOL162 - BENEFCUS NAO INFORMADO, SEM CUSTO '
                      'DE VALES'
              GO TO 1500-CARGA-BENEFCUS-EXIT
           END-IF.

           IF ST-BENEFCUS NOT EQUAL 0 THEN
              DISPLAY 'COBOL162 - ERRO OPEN BENEFCUS FS=' ST-BENEFCUS
              MOVE ST-BENEFCUS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1501-LER-BENEFCUS
              THRU 1501-LER-BENEFCUS-EXIT
              UNTIL WSS-EOF-BENEF = 'Y'.

           CLOSE BENEFCUS.

       1500-CARGA-BENEFCUS-EXIT.
           EXIT.

      *----
       1501-LER-BENEFCUS.

           READ BENEFCUS
            AT END MOVE 'Y' TO WSS-EOF-BENEF
           END-READ.

           IF ST-BENEFCUS NOT EQUAL 0 AND WSS-EOF-BENEF NOT = 'Y'
              DISPLAY 'COBOL162 - ERRO READ BENEFCUS FS=' ST-BENEFCUS
              MOVE ST-BENEFCUS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-BENEF = 'Y'
              GO TO 1501-LER-BENEFCUS-EXIT
           END-IF.

           ADD 1                         TO WSS-LIN-BENEFCUS.

           IF WSS-COMPETENCIA NOT EQUAL 0
              AND BCU-COMPETENCIA NOT EQUAL WSS-COMPETENCIA
              GO TO 1501-LER-BENEFCUS-EXIT
           END-IF.

           SET IDX-DEP TO 1.
           SEARCH WSS-DEP-ENTRY
             AT END
                IF WSS-QTD-DEPTOS NOT LESS 200
                   DISPLAY 'COBOL162 - TABELA DE DEPARTAMENTOS '
                           'CHEIA, CUSTO DE VALES SEM DESTINO: '
                           BCU-DEPTO
                   MOVE 16               TO RETURN-CODE
                   PERFORM ROT-ABEND
                      THRU ROT-ABEND-EXIT
                END-IF
                ADD 1                    TO WSS-QTD-DEPTOS
                SET IDX-DEP              TO WSS-QTD-DEPTOS
                MOVE BCU-DEPTO           TO TDP-DEPTO (IDX-DEP)
                MOVE 0                   TO TDP-DESPESA (IDX-DEP)
                MOVE 0                   TO TDP-INSS (IDX-DEP)
                MOVE 0                   TO TDP-IRRF (IDX-DEP)
                MOVE 0                   TO TDP-OUTRAS (IDX-DEP)
                MOVE 0                   TO TDP-PENSAO (IDX-DEP)
                MOVE 0                   TO TDP-ADIANT (IDX-DEP)
                MOVE 0                   TO TDP-LIQUIDO (IDX-DEP)
                MOVE 0                   TO TDP-VARIACAO (IDX-DEP)
                MOVE 0                   TO TDP-VTRA (IDX-DEP)
                MOVE 0                   TO TDP-VREF (IDX-DEP)
             WHEN TDP-DEPTO (IDX-DEP) EQUAL BCU-DEPTO
                CONTINUE
           END-SEARCH.

           EVALUATE BCU-TIPO
               WHEN 'VTRA'
                    ADD BCU-VALOR        TO TDP-VTRA (IDX-DEP)
               WHEN 'VREF'
                    ADD BCU-VALOR        TO TDP-VREF (IDX-DEP)
               WHEN OTHER
                    DISPLAY 'COBOL162 - TIPO DE CUSTO DE VALE '
                            'INVALIDO: ' BCU-DEPTO ' ' BCU-TIPO
                    GO TO 1501-LER-BENEFCUS-EXIT
           END-EVALUATE.

           ADD BCU-VALOR                 TO WSS-TOT-BENEFICIOS.

       1501-LER-BENEFCUS-EXIT.
           EXIT.

      *----
      * RATEIO DA MAO DE OBRA POR PROJETO (COBOL228), SOMADO POR
      * DEPARTAMENTO E PROJETO; FS=35 = SEM APROPRIACAO. A PLR NAO
      * E APROPRIADA A PROJETOS
      *----
       1600-CARGA-RATPROJ.

           DISPLAY '1600-CARGA-RATPROJ'.

           IF WSS-MODO-PLR EQUAL 'S'
              GO TO 1600-CARGA-RATPROJ-EXIT
           END-IF.

           OPEN INPUT RATPROJ.

           IF ST-RATPROJ EQUAL 35
              DISPLAY 'COBOL162 - RATPROJ NAO INFORMADO, SEM '
                      'APROPRIACAO A PROJETOS'
              GO TO 1600-CARGA-RATPROJ-EXIT
           END-IF.

           IF ST-RATPROJ NOT EQUAL 0 THEN
              DISPLAY 'COBOL162 - ERRO OPEN RATPROJ FS=' ST-RATPROJ
              MOVE ST-RATPROJ            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1601-LER-RATPROJ
              THRU 1601-LER-RATPROJ-EXIT
              UNTIL WSS-EOF-RATPROJ = 'Y'.

           CLOSE RATPROJ.

       1600-CARGA-RATPROJ-EXIT.
           EXIT.

      *----
       1601-LER-RATPROJ.

           READ RATPROJ
            AT END MOVE 'Y' TO WSS-EOF-RATPROJ
           END-READ.

           IF ST-RATPROJ NOT EQUAL 0 AND WSS-EOF-RATPROJ NOT = 'Y'
              DISPLAY 'COBOL162 - ERRO READ RATPROJ FS=' ST-RATPROJ
              MOVE ST-RATPROJ            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-RATPROJ = 'Y'
              GO TO 1601-LER-RATPROJ-EXIT
           END-IF.

           ADD 1                         TO WSS-LIN-RATPROJ.

           IF WSS-COMPETENCIA NOT EQUAL 0
              AND RPJ-COMPETENCIA NOT EQUAL WSS-COMPETENCIA
              GO TO 1601-LER-RATPROJ-EXIT
           END-IF.

           IF RPJ-VALOR EQUAL 0
              GO TO 1601-LER-RATPROJ-EXIT
           END-IF.

           IF RPJ-CONTA-CUSTO EQUAL 0
              DISPLAY 'COBOL162 - PROJETO ' RPJ-PROJETO
                      ' SEM CONTA DE CUSTO NO CADASTRO'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           SET IDX-PRJ TO 1.
           SEARCH WSS-PRJ-ENTRY
             AT END
                IF WSS-QTD-PROJ NOT LESS 2000
                   DISPLAY 'COBOL162 - TABELA DE PROJETOS CHEIA, '
                           'RATEIO SEM DESTINO: ' RPJ-PROJETO
                   MOVE 16               TO RETURN-CODE
                   PERFORM ROT-ABEND
                      THRU ROT-ABEND-EXIT
                END-IF
                ADD 1                    TO WSS-QTD-PROJ
                SET IDX-PRJ              TO WSS-QTD-PROJ
                MOVE RPJ-DEPTO           TO TPR-DEPTO (IDX-PRJ)
                MOVE RPJ-PROJETO         TO TPR-PROJETO (IDX-PRJ)
                MOVE RPJ-CONTA-CUSTO     TO TPR-CONTA (IDX-PRJ)
                MOVE 0                   TO TPR-VALOR (IDX-PRJ)
             WHEN TPR-DEPTO (IDX-PRJ) EQUAL RPJ-DEPTO
              AND TPR-PROJETO (IDX-PRJ) EQUAL RPJ-PROJETO
                CONTINUE
           END-SEARCH.

           ADD RPJ-VALOR                 TO TPR-VALOR (IDX-PRJ).
           ADD RPJ-VALOR                 TO WSS-TOT-PROJETOS.

       1601-LER-RATPROJ-EXIT.
           EXIT.

      *----
      * UM CONJUNTO DE LANCAMENTOS POR DEPARTAMENTO: DEBITO DA
      * DESPESA E CREDITOS DAS RETENCOES E DO LIQUIDO
              VARYING IDX-DEP FROM 1 BY 1
              UNTIL IDX-DEP > WSS-QTD-DEPTOS.

           PERFORM 2400-LANCA-PROJETO
              THRU 2400-LANCA-PROJETO-EXIT
              VARYING IDX-PRJ FROM 1 BY 1
              UNTIL IDX-PRJ > WSS-QTD-PROJ.

           CLOSE LANCGL.

       2000-GERA-LANCAMENTOS-EXIT.
           PERFORM 2200-GRAVA-LANCAMENTO
              THRU 2200-GRAVA-LANCAMENTO-EXIT.

      *----
      * CUSTO DOS VALES: DEBITO DE CADA DESPESA E CREDITO DO TOTAL
      * EM BENEFICIOS A PAGAR, O PAR SE FECHA NO PROPRIO DEPARTAMENTO
      *----
           MOVE 'VTRA'                   TO WSS-TIPO-LANC.
           MOVE TDP-VTRA (IDX-DEP)       TO WSS-VALOR-LANC.
           PERFORM 2200-GRAVA-LANCAMENTO
              THRU 2200-GRAVA-LANCAMENTO-EXIT.

           MOVE 'VREF'                   TO WSS-TIPO-LANC.
           MOVE TDP-VREF (IDX-DEP)       TO WSS-VALOR-LANC.
           PERFORM 2200-GRAVA-LANCAMENTO
              THRU 2200-GRAVA-LANCAMENTO-EXIT.

           MOVE 'BENP'                   TO WSS-TIPO-LANC.
           COMPUTE WSS-VALOR-LANC =
                   TDP-VTRA (IDX-DEP) + TDP-VREF (IDX-DEP).
           PERFORM 2200-GRAVA-LANCAMENTO
              THRU 2200-GRAVA-LANCAMENTO-EXIT.

      *----
      * VARIACAO CAMBIAL DO DEPARTAMENTO: RESIDUO POSITIVO E
      * CREDITADO E NEGATIVO E DEBITADO NA CONTA 'VARC' DO MAPA,
       2310-GRAVA-VARIACAO-EXIT.
           EXIT.

      *----
      * APROPRIACAO A PROJETO: DEBITO NA CONTA DE CUSTO DO PROJETO
      * (CADASTRO PROJETO) E CREDITO NA CONTA 'PROJ' DO MAPA PARA O
      * DEPARTAMENTO (OU O CURINGA '*****'), O PAR SE FECHA NO
      * PROPRIO DEPARTAMENTO
      *----
       2400-LANCA-PROJETO.

           MOVE TPR-VALOR (IDX-PRJ)      TO WSS-VALOR-LANC.
           MOVE TPR-CONTA (IDX-PRJ)      TO WSS-CONTA-ACHADA.
           MOVE 'D'                      TO WSS-NATUREZA-ACHADA.
           PERFORM 2410-GRAVA-PROJETO
              THRU 2410-GRAVA-PROJETO-EXIT.

           MOVE 0                        TO WSS-CONTA-ACHADA.

           PERFORM 2420-PROCURA-CONTA-PROJ
              THRU 2420-PROCURA-CONTA-PROJ-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX > WSS-QTD-MAPA.

           IF WSS-CONTA-ACHADA EQUAL 0
              DISPLAY 'COBOL162 - SEM CONTA NO MAPA PARA DEPTO '
                      TPR-DEPTO (IDX-PRJ) ' TIPO PROJ'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'C'                      TO WSS-NATUREZA-ACHADA.
           PERFORM 2410-GRAVA-PROJETO
              THRU 2410-GRAVA-PROJETO-EXIT.

       2400-LANCA-PROJETO-EXIT.
           EXIT.

      *----
       2410-GRAVA-PROJETO.

           MOVE SPACES                   TO REG-LANCGL.
           MOVE WSS-CONTA-ACHADA         TO LGL-CONTA.
           MOVE WSS-NATUREZA-ACHADA      TO LGL-NATUREZA.
           MOVE WSS-VALOR-LANC           TO LGL-VALOR.
           MOVE TPR-DEPTO (IDX-PRJ)      TO LGL-DEPTO.
           MOVE 'PROJ'                   TO LGL-TIPO.
           STRING 'APROPRIACAO PROJETO ' DELIMITED BY SIZE
                  TPR-PROJETO (IDX-PRJ)  DELIMITED BY SIZE
             INTO LGL-HISTORICO
           END-STRING.

           WRITE REG-LANCGL.

           IF ST-LANCGL NOT EQUAL 0 THEN
              DISPLAY 'COBOL162 - ERRO WRITE LANCGL FS=' ST-LANCGL
              MOVE ST-LANCGL             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-LANC.

           IF WSS-NATUREZA-ACHADA EQUAL 'D'
              ADD WSS-VALOR-LANC         TO WSS-TOT-DEBITOS
           ELSE
              ADD WSS-VALOR-LANC         TO WSS-TOT-CREDITOS
           END-IF.

       2410-GRAVA-PROJETO-EXIT.
           EXIT.

      *----
      * CONTA 'PROJ' DO DEPARTAMENTO; SEM CONTA PROPRIA, VALE O
      * CURINGA '*****'
      *----
       2420-PROCURA-CONTA-PROJ.

           IF TMP-TIPO (WSS-IDX) NOT EQUAL 'PROJ'
              GO TO 2420-PROCURA-CONTA-PROJ-EXIT
           END-IF.

           IF TMP-DEPTO (WSS-IDX) EQUAL TPR-DEPTO (IDX-PRJ)
              MOVE TMP-CONTA (WSS-IDX)   TO WSS-CONTA-ACHADA
              MOVE WSS-QTD-MAPA          TO WSS-IDX
              GO TO 2420-PROCURA-CONTA-PROJ-EXIT
           END-IF.

           IF TMP-DEPTO (WSS-IDX) EQUAL '*****'
              AND WSS-CONTA-ACHADA EQUAL 0
              MOVE TMP-CONTA (WSS-IDX)   TO WSS-CONTA-ACHADA
           END-IF.

       2420-PROCURA-CONTA-PROJ-EXIT.
           EXIT.

      *----
      * PROCURA A CONTA DO DEPARTAMENTO + TIPO; SEM CONTA PROPRIA,
      * VALE O CURINGA '*****' DO TIPO
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'CUSTO DE VALES (BENEFCUS)     :' TO LT-ROTULO.
           MOVE WSS-TOT-BENEFICIOS       TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'APROPRIADO A PROJETOS (RATPROJ):' TO LT-ROTULO.
           MOVE WSS-TOT-PROJETOS         TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           PERFORM 8100-IMPRIME-HIERARQUIA
              THRU 8100-IMPRIME-HIERARQUIA-EXIT.

           CLOSE RELGL.

       8000-IMPRIME-CONTROLE-EXIT.
           EXIT.

      *----
      * TOTAIS EM CASCATA PELA HIERARQUIA DE DEPARTAMENTOS (COBOL226):
      * CADA DEPARTAMENTO SOMA NELE E EM TODOS OS SEUS SUPERIORES
      * (DESPESA = BRUTO + VALES; RETENCOES = INSS + IRRF + OUTRAS +
      * PENSAO + ADIANTAMENTO)
      *----
       8100-IMPRIME-HIERARQUIA.

           PERFORM 8110-ACUMULA-UM-DEPTO
              THRU 8110-ACUMULA-UM-DEPTO-EXIT
              VARYING IDX-DEP FROM 1 BY 1
              UNTIL IDX-DEP > WSS-QTD-DEPTOS.

           MOVE 'LISTA'                  TO WSS-HQ-FUNCAO.
           MOVE 'N'                      TO WSS-HQ-LISTA-TODOS.
           PERFORM ROT-CHAMA-HIERARQUIA
              THRU ROT-CHAMA-HIERARQUIA-EXIT.

           IF WSS-HQ-FIM
              GO TO 8100-IMPRIME-HIERARQUIA-EXIT
           END-IF.

           WRITE REG-RELGL FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

           PERFORM 8120-IMPRIME-UM-NO
              THRU 8120-IMPRIME-UM-NO-EXIT
              UNTIL WSS-HQ-FIM.

       8100-IMPRIME-HIERARQUIA-EXIT.
           EXIT.

      *----
       8110-ACUMULA-UM-DEPTO.

           INITIALIZE WSS-HQ-INPUT.
           MOVE 'ACUMULA'                TO WSS-HQ-FUNCAO.
           MOVE TDP-DEPTO (IDX-DEP)      TO WSS-HQ-DEPARTAMENTO.
           COMPUTE WSS-HQ-VALOR (1) = TDP-DESPESA (IDX-DEP)
                                    + TDP-VTRA (IDX-DEP)
                                    + TDP-VREF (IDX-DEP).
           COMPUTE WSS-HQ-VALOR (2) = TDP-INSS (IDX-DEP)
                                    + TDP-IRRF (IDX-DEP)
                                    + TDP-OUTRAS (IDX-DEP)
                                    + TDP-PENSAO (IDX-DEP)
                                    + TDP-ADIANT (IDX-DEP).
           MOVE TDP-LIQUIDO (IDX-DEP)    TO WSS-HQ-VALOR (3).

           PERFORM ROT-CHAMA-HIERARQUIA
              THRU ROT-CHAMA-HIERARQUIA-EXIT.

       8110-ACUMULA-UM-DEPTO-EXIT.
           EXIT.

      *----
       8120-IMPRIME-UM-NO.

           MOVE SPACES                   TO ARVORE-HIER-DET.
           COMPUTE WSS-POS-ARVORE = (WSS-HQ-NIVEL - 1) * 2 + 1.
           MOVE WSS-HQ-CODIGO TO ARVORE-HIER-DET (WSS-POS-ARVORE:5).
           MOVE WSS-HQ-NOME              TO NOME-HIER-DET.
           MOVE WSS-HQ-TOT-VALOR (1)     TO DESPESA-HIER-DET.
           MOVE WSS-HQ-TOT-VALOR (2)     TO RETENC-HIER-DET.
           MOVE WSS-HQ-TOT-VALOR (3)     TO LIQUIDO-HIER-DET.

           WRITE REG-RELGL FROM DETHIER AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELGL NOT EQUAL 0 THEN
              DISPLAY 'COBOL162 - ERRO WRITE RELGL FS=' ST-RELGL
              MOVE ST-RELGL              TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM ROT-CHAMA-HIERARQUIA
              THRU ROT-CHAMA-HIERARQUIA-EXIT.

       8120-IMPRIME-UM-NO-EXIT.
           EXIT.

      *----
       8900-GRAVA-LINHA.

       8900-GRAVA-LINHA-EXIT.
           EXIT.

      *----
      * CHAMA O COBOL226 COM A FUNCAO JA INFORMADA; ERRO DE ARQUIVO
      * NO DEPTREF E ABEND
      *----
       ROT-CHAMA-HIERARQUIA.

           CALL 'COBOL226' USING WSS-HIERARQ-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-HQ-OUTPUT GREATER 4
              DISPLAY 'COBOL162 - ERRO COBOL226: '
                      WSS-MENSAGEM OF WSS-HQ-OUTPUT
              MOVE WSS-RETURN-CODE OF WSS-HQ-OUTPUT TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       ROT-CHAMA-HIERARQUIA-EXIT.
           EXIT.

      ******************************************************************
       ROT-ABEND.


       ROT-ABEND-EXIT.
           EXIT.

      *----
      * MANIFESTO DE LINHAGEM (COBOL257): UM REGISTRO POR ARQUIVO
      * LIDO E GRAVADO NESTA RODADA, ENTRADAS ANTES DAS SAIDAS. SO
      * DEPOIS DA PROVA DE BALANCEAMENTO: LOTE REJEITADO NAO ENTRA
      *----
       ROT-GRAVA-LINHAGEM.

           MOVE 'COBOL162'             TO WSS-LG-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WSS-LG-RODADA.
           MOVE WSS-COMPETENCIA        TO WSS-LG-COMPETENCIA.

           MOVE 'E'                    TO WSS-LG-SENTIDO.
           MOVE 'FOLHANET'             TO WSS-LG-ARQUIVO.
           MOVE WSS-REG-LIDOS          TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

           MOVE 'E'                    TO WSS-LG-SENTIDO.
           MOVE 'CONTAMAP'             TO WSS-LG-ARQUIVO.
           MOVE WSS-QTD-MAPA           TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

           IF WSS-QTD-TRANSF GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'TRANSFEF'             TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-TRANSF         TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-QTD-TAXAS GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'CAMBIOTB'             TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-TAXAS          TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-LIN-BENEFCUS GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'BENEFCUS'             TO WSS-LG-ARQUIVO
              MOVE WSS-LIN-BENEFCUS       TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-LIN-RATPROJ GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'RATPROJ'              TO WSS-LG-ARQUIVO
              MOVE WSS-LIN-RATPROJ        TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           MOVE 'S'                    TO WSS-LG-SENTIDO.
           MOVE 'LANCGL'               TO WSS-LG-ARQUIVO.
           MOVE WSS-QTD-LANC           TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

       ROT-GRAVA-LINHAGEM-EXIT.
           EXIT.

      *----
       ROT-LINHAGEM-ARQUIVO.

           CALL 'COBOL257' USING WSS-LINHAGEM-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-LG-OUTPUT NOT EQUAL 0
              DISPLAY 'COBOL162 - AVISO LINHAGEM ' WSS-LG-ARQUIVO ': '
                      WSS-MENSAGEM OF WSS-LG-OUTPUT
           END-IF.

       ROT-LINHAGEM-ARQUIVO-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
