      *            LINHA DE TOTAL QUE A TESOURARIA USA PARA CASAR O
      *            FUNDING - HOJE ESSA PREVISAO E PLANILHA REDIGITADA.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - LAYOUT DO DUPLICTA COM 160 POSICOES (LINHA
      *                  DIGITAVEL DO BOLETO)
      * 15/10/2026 VRB - SEMANAS CONTAM PARCELAS; QUANTIDADE DE NOTAS
      *                  FISCAIS NO TOTAL E NO RESUMO POR FORNECEDOR
      * 15/10/2026 VRB - TITULO EM MOEDA ESTRANGEIRA CONVERTIDO A REAIS
      *                  PELA TAXA DO CAMBIOTB; LINHA DA EXPOSICAO
      *                  CAMBIAL NO RELATORIO
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELCASH.
      *
           SELECT CAMBIOTB ASSIGN TO CAMBIOTB
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CAMBIOTB.
      *
      *--------------
       DATA DIVISION.
      *
       FD   DUPLICTA
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
       01   REG-DUPLICTA.
            03 DUP-FORNECEDOR              PIC X(030).
            03 DUP-NUMERO-NF               PIC 9(008).
            03 DUP-DATA-VENCIMENTO         PIC 9(008).
            03 DUP-VALOR                   PIC 9(007)V99.
            03 FILLER                      PIC X(060).
            03 DUP-PARCELA                 PIC 9(002).
            03 DUP-QTD-PARCELAS            PIC 9(002).
            03 DUP-VALOR-NF                PIC 9(007)V99.
            03 DUP-MOEDA                   PIC X(003).
            03 DUP-TAXA-EMISSAO            PIC 9(005)V9(005).
            03 FILLER                      PIC X(019).
      *----
       FD   CASHPRM
            RECORDING MODE IS F
       FD   RELCASH.
      *----
       01   REG-RELCASH                    PIC X(132).
      *----
       FD   CAMBIOTB
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * TAXAS DE CAMBIO POR MOEDA E VIGENCIA (COBOL191)
      *----
       01   REG-CAMBIOTB.
            03 CMB-MOEDA                   PIC X(003).
            03 CMB-VIGENCIA                PIC 9(008).
            03 CMB-TAXA                    PIC 9(005)V9(005).
            03 FILLER                      PIC X(059).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
                                                          VALUE 0.
       77  WSS-IDX                         PIC 9(004) COMP VALUE 0.
       77  MASCARA-TOTAL                   PIC ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-QTDE                    PIC Z(013)9.
      *----
      * CADA TITULO DO DUPLICTA E UMA PARCELA; A NOTA FISCAL E
      * CONTADA UMA VEZ NA QUEBRA DE FORNECEDOR + NOTA
      *----
       77  WSS-NF-ANTERIOR                 PIC X(038) VALUE LOW-VALUES.
       77  WSS-NF-NOVA                     PIC X(001) VALUE 'N'.
       77  WSS-QTD-NOTAS                   PIC 9(006) VALUE ZEROES.
      *----
      *----
      * TITULO EM MOEDA ESTRANGEIRA ENTRA NA PREVISAO EM REAIS PELA
      * TAXA VIGENTE HOJE (A ULTIMA CONHECIDA) OU, NA FALTA DELA,
      * PELA TAXA DA EMISSAO; SEM NENHUMA FICA FORA E E CONTADO
      *----
       77  ST-CAMBIOTB                     PIC 9(002) VALUE 0.
       77  WSS-QTD-TAXAS                   PIC 9(004) VALUE 0.
       77  WSS-IDX-TAX                     PIC 9(004) COMP VALUE 0.
       77  WSS-MOEDA                       PIC X(003) VALUE SPACES.
       77  WSS-TAXA-ACHADA                 PIC 9(005)V9(005) VALUE 0.
       77  WSS-VIG-ACHADA                  PIC 9(008) VALUE 0.
       77  WSS-VALOR-REAIS                 PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-TOT-MOEDA                   PIC 9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-QTD-MOEDA                   PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-SEM-TAXA                PIC 9(006) VALUE ZEROES.
      *----
       01  WSS-TAB-TAXAS.
           05 WSS-TAX-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-TAXAS.
              10 TCM-MOEDA                 PIC X(003).
              10 TCM-VIGENCIA              PIC 9(008).
              10 TCM-TAXA                  PIC 9(005)V9(005).
      *----
       01  WSS-TAB-SEMANAS.
           05 WSS-SEM-ENTRY OCCURS 26 TIMES.
                 INDEXED BY IDX-FOR.
              10 TFR-FORNECEDOR            PIC X(030).
              10 TFR-TOTAL                 PIC 9(011)V99 COMP-3.
              10 TFR-QTD-NOTAS             PIC 9(005).
      *----
      * LINKAGE DO SUBPROGRAMA DE SOMA DE DIAS UTEIS (COBOL096),
      * USADO PARA EMPURRAR O VENCIMENTO DE FIM DE SEMANA/FERIADO
           03 FILLER                       PIC X(008) VALUE SPACES.
           03 QTDE-DET                     PIC ZZZZ9  VALUE ZEROES.
           03 FILLER                       PIC X(004)
              VALUE ' PAR'.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 TOTAL-SEM-DET                PIC X(014) VALUE SPACES.
      *----
           03 FORN-DET                     PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 TOTAL-FORN-DET               PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 NOTAS-FORN-DET               PIC ZZZZ9  VALUE ZEROES.
           03 FILLER                       PIC X(003) VALUE ' NF'.
      *----
       01  LINHA-TEXTO.
           03 LT-ROTULO                    PIC X(030) VALUE SPACES.
           PERFORM 0001-CARGA-HORIZONTE
              THRU 0001-CARGA-HORIZONTE-EXIT.

           PERFORM 0002-CARGA-CAMBIOTB
              THRU 0002-CARGA-CAMBIOTB-EXIT.

           OPEN INPUT DUPLICTA.

           IF ST-DUPLICTA NOT EQUAL 0 THEN
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* TITULOS LIDOS        : ' WSS-REG-LIDOS.
           DISPLAY '* NOTAS FISCAIS        : ' WSS-QTD-NOTAS.
           DISPLAY '* TOTAL NO HORIZONTE   : ' WSS-TOT-GERAL.
           DISPLAY '* EM MOEDA ESTRANGEIRA : ' WSS-QTD-MOEDA.
           DISPLAY '* SEM TAXA DE CAMBIO   : ' WSS-QTD-SEM-TAXA.
           DISPLAY '*******************************************'.

           STOP RUN.
       0001-CARGA-HORIZONTE-EXIT.
           EXIT.

      *----
      * TAXAS DE CAMBIO (COBOL191), OPCIONAL: SEM ELAS, TITULO EM
      * MOEDA ESTRANGEIRA VAI A REAIS PELA TAXA DA EMISSAO
      *----
       0002-CARGA-CAMBIOTB.

           OPEN INPUT CAMBIOTB.

           IF ST-CAMBIOTB EQUAL 35
              GO TO 0002-CARGA-CAMBIOTB-EXIT
           END-IF.

           IF ST-CAMBIOTB NOT EQUAL 0 THEN
              DISPLAY 'COBOL176 - ERRO OPEN CAMBIOTB FS=' ST-CAMBIOTB
              MOVE ST-CAMBIOTB           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0003-LER-CAMBIOTB
              THRU 0003-LER-CAMBIOTB-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CAMBIOTB.

           MOVE 'N'                      TO WSS-EOF.

           DISPLAY 'COBOL176 - TAXAS DE CAMBIO : ' WSS-QTD-TAXAS.

       0002-CARGA-CAMBIOTB-EXIT.
           EXIT.

      *----
       0003-LER-CAMBIOTB.

           READ CAMBIOTB
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CAMBIOTB NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL176 - ERRO READ CAMBIOTB FS=' ST-CAMBIOTB
              MOVE ST-CAMBIOTB           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF NOT = 'Y'
              AND WSS-QTD-TAXAS LESS 500
              ADD 1                      TO WSS-QTD-TAXAS
              MOVE CMB-MOEDA             TO TCM-MOEDA (WSS-QTD-TAXAS)
              MOVE CMB-VIGENCIA          TO
                   TCM-VIGENCIA (WSS-QTD-TAXAS)
              MOVE CMB-TAXA              TO TCM-TAXA (WSS-QTD-TAXAS)
           END-IF.

       0003-LER-CAMBIOTB-EXIT.
           EXIT.

      *----
       1000-ALOCA-TITULO.

           END-IF.

           ADD 1                         TO WSS-REG-LIDOS.

           PERFORM 1100-CONVERTE-MOEDA
              THRU 1100-CONVERTE-MOEDA-EXIT.

           ADD WSS-VALOR-REAIS           TO WSS-TOT-GERAL.

           MOVE 'N'                      TO WSS-NF-NOVA.

           IF REG-DUPLICTA (1:38) NOT EQUAL WSS-NF-ANTERIOR
              MOVE REG-DUPLICTA (1:38)   TO WSS-NF-ANTERIOR
              MOVE 'S'                   TO WSS-NF-NOVA
              ADD 1                      TO WSS-QTD-NOTAS
           END-IF.

      *----
      * DATA EFETIVA DE PAGAMENTO: SOMA UM DIA UTIL A VESPERA DO
      * ALEM DO HORIZONTE VAI PARA A LINHA PROPRIA
      *----
           IF WSS-DIAS-DELTA LESS 0
              ADD WSS-VALOR-REAIS        TO WSS-TOT-VENCIDAS
              GO TO 1000-ALOCA-TITULO-ACUMULA
           END-IF.

           COMPUTE WSS-SEMANA = (WSS-DIAS-DELTA / 7) + 1.

           IF WSS-SEMANA GREATER WSS-QTD-SEMANAS
              ADD WSS-VALOR-REAIS        TO WSS-TOT-ALEM
           ELSE
              ADD WSS-VALOR-REAIS TO SEM-TOTAL (WSS-SEMANA)
              ADD 1               TO SEM-QTDE (WSS-SEMANA)
           END-IF.

                ADD 1                    TO WSS-QTD-FORNS
                SET IDX-FOR              TO WSS-QTD-FORNS
                MOVE DUP-FORNECEDOR      TO TFR-FORNECEDOR (IDX-FOR)
                MOVE WSS-VALOR-REAIS     TO TFR-TOTAL (IDX-FOR)
                MOVE 1                   TO TFR-QTD-NOTAS (IDX-FOR)
             WHEN TFR-FORNECEDOR (IDX-FOR) EQUAL DUP-FORNECEDOR
                ADD WSS-VALOR-REAIS      TO TFR-TOTAL (IDX-FOR)
                IF WSS-NF-NOVA EQUAL 'S'
                   ADD 1                 TO TFR-QTD-NOTAS (IDX-FOR)
                END-IF
           END-SEARCH.

       1000-ALOCA-TITULO-EXIT.
           EXIT.

      *----
      * MOEDA DO TITULO: EM REAIS VALE O DUPLICTA; EM MOEDA
      * ESTRANGEIRA, TAXA VIGENTE HOJE NO CAMBIOTB OU A DA EMISSAO
      * GRAVADA NO TITULO PELO COBOL264
      *----
       1100-CONVERTE-MOEDA.

           MOVE DUP-VALOR                TO WSS-VALOR-REAIS.

           IF DUP-MOEDA EQUAL SPACES OR DUP-MOEDA EQUAL 'BRL'
              OR DUP-MOEDA EQUAL LOW-VALUES
              GO TO 1100-CONVERTE-MOEDA-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-MOEDA.
           MOVE DUP-MOEDA                TO WSS-MOEDA.

           PERFORM ROT-ACHA-TAXA
              THRU ROT-ACHA-TAXA-EXIT.

           IF WSS-TAXA-ACHADA EQUAL 0
              AND DUP-TAXA-EMISSAO NUMERIC
              MOVE DUP-TAXA-EMISSAO      TO WSS-TAXA-ACHADA
           END-IF.

           IF WSS-TAXA-ACHADA EQUAL 0
              MOVE 0                     TO WSS-VALOR-REAIS
              ADD 1                      TO WSS-QTD-SEM-TAXA
              DISPLAY 'COBOL176 - SEM TAXA DE CAMBIO ' DUP-MOEDA
                      ' NF ' DUP-NUMERO-NF ' FORA DA PREVISAO'
              GO TO 1100-CONVERTE-MOEDA-EXIT
           END-IF.

           COMPUTE WSS-VALOR-REAIS ROUNDED =
                   DUP-VALOR * WSS-TAXA-ACHADA.

           ADD WSS-VALOR-REAIS           TO WSS-TOT-MOEDA.

       1100-CONVERTE-MOEDA-EXIT.
           EXIT.

      *----
      * TAXA DE MAIOR VIGENCIA ATE HOJE, NA MOEDA DO TITULO
      *----
       ROT-ACHA-TAXA.

           MOVE 0                        TO WSS-TAXA-ACHADA.
           MOVE 0                        TO WSS-VIG-ACHADA.

           PERFORM ROT-COMPARA-TAXA
              THRU ROT-COMPARA-TAXA-EXIT
              VARYING WSS-IDX-TAX FROM 1 BY 1
              UNTIL WSS-IDX-TAX GREATER WSS-QTD-TAXAS.

       ROT-ACHA-TAXA-EXIT.
           EXIT.

      *----
       ROT-COMPARA-TAXA.

           IF TCM-MOEDA (WSS-IDX-TAX) EQUAL WSS-MOEDA
              AND TCM-VIGENCIA (WSS-IDX-TAX) NOT GREATER
                  WSS-DATA-HOJE
              AND TCM-VIGENCIA (WSS-IDX-TAX) NOT LESS WSS-VIG-ACHADA
              MOVE TCM-VIGENCIA (WSS-IDX-TAX) TO WSS-VIG-ACHADA
              MOVE TCM-TAXA (WSS-IDX-TAX)     TO WSS-TAXA-ACHADA
           END-IF.

       ROT-COMPARA-TAXA-EXIT.
           EXIT.

      *----
       8000-IMPRIME-CRONOGRAMA.

           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'NOTAS FISCAIS EM ABERTO      :' TO LT-ROTULO.
           MOVE WSS-QTD-NOTAS            TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'PARCELAS EM ABERTO           :' TO LT-ROTULO.
           MOVE WSS-REG-LIDOS            TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

      *----
      * EXPOSICAO CAMBIAL: PARTE DO TOTAL QUE VEM DE TITULOS EM
      * MOEDA ESTRANGEIRA E OS QUE FICARAM FORA POR FALTA DE TAXA
      *----
           IF WSS-QTD-MOEDA GREATER 0
              MOVE 'EM MOEDA ESTRANGEIRA (REAIS) :' TO LT-ROTULO
              MOVE WSS-TOT-MOEDA         TO MASCARA-TOTAL
              MOVE MASCARA-TOTAL         TO LT-VALOR
              PERFORM 8900-GRAVA-LINHA
                 THRU 8900-GRAVA-LINHA-EXIT
              MOVE 'PARCELAS SEM TAXA DE CAMBIO  :' TO LT-ROTULO
              MOVE WSS-QTD-SEM-TAXA      TO MASCARA-QTDE
              MOVE MASCARA-QTDE          TO LT-VALOR
              PERFORM 8900-GRAVA-LINHA
                 THRU 8900-GRAVA-LINHA-EXIT
           END-IF.

      *----
      * RESUMO POR FORNECEDOR
      *----
           MOVE TFR-FORNECEDOR (IDX-FOR) TO FORN-DET.
           MOVE TFR-TOTAL (IDX-FOR)      TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO TOTAL-FORN-DET.
           MOVE TFR-QTD-NOTAS (IDX-FOR)  TO NOTAS-FORN-DET.

           WRITE REG-RELCASH FROM DETFORN AFTER ADVANCING 1
           END-WRITE.
