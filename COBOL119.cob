      *            (A VENCER/ATE 30/ATE 60/ATE 90/ACIMA DE 90 DIAS)
      *            COM OS OPERADORES RELACIONAIS DO COBOL111
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - LAYOUT DO FORNMST COM 160 POSICOES (TERMOS DE
      *                  DESCONTO POR PAGAMENTO ANTECIPADO)
      * 15/10/2026 VRB - LAYOUT DO DUPLICTA COM 160 POSICOES (LINHA
      *                  DIGITAVEL DO BOLETO)
      * 15/10/2026 VRB - PARCELA DA NOTA NO DETALHE, TOTAL DA NOTA
      *                  PARCELADA E RESUMO POR FORNECEDOR EM NOTAS
      * 15/10/2026 VRB - TITULO EM MOEDA ESTRANGEIRA CONVERTIDO A REAIS
      *                  PELA TAXA DO CAMBIOTB NA DATA (OU A DA EMISSAO)
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-SITECFG.
      *
           SELECT CAMBIOTB ASSIGN TO CAMBIOTB
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CAMBIOTB.
      *
      *--------------
       DATA DIVISION.
       FILE SECTION.
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
         FD RELAGING.
      *----
      *----
         FD FORNMST
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
      * CADASTRO DE FORNECEDORES (MANTIDO PELO COBOL175): RAZAO
      * SOCIAL PARA O RELATORIO E CONDICOES DE PAGAMENTO PARA O
            03 FOR-CNPJ                    PIC 9(014).
            03 FOR-MULTA-PCT               PIC 9(003)V99.
            03 FOR-JUROS-DIA               PIC 9(001)V9(004).
            03 FILLER                      PIC X(066).
      *----
         FD FERIADO
            RECORDING MODE IS F
            03 SITECFG-CAB-BOILERPLATE     PIC X(051).
            03 SITECFG-EMPRESA-PADRAO      PIC X(002).
            03 SITECFG-REGIAO              PIC X(007).
      *----
         FD CAMBIOTB
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * TAXAS DE CAMBIO POR MOEDA E VIGENCIA (COBOL191)
      *----
         01 REG-CAMBIOTB.
            03 CMB-MOEDA                   PIC X(003).
            03 CMB-VIGENCIA                PIC 9(008).
            03 CMB-TAXA                    PIC 9(005)V9(005).
            03 FILLER                      PIC X(059).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
       77  WSS-IDX-FOR                     PIC 9(004) COMP VALUE 0.
       77  WSS-QTD-NAO-CADASTR             PIC 9(005) VALUE ZEROES.
      *----
      * QUEBRA POR NOTA FISCAL: AS PARCELAS EM ABERTO DE UMA NOTA
      * PARCELADA SAEM UMA POR LINHA E FECHAM COM O TOTAL DA NOTA
      *----
       77  WSS-NF-ANTERIOR                 PIC X(038) VALUE LOW-VALUES.
       77  WSS-NF-NOVA                     PIC X(001) VALUE 'N'.
       77  WSS-NF-PARCELADA                PIC X(001) VALUE 'N'.
       77  WSS-NF-ABERTAS                  PIC 9(002) VALUE 0.
       77  WSS-NF-PARCELAS                 PIC 9(002) VALUE 0.
       77  WSS-NF-TOTAL                    PIC 9(009)V99 COMP-3 VALUE 0.
      *----
      * CADASTRO DE FORNECEDORES EM MEMORIA, COM ACUMULADOR DO
      * RESUMO POR FORNECEDOR
      *----
       77  ENCARGO-GERAL                   PIC 9(010)V99 COMP-3
                                                          VALUE 0.
       77  MASCARA-ENCARGO                 PIC ZZZ.ZZ9,99.
      *----
      * TITULO EM MOEDA ESTRANGEIRA: O AGING E OS TOTAIS SAO EM REAIS
      * PELA TAXA VIGENTE HOJE NO CAMBIOTB; NA FALTA DELA, PELA TAXA
      * DA EMISSAO GRAVADA NO TITULO. SEM NENHUMA, O TITULO E
      * APONTADO E FICA FORA DOS TOTAIS EM REAIS
      *----
       77  ST-CAMBIOTB                     PIC 9(002) VALUE 0.
       77  WSS-EOF-CAMBIO                  PIC X(001) VALUE 'N'.
       77  WSS-QTD-TAXAS                   PIC 9(004) VALUE 0.
       77  WSS-IDX-TAX                     PIC 9(004) COMP VALUE 0.
       77  WSS-MOEDA                       PIC X(003) VALUE SPACES.
       77  WSS-TAXA-ACHADA                 PIC 9(005)V9(005) VALUE 0.
       77  WSS-VIG-ACHADA                  PIC 9(008) VALUE 0.
       77  WSS-TAXA-USADA                  PIC 9(005)V9(005) VALUE 0.
       77  WSS-VALOR-REAIS                 PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-QTD-MOEDA                   PIC 9(005) VALUE ZEROES.
       77  WSS-QTD-SEM-TAXA                PIC 9(005) VALUE ZEROES.
       77  MASCARA-TAXA                    PIC ZZZZ9,99999.
      *----
       01  WSS-TAB-TAXAS.
           05 WSS-TAX-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-TAXAS.
              10 TCM-MOEDA                 PIC X(003).
              10 TCM-VIGENCIA              PIC 9(008).
              10 TCM-TAXA                  PIC 9(005)V9(005).
      *----
       01  CABFORN.
           03 FILLER                       PIC X(025) VALUE SPACES.
           03 ENCARGO-DET                  PIC X(011) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 TOTAL-ITEM-DET               PIC X(011) VALUE SPACES.
      *----
       01  DETNF.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 FILLER                       PIC X(031)
              VALUE '  TOTAL DA NOTA FISCAL'.
           03 NFTOT-NF-DET                 PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(004) VALUE SPACES.
           03 NFTOT-ABERTAS-DET            PIC Z9     VALUE ZEROES.
           03 FILLER                       PIC X(004) VALUE ' DE '.
           03 NFTOT-PARCELAS-DET           PIC Z9     VALUE ZEROES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 NFTOT-VALOR-DET              PIC X(012) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 FILLER                       PIC X(020)
              VALUE 'PARCELAS EM ABERTO'.
      *----
       01  DETMOEDA.
           03 FILLER                       PIC X(032) VALUE SPACES.
           03 FILLER                       PIC X(008) VALUE 'MOEDA '.
           03 MOEDA-DET                    PIC X(003) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 VALOR-MOEDA-DET              PIC X(012) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 TAXA-MOEDA-DET               PIC X(040) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 0020-CARGA-FERIADO
              THRU 0020-CARGA-FERIADO-EXIT.

           PERFORM 0030-CARGA-CAMBIOTB
              THRU 0030-CARGA-CAMBIOTB-EXIT.

           PERFORM 1000-OPEN-ARQUIVOS.

           PERFORM 1001-LER-DUPLICTA.
           PERFORM 2000-PROCESSA-DUPLICTA
              UNTIL WSS-FIM-DUPLICTA.

           PERFORM 3100-IMPRIME-TOTAL-NF
              THRU 3100-IMPRIME-TOTAL-NF-EXIT.

           PERFORM 5000-IMPRIME-TOTAL-GERAL.

           PERFORM 6000-IMPRIME-RESUMO-FORN
       0022-CARGA-SITECFG-EXIT.
           EXIT.

      *----
      * CARGA DAS TAXAS DE CAMBIO (COBOL191); SEM O ARQUIVO, TITULO
      * EM MOEDA ESTRANGEIRA VAI A REAIS PELA TAXA DA EMISSAO
      *----
       0030-CARGA-CAMBIOTB.

           OPEN INPUT CAMBIOTB.

           IF ST-CAMBIOTB EQUAL 35
              DISPLAY 'COBOL119 - CAMBIOTB NAO INFORMADO, MOEDA '
                      'ESTRANGEIRA PELA TAXA DA EMISSAO'
              GO TO 0030-CARGA-CAMBIOTB-EXIT
           END-IF.

           IF ST-CAMBIOTB NOT EQUAL 0
              DISPLAY 'COBOL119 - ERRO ABERTURA CAMBIOTB ST='
                      ST-CAMBIOTB
              MOVE 260 TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           PERFORM 0031-LER-CAMBIOTB
              THRU 0031-LER-CAMBIOTB-EXIT
              UNTIL WSS-EOF-CAMBIO = 'Y'.

           CLOSE CAMBIOTB.

           DISPLAY ' TAXAS DE CAMBIO CARREGADAS : ' WSS-QTD-TAXAS.

       0030-CARGA-CAMBIOTB-EXIT.
           EXIT.

      *----
       0031-LER-CAMBIOTB.

           READ CAMBIOTB
              AT END MOVE 'Y' TO WSS-EOF-CAMBIO
           END-READ.

           IF ST-CAMBIOTB NOT EQUAL 0 AND WSS-EOF-CAMBIO NOT = 'Y'
              DISPLAY 'COBOL119 - ERRO LEITURA CAMBIOTB ST='
                      ST-CAMBIOTB
              MOVE 261 TO RETURN-CODE
              PERFORM ROT-ABEND
           END-IF.

           IF WSS-EOF-CAMBIO NOT = 'Y'
              AND WSS-QTD-TAXAS LESS 500
              ADD 1                      TO WSS-QTD-TAXAS
              MOVE CMB-MOEDA             TO TCM-MOEDA (WSS-QTD-TAXAS)
              MOVE CMB-VIGENCIA          TO
                   TCM-VIGENCIA (WSS-QTD-TAXAS)
              MOVE CMB-TAXA              TO TCM-TAXA (WSS-QTD-TAXAS)
           END-IF.

       0031-LER-CAMBIOTB-EXIT.
           EXIT.

      *----
       1000-OPEN-ARQUIVOS.

      *
       2000-PROCESSA-DUPLICTA.

           MOVE 'N'              TO WSS-NF-NOVA.

           IF REG-DUPLICTA (1:38) NOT EQUAL WSS-NF-ANTERIOR
              PERFORM 3100-IMPRIME-TOTAL-NF
                 THRU 3100-IMPRIME-TOTAL-NF-EXIT
              MOVE 'S'           TO WSS-NF-NOVA
              MOVE REG-DUPLICTA (1:38) TO WSS-NF-ANTERIOR
              IF DUP-QTD-PARCELAS NUMERIC
                 AND DUP-QTD-PARCELAS GREATER 1
                 MOVE 'S'        TO WSS-NF-PARCELADA
                 MOVE DUP-QTD-PARCELAS TO WSS-NF-PARCELAS
              END-IF
           END-IF.

           PERFORM 2100-CONVERTE-MOEDA
              THRU 2100-CONVERTE-MOEDA-EXIT.

           ADD 1                 TO WSS-NF-ABERTAS.
           ADD WSS-VALOR-REAIS   TO WSS-NF-TOTAL.

           COMPUTE WSS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-HOJE)
                 - FUNCTION INTEGER-OF-DATE (DUP-DATA-VENCIMENTO).

           EVALUATE TRUE
               WHEN WSS-DIAS-ATRASO IS NOT GREATER THAN ZERO
                    ADD WSS-VALOR-REAIS TO TOTAL-A-VENCER
                    MOVE 'A VENCER'          TO WSS-FAIXA-AGING
               WHEN WSS-DIAS-ATRASO IS NOT GREATER THAN 30
                    ADD WSS-VALOR-REAIS TO TOTAL-FAIXA-30
                    MOVE 'ATRASO ATE 30 DIAS' TO WSS-FAIXA-AGING
               WHEN WSS-DIAS-ATRASO IS NOT GREATER THAN 60
                    ADD WSS-VALOR-REAIS TO TOTAL-FAIXA-60
                    MOVE 'ATRASO ATE 60 DIAS' TO WSS-FAIXA-AGING
               WHEN WSS-DIAS-ATRASO IS NOT GREATER THAN 90
                    ADD WSS-VALOR-REAIS TO TOTAL-FAIXA-90
                    MOVE 'ATRASO ATE 90 DIAS' TO WSS-FAIXA-AGING
               WHEN OTHER
                    ADD WSS-VALOR-REAIS TO TOTAL-FAIXA-90-MAIS
                    MOVE 'ATRASO ACIMA DE 90' TO WSS-FAIXA-AGING
           END-EVALUATE.

           ADD WSS-VALOR-REAIS TO TOTAL-GERAL.

           PERFORM 2500-CALCULA-ENCARGOS
              THRU 2500-CALCULA-ENCARGOS-EXIT.

           PERFORM 1001-LER-DUPLICTA.

      *----
      * MOEDA DO TITULO: EM REAIS (BRANCO OU 'BRL') VALE O DUPLICTA;
      * EM MOEDA ESTRANGEIRA, TAXA VIGENTE HOJE NO CAMBIOTB OU, NA
      * FALTA DELA, A TAXA DA EMISSAO GRAVADA PELO COBOL264
      *----
       2100-CONVERTE-MOEDA.

           MOVE DUP-VALOR        TO WSS-VALOR-REAIS.
           MOVE SPACES           TO WSS-MOEDA.
           MOVE 0                TO WSS-TAXA-USADA.

           IF DUP-MOEDA EQUAL SPACES OR DUP-MOEDA EQUAL 'BRL'
              OR DUP-MOEDA EQUAL LOW-VALUES
              GO TO 2100-CONVERTE-MOEDA-EXIT
           END-IF.

           MOVE DUP-MOEDA        TO WSS-MOEDA.
           ADD 1                 TO WSS-QTD-MOEDA.

           PERFORM ROT-ACHA-TAXA
              THRU ROT-ACHA-TAXA-EXIT.

           MOVE WSS-TAXA-ACHADA  TO WSS-TAXA-USADA.

           IF WSS-TAXA-USADA EQUAL 0
              AND DUP-TAXA-EMISSAO NUMERIC
              MOVE DUP-TAXA-EMISSAO TO WSS-TAXA-USADA
           END-IF.

           IF WSS-TAXA-USADA EQUAL 0
              MOVE 0             TO WSS-VALOR-REAIS
              ADD 1              TO WSS-QTD-SEM-TAXA
              GO TO 2100-CONVERTE-MOEDA-EXIT
           END-IF.

           COMPUTE WSS-VALOR-REAIS ROUNDED =
                   DUP-VALOR * WSS-TAXA-USADA.

       2100-CONVERTE-MOEDA-EXIT.
           EXIT.

      *----
      * TAXA DE MAIOR VIGENCIA ATE HOJE, NA MOEDA DO TITULO
      *----
       ROT-ACHA-TAXA.

           MOVE 0                TO WSS-TAXA-ACHADA.
           MOVE 0                TO WSS-VIG-ACHADA.

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
      * ACRESCIMO CONTRATUAL DO ITEM VENCIDO: MULTA (PERCENTUAL DO
      * VALOR DE FACE) + JUROS DIARIOS PELOS DIAS UTEIS DE ATRASO,
       2500-CALCULA-ENCARGOS.

           MOVE 0                TO WSS-ENCARGOS.
           MOVE WSS-VALOR-REAIS  TO WSS-TOTAL-ITEM.
           MOVE 0                TO WSS-DIAS-UTEIS.

           IF WSS-DIAS-ATRASO NOT GREATER 0
              THRU 2600-CONTA-DIAS-UTEIS-EXIT.

           COMPUTE WSS-ENCARGOS ROUNDED =
                   (WSS-VALOR-REAIS * WSS-MULTA-PCT / 100)
                   + (WSS-VALOR-REAIS * WSS-JUROS-DIA * WSS-DIAS-UTEIS).

           COMPUTE WSS-TOTAL-ITEM = WSS-VALOR-REAIS + WSS-ENCARGOS.

           ADD WSS-ENCARGOS      TO ENCARGO-GERAL.

                 WHEN TFR-CODIGO (IDX-FOR) EQUAL DUP-FORNECEDOR
                    MOVE TFR-RAZAO (IDX-FOR) (1:30)
                                  TO FORNECEDOR-DET
                    ADD WSS-VALOR-REAIS TO TFR-TOTAL (IDX-FOR)
                    IF WSS-NF-NOVA EQUAL 'S'
                       ADD 1      TO TFR-QTDE (IDX-FOR)
                    END-IF
              END-SEARCH
           END-IF.

           MOVE DUP-NUMERO-NF    TO NF-DET.

           IF WSS-NF-PARCELADA EQUAL 'S'
              AND DUP-PARCELA NUMERIC
              MOVE '-'           TO NF-DET (9:1)
              MOVE DUP-PARCELA   TO NF-DET (10:2)
           END-IF.
           MOVE DUP-DATA-VENCIMENTO TO VENCTO-DET.

           MOVE WSS-VALOR-REAIS  TO MASCARA-VALOR.
           MOVE MASCARA-VALOR    TO VALOR-DET.

           MOVE WSS-DIAS-ATRASO  TO MASCARA-DIAS.
           MOVE DET01            TO REG-RELAGING.
           WRITE REG-RELAGING.

      *----
      * TITULO EM MOEDA ESTRANGEIRA GANHA A LINHA COM O VALOR NA
      * MOEDA E A TAXA USADA NA CONVERSAO
      *----
           IF WSS-MOEDA NOT EQUAL SPACES
              MOVE WSS-MOEDA     TO MOEDA-DET
              MOVE DUP-VALOR     TO MASCARA-VALOR
              MOVE MASCARA-VALOR TO VALOR-MOEDA-DET
              MOVE SPACES        TO TAXA-MOEDA-DET
              IF WSS-TAXA-USADA EQUAL 0
                 MOVE '*SEM TAXA DE CAMBIO - FORA DOS TOTAIS*'
                                 TO TAXA-MOEDA-DET
              ELSE
                 MOVE WSS-TAXA-USADA TO MASCARA-TAXA
                 STRING 'TAXA ' MASCARA-TAXA
                        DELIMITED BY SIZE INTO TAXA-MOEDA-DET
                 END-STRING
              END-IF
              MOVE DETMOEDA      TO REG-RELAGING
              WRITE REG-RELAGING
           END-IF.

      *----
      * FECHAMENTO DA NOTA ANTERIOR: NOTA PARCELADA GANHA A LINHA DE
      * TOTAL DAS PARCELAS QUE SEGUEM EM ABERTO
      *----
       3100-IMPRIME-TOTAL-NF.

           IF WSS-NF-PARCELADA EQUAL 'S'
              MOVE WSS-NF-ANTERIOR (31:8) TO NFTOT-NF-DET
              MOVE WSS-NF-ABERTAS   TO NFTOT-ABERTAS-DET
              MOVE WSS-NF-PARCELAS  TO NFTOT-PARCELAS-DET
              MOVE WSS-NF-TOTAL     TO MASCARA-VALOR
              MOVE MASCARA-VALOR    TO NFTOT-VALOR-DET
              MOVE DETNF            TO REG-RELAGING
              WRITE REG-RELAGING
           END-IF.

           MOVE 'N'              TO WSS-NF-PARCELADA.
           MOVE 0                TO WSS-NF-ABERTAS
                                    WSS-NF-PARCELAS
                                    WSS-NF-TOTAL.

       3100-IMPRIME-TOTAL-NF-EXIT.
           EXIT.

      *----
       5000-IMPRIME-TOTAL-GERAL.

           CLOSE DUPLICTA.
           CLOSE RELAGING.

           IF WSS-QTD-MOEDA GREATER 0
              DISPLAY ' TITULOS EM MOEDA ESTRANGEIRA : ' WSS-QTD-MOEDA
              DISPLAY ' TITULOS SEM TAXA DE CAMBIO   : '
                      WSS-QTD-SEM-TAXA
           END-IF.

      *----
       ROT-ABEND.

