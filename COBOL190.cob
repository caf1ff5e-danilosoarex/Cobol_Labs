      *            QUE A TESOURARIA CONSULTA ANTES DE LIBERAR A
      *            PROXIMA REMESSA.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - DEBITO ESPERADO DO PAGAMENTO A FORNECEDOR E O
      *                  LIQUIDO PAGO AO BANCO: PAG-VALOR (BAIXA DO
      *                  TITULO) MENOS O DESCONTO CAPTURADO E O RETIDO
      *                  NA FONTE (RETENCAO, POR NOTA E PARCELA)
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PAGTOS.
      *
           SELECT RETENCAO ASSIGN TO RETENCAO
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RETENCAO.
      *
           SELECT RELCONC ASSIGN TO RELCONC
                  ORGANIZATION IS SEQUENTIAL
            03 GUI-COMPETENCIA             PIC 9(006).
            03 GUI-VENCIMENTO              PIC 9(008).
            03 GUI-VALOR                   PIC 9(011)V99.
            03 GUI-SITUACAO                PIC X(001).
               88 GUI-ORIGINAL                     VALUE ' '.
               88 GUI-SUBSTITUIDA                  VALUE 'S'.
               88 GUI-RECALCULADA                  VALUE 'R'.
            03 GUI-VENC-ORIGINAL           PIC 9(008).
            03 GUI-VALOR-MULTA             PIC 9(009)V99.
            03 GUI-VALOR-JUROS             PIC 9(009)V99.
      *----
       FD   PAGTOS
            RECORDING MODE IS F
               05 PAG-FORNECEDOR           PIC X(030).
               05 PAG-NUMERO-NF            PIC 9(008).
            03 PAG-VALOR                   PIC 9(007)V99.
            03 PAG-DATA-PAGTO              PIC 9(008).
      *----
      * DESCONTO POR ANTECIPACAO ('C' CAPTURADO, 'P' PERDIDO): O
      * CAPTURADO ENTRA NA BAIXA (PAG-VALOR) MAS NAO SAI DA CONTA
      *----
            03 PAG-VALOR-DESCONTO          PIC 9(007)V99.
            03 PAG-DESC-SITUACAO           PIC X(001).
            03 PAG-PARCELA                 PIC 9(002).
            03 PAG-MOEDA                   PIC X(003).
            03 PAG-VALOR-MOEDA             PIC 9(007)V99.
            03 FILLER                      PIC X(001).
      *----
       FD   RETENCAO
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
      * RETIDO NA FONTE POR NOTA E PARCELA PAGA (COBOL193): ENTRA NA
      * BAIXA (PAG-VALOR) MAS NAO SAI DA CONTA
      *----
           COPY  'COPY2622'.
      *----
       FD   RELCONC.
      *----
       77  ST-PAGSTAT                      PIC 9(002) VALUE 0.
       77  ST-GUIAREC                      PIC 9(002) VALUE 0.
       77  ST-PAGTOS                       PIC 9(002) VALUE 0.
       77  ST-RETENCAO                     PIC 9(002) VALUE 0.
       77  ST-RELCONC                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-SALDO                       PIC S9(013)V99 COMP-3
       77  WSS-QTD-SUSP-ESPERADO           PIC 9(005) VALUE ZEROES.
       77  WSS-IDX                         PIC 9(004) COMP VALUE 0.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-QTD-PAG                     PIC 9(004) VALUE 0.
       77  MASCARA-VALOR                   PIC -ZZZ.ZZZ.ZZ9,99.
      *----
      * DEBITOS ESPERADOS: TOTAIS POR REMESSA (PAGSTAT), GUIAS E
              10 TES-VALOR                 PIC 9(013)V99.
              10 TES-CASADO                PIC X(001).
      *----
      * PAGAMENTOS A FORNECEDOR, CLASSIFICADOS PELA CHAVE DO TITULO
      * (FORNECEDOR + NOTA + PARCELA), COM O DEBITO ESPERADO QUE
      * GERARAM E O RETIDO NA FONTE DE CADA UM
      *----
       01  WSS-TAB-PAGTOS.
           05 WSS-PAG-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WSS-QTD-PAG
                 ASCENDING KEY IS TPG-CHAVE
                 INDEXED BY IDX-PAG.
              10 TPG-CHAVE                 PIC X(040).
              10 TPG-DATA                  PIC 9(008).
              10 TPG-IDX-ESP               PIC 9(004) COMP.
              10 TPG-RETIDO                PIC 9(009)V99.
      *----
       01  WSS-CHAVE-PAG.
           03 WCP-FORNECEDOR               PIC X(030).
           03 WCP-NUMERO-NF                PIC 9(008).
           03 WCP-PARCELA                  PIC 9(002).
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           PERFORM 0004-CARGA-PAGTOS
              THRU 0004-CARGA-PAGTOS-EXIT.

           PERFORM 0005-CARGA-RETENCAO
              THRU 0005-CARGA-RETENCAO-EXIT.

           OPEN OUTPUT RELCONC.

           IF ST-RELCONC NOT EQUAL 0 THEN
              GO TO 0013-LER-GUIAREC-EXIT
           END-IF.

      *----
      * GUIA SUBSTITUIDA PELO RECALCULO DE ATRASO (COBOL251) NAO E
      * MAIS ESPERADA; O DEBITO CASA COM O VALOR DA RECALCULADA
      *----
           IF GUI-SUBSTITUIDA
              GO TO 0013-LER-GUIAREC-EXIT
           END-IF.

           PERFORM ROT-NOVO-ESPERADO
              THRU ROT-NOVO-ESPERADO-EXIT.


           MOVE 'N'                      TO WSS-EOF.

           IF WSS-QTD-PAG GREATER 1
              SORT WSS-PAG-ENTRY ASCENDING TPG-CHAVE
           END-IF.

           DISPLAY ' DEBITOS ESPERADOS : ' WSS-QTD-ESPERADOS.

       0004-CARGA-PAGTOS-EXIT.
           MOVE PAG-VALOR                TO
                TES-VALOR (WSS-QTD-ESPERADOS).

      *----
      * O DESCONTO CAPTURADO ESTA NA BAIXA MAS NAO FOI DEBITADO
      *----
           IF PAG-DESC-SITUACAO EQUAL 'C'
              AND PAG-VALOR-DESCONTO NUMERIC
              AND PAG-VALOR-DESCONTO NOT GREATER
                  TES-VALOR (WSS-QTD-ESPERADOS)
              SUBTRACT PAG-VALOR-DESCONTO FROM
                       TES-VALOR (WSS-QTD-ESPERADOS)
           END-IF.

           IF WSS-QTD-PAG NOT LESS 2000
              DISPLAY 'COBOL190 - TABELA DE PAGAMENTOS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE PAG-FORNECEDOR           TO WCP-FORNECEDOR.
           MOVE PAG-NUMERO-NF            TO WCP-NUMERO-NF.
           MOVE 0                        TO WCP-PARCELA.
           IF PAG-PARCELA NUMERIC
              MOVE PAG-PARCELA           TO WCP-PARCELA
           END-IF.

           ADD 1                         TO WSS-QTD-PAG.
           SET IDX-PAG                   TO WSS-QTD-PAG.
           MOVE WSS-CHAVE-PAG            TO TPG-CHAVE (IDX-PAG).
           MOVE 0                        TO TPG-DATA (IDX-PAG).
           IF PAG-DATA-PAGTO NUMERIC
              MOVE PAG-DATA-PAGTO        TO TPG-DATA (IDX-PAG)
           END-IF.
           MOVE WSS-QTD-ESPERADOS        TO TPG-IDX-ESP (IDX-PAG).
           MOVE 0                        TO TPG-RETIDO (IDX-PAG).

       0014-LER-PAGTOS-EXIT.
           EXIT.

      *----
      * RETIDO NA FONTE DE CADA PAGAMENTO (MESMO CRITERIO DO
      * COBOL273): O ACUMULADO RETENCAO E PASSADO EM ORDEM DE
      * GRAVACAO E VALE A ULTIMA RETENCAO DO TITULO ATE A DATA DO
      * PAGAMENTO; O RETIDO SAI DO DEBITO ESPERADO. SEM O ARQUIVO
      * NENHUM PAGAMENTO TEM RETENCAO
      *----
       0005-CARGA-RETENCAO.

           DISPLAY '0005-CARGA-RETENCAO'.

           IF WSS-QTD-PAG EQUAL 0
              GO TO 0005-CARGA-RETENCAO-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT RETENCAO.

           IF ST-RETENCAO EQUAL 35
              GO TO 0005-CARGA-RETENCAO-EXIT
           END-IF.

           IF ST-RETENCAO NOT EQUAL 0 THEN
              DISPLAY 'COBOL190 - ERRO OPEN RETENCAO FS=' ST-RETENCAO
              MOVE ST-RETENCAO           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0015-LER-RETENCAO
              THRU 0015-LER-RETENCAO-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE RETENCAO.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0016-DESCONTA-RETIDO
              THRU 0016-DESCONTA-RETIDO-EXIT
              VARYING IDX-PAG FROM 1 BY 1
                UNTIL IDX-PAG > WSS-QTD-PAG.

       0005-CARGA-RETENCAO-EXIT.
           EXIT.

      *----
       0015-LER-RETENCAO.

           READ RETENCAO
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-RETENCAO NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL190 - ERRO READ RETENCAO FS=' ST-RETENCAO
              MOVE ST-RETENCAO           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0015-LER-RETENCAO-EXIT
           END-IF.

           MOVE RET-FORNECEDOR           TO WCP-FORNECEDOR.
           MOVE RET-NUMERO-NF            TO WCP-NUMERO-NF.
           MOVE 0                        TO WCP-PARCELA.
           IF RET-PARCELA NUMERIC
              MOVE RET-PARCELA           TO WCP-PARCELA
           END-IF.

           SEARCH ALL WSS-PAG-ENTRY
              AT END
                 CONTINUE
              WHEN TPG-CHAVE (IDX-PAG) EQUAL WSS-CHAVE-PAG
                 IF RET-DATA-PAGTO NOT GREATER TPG-DATA (IDX-PAG)
                    AND RET-TOTAL NUMERIC
                    MOVE RET-TOTAL       TO TPG-RETIDO (IDX-PAG)
                 END-IF
           END-SEARCH.

       0015-LER-RETENCAO-EXIT.
           EXIT.

      *----
       0016-DESCONTA-RETIDO.

           MOVE TPG-IDX-ESP (IDX-PAG)    TO WSS-IDX.

           IF TPG-RETIDO (IDX-PAG) GREATER 0
              AND TPG-RETIDO (IDX-PAG) NOT GREATER TES-VALOR (WSS-IDX)
              SUBTRACT TPG-RETIDO (IDX-PAG) FROM TES-VALOR (WSS-IDX)
           END-IF.

       0016-DESCONTA-RETIDO-EXIT.
           EXIT.

      *----
       ROT-NOVO-ESPERADO.

