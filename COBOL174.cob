      *            BALANCE LINE (NOS MOLDES DO COBOL091) ENTRE O
      *            ARQUIVO DE PAGAMENTOS (PAGTOS) E O DUPLICTA,
      *            AMBOS CLASSIFICADOS POR FORNECEDOR + NUMERO DA
      *            NOTA FISCAL + PARCELA:
      *            - PAGAMENTO IGUAL OU MAIOR QUE O TITULO LIQUIDA O
      *              ITEM (SAI DO ABERTO);
      *            - PAGAMENTO MENOR LIQUIDA PARCIALMENTE E O SALDO
      *            PROXIMA RODADA DO RELAGING (COBOL119) - O AGING SO
      *            E CRIVEL COM A LIQUIDACAO FEITA NO SISTEMA.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - LAYOUT DO DUPLICTA COM 160 POSICOES (LINHA
      *                  DIGITAVEL DO BOLETO)
      * 15/10/2026 VRB - BAIXA POR PARCELA DA NOTA FISCAL E TOTAL
      *                  DE NOTAS QUITADAS; DUPLICTN COM 160 POSICOES
      * 15/10/2026 VRB - TITULO EM MOEDA ESTRANGEIRA BAIXADO PELO VALOR
      *                  NA MOEDA DO PAGTOS; MOEDA DIVERGENTE VAI PARA
      *                  O PAGEXCEC E O TITULO SEGUE EM ABERTO
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
      *
       FD   DUPLICTA
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
       01   REG-DUPLICTA.
            03 DUP-CHAVE.
               05 DUP-NUMERO-NF            PIC 9(008).
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
       FD   PAGTOS
            RECORDING MODE IS F
               05 PAG-FORNECEDOR           PIC X(030).
               05 PAG-NUMERO-NF            PIC 9(008).
            03 PAG-VALOR                   PIC 9(007)V99.
            03 FILLER                      PIC X(018).
            03 PAG-PARCELA                 PIC 9(002).
            03 PAG-MOEDA                   PIC X(003).
            03 PAG-VALOR-MOEDA             PIC 9(007)V99.
            03 FILLER                      PIC X(001).
      *----
       FD   DUPLICTN
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
       01   REG-DUPLICTN                   PIC X(160).
      *----
       FD   PAGEXCEC
            RECORDING MODE IS F
       77  WSS-TIT-PARCIAIS                PIC 9(006) VALUE ZEROES.
       77  WSS-TIT-EM-ABERTO               PIC 9(006) VALUE ZEROES.
       77  WSS-PAG-SEM-TITULO              PIC 9(006) VALUE ZEROES.
       77  WSS-NF-QUITADAS                 PIC 9(006) VALUE ZEROES.
       77  WSS-PAG-MOEDA-DIVERGE           PIC 9(006) VALUE ZEROES.
       77  WSS-MOEDA-DUP                   PIC X(003) VALUE SPACES.
       77  WSS-MOEDA-PAG                   PIC X(003) VALUE SPACES.
       77  WSS-VALOR-BAIXA                 PIC 9(007)V99 COMP-3
                                           VALUE 0.
       77  WSS-RESIDUO                     PIC 9(007)V99 COMP-3
                                                          VALUE 0.
       77  WSS-NF-LIQUIDOU                 PIC X(001) VALUE 'N'.
       77  WSS-NF-RESTA                    PIC X(001) VALUE 'N'.
      *----
      * CHAVES DO BALANCE LINE POR PARCELA (FORNECEDOR + NOTA +
      * PARCELA); PARCELA ZERADA OU NAO NUMERICA E A PARCELA UNICA 01
      *----
       01  WSS-CHAVE-DUP.
           03  WSS-CDP-NF.
               05  WSS-CDP-FORNECEDOR      PIC X(030).
               05  WSS-CDP-NUMERO-NF       PIC 9(008).
           03  WSS-CDP-PARCELA             PIC 9(002).
      *
       01  WSS-CHAVE-PAG.
           03  WSS-CPG-FORNECEDOR          PIC X(030).
           03  WSS-CPG-NUMERO-NF           PIC 9(008).
           03  WSS-CPG-PARCELA             PIC 9(002).
      *
       01  WSS-NF-ANTERIOR                 PIC X(038) VALUE LOW-VALUES.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
           DISPLAY '* LIQUIDADOS PARCIAIS  : ' WSS-TIT-PARCIAIS.
           DISPLAY '* SEGUEM EM ABERTO     : ' WSS-TIT-EM-ABERTO.
           DISPLAY '* PAGTOS SEM TITULO    : ' WSS-PAG-SEM-TITULO.
           DISPLAY '* NOTAS QUITADAS       : ' WSS-NF-QUITADAS.
           DISPLAY '* MOEDA DIVERGENTE     : ' WSS-PAG-MOEDA-DIVERGE.
           DISPLAY '*******************************************'.

           STOP RUN.

           IF WSS-EOF-DUP NOT = 'Y'
              ADD 1                      TO WSS-TIT-LIDOS
              MOVE DUP-CHAVE             TO WSS-CDP-NF
              IF DUP-PARCELA NUMERIC AND DUP-PARCELA GREATER ZERO
                 MOVE DUP-PARCELA        TO WSS-CDP-PARCELA
              ELSE
                 MOVE 1                  TO WSS-CDP-PARCELA
              END-IF
           ELSE
              MOVE HIGH-VALUES           TO WSS-CHAVE-DUP
           END-IF.

           IF WSS-CDP-NF NOT EQUAL WSS-NF-ANTERIOR
              PERFORM 3300-FECHA-NF
                 THRU 3300-FECHA-NF-EXIT
           END-IF.

       1001-LER-DUPLICTA-EXIT.

           IF WSS-EOF-PAG NOT = 'Y'
              ADD 1                      TO WSS-PAG-LIDOS
              MOVE PAG-FORNECEDOR        TO WSS-CPG-FORNECEDOR
              MOVE PAG-NUMERO-NF         TO WSS-CPG-NUMERO-NF
              IF PAG-PARCELA NUMERIC AND PAG-PARCELA GREATER ZERO
                 MOVE PAG-PARCELA        TO WSS-CPG-PARCELA
              ELSE
                 MOVE 1                  TO WSS-CPG-PARCELA
              END-IF
           ELSE
              MOVE HIGH-VALUES           TO WSS-CHAVE-PAG
           END-IF.

       1010-LER-PAGTOS-EXIT.

            PERFORM UNTIL WSS-EOF-DUP = 'Y' AND WSS-EOF-PAG = 'Y'
                 EVALUATE TRUE
                     WHEN WSS-CHAVE-DUP LESS WSS-CHAVE-PAG
                          PERFORM 3000-MANTEM-EM-ABERTO
                             THRU 3000-MANTEM-EM-ABERTO-EXIT
                          PERFORM 1001-LER-DUPLICTA
                             THRU 1001-LER-DUPLICTA-EXIT
                     WHEN WSS-CHAVE-DUP GREATER WSS-CHAVE-PAG
                          PERFORM 3100-PAGTO-SEM-TITULO
                             THRU 3100-PAGTO-SEM-TITULO-EXIT
                          PERFORM 1010-LER-PAGTOS
            END-IF.

            ADD 1                        TO WSS-TIT-EM-ABERTO.
            MOVE 'S'                     TO WSS-NF-RESTA.

       3000-MANTEM-EM-ABERTO-EXIT.
            EXIT.

      *----
      * TITULO CASADO COM PAGAMENTO: LIQUIDACAO INTEGRAL (SAI DO
      * ABERTO) OU PARCIAL (O RESIDUO SEGUE EM ABERTO). TITULO EM
      * MOEDA ESTRANGEIRA BAIXA PELO VALOR NA MOEDA (O PAG-VALOR E O
      * DEBITO EM REAIS); PAGAMENTO EM OUTRA MOEDA NAO BAIXA NADA
      *----
       3200-LIQUIDA-TITULO.

            MOVE DUP-MOEDA               TO WSS-MOEDA-DUP.
            MOVE PAG-MOEDA               TO WSS-MOEDA-PAG.

            IF WSS-MOEDA-DUP EQUAL 'BRL' OR WSS-MOEDA-DUP EQUAL
               LOW-VALUES
               MOVE SPACES               TO WSS-MOEDA-DUP
            END-IF.

            IF WSS-MOEDA-PAG EQUAL 'BRL' OR WSS-MOEDA-PAG EQUAL
               LOW-VALUES
               MOVE SPACES               TO WSS-MOEDA-PAG
            END-IF.

            IF WSS-MOEDA-DUP NOT EQUAL WSS-MOEDA-PAG
               OR (WSS-MOEDA-DUP NOT EQUAL SPACES
                   AND PAG-VALOR-MOEDA NOT NUMERIC)
               PERFORM 3100-PAGTO-SEM-TITULO
                  THRU 3100-PAGTO-SEM-TITULO-EXIT
               PERFORM 3000-MANTEM-EM-ABERTO
                  THRU 3000-MANTEM-EM-ABERTO-EXIT
               ADD 1                     TO WSS-PAG-MOEDA-DIVERGE
               DISPLAY ' MOEDA DIV: ' DUP-FORNECEDOR (1:15)
                       ' NF ' DUP-NUMERO-NF '-' WSS-CDP-PARCELA
                       ' ' WSS-MOEDA-DUP '/' WSS-MOEDA-PAG
               GO TO 3200-LIQUIDA-TITULO-EXIT
            END-IF.

            IF WSS-MOEDA-DUP EQUAL SPACES
               MOVE PAG-VALOR            TO WSS-VALOR-BAIXA
            ELSE
               MOVE PAG-VALOR-MOEDA      TO WSS-VALOR-BAIXA
            END-IF.

            IF WSS-VALOR-BAIXA NOT LESS DUP-VALOR
               ADD 1                     TO WSS-TIT-LIQUIDADOS
               MOVE 'S'                  TO WSS-NF-LIQUIDOU
               DISPLAY ' LIQUIDADO: ' DUP-FORNECEDOR (1:15)
                       ' NF ' DUP-NUMERO-NF '-' WSS-CDP-PARCELA
               GO TO 3200-LIQUIDA-TITULO-EXIT
            END-IF.

            COMPUTE WSS-RESIDUO = DUP-VALOR - WSS-VALOR-BAIXA.

            MOVE WSS-RESIDUO             TO DUP-VALOR.

            END-IF.

            ADD 1                        TO WSS-TIT-PARCIAIS.
            MOVE 'S'                     TO WSS-NF-RESTA.

            DISPLAY ' PARCIAL  : ' DUP-FORNECEDOR (1:15)
                    ' NF ' DUP-NUMERO-NF '-' WSS-CDP-PARCELA
                    ' RESIDUO ' WSS-RESIDUO.

       3200-LIQUIDA-TITULO-EXIT.
            EXIT.

      *----
      * QUEBRA DE NOTA FISCAL: A NOTA ESTA QUITADA QUANDO ALGUMA
      * PARCELA FOI LIQUIDADA NESTA RODADA E NENHUMA SEGUE EM ABERTO
      *----
       3300-FECHA-NF.

            IF WSS-NF-ANTERIOR NOT EQUAL LOW-VALUES
               AND WSS-NF-LIQUIDOU EQUAL 'S'
               AND WSS-NF-RESTA EQUAL 'N'
               ADD 1                     TO WSS-NF-QUITADAS
               DISPLAY ' NF QUITADA: ' WSS-NF-ANTERIOR (1:15)
                       ' NF ' WSS-NF-ANTERIOR (31:8)
            END-IF.

            MOVE WSS-CDP-NF              TO WSS-NF-ANTERIOR.
            MOVE 'N'                     TO WSS-NF-LIQUIDOU.
            MOVE 'N'                     TO WSS-NF-RESTA.

       3300-FECHA-NF-EXIT.
            EXIT.

      *----
       9000-FECHA-ARQUIVOS.

