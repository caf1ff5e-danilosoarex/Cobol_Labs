      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : GERENCIADOR DO CONTA-CORRENTE DE RESSARCIMENTO DE
      *            PAGAMENTO A MAIOR. O ARQUIVO INDEXADO RESSARC
      *            (CHAVE MATRICULA, LAYOUT COPY2412) GUARDA O SALDO
      *            CONSOLIDADO DOS DEBITOS DA MATRICULA - DELTAS
      *            NEGATIVOS DO REPROCESSO SELETIVO (CORRECAO,
      *            COBOL171) OU LANCAMENTO MANUAL DO RH - E O PLANO DE
      *            PARCELAS ACORDADO. A CARGA (COBOL242) INCLUI OS
      *            DEBITOS; A FOLHA (MOTOR COBOL148) CONSULTA, DESCONTA
      *            A PARCELA CORRENTE PELO PORTAO DE MARGEM E BAIXA O
      *            SALDO; A RESCISAO (COBOL152) COMPENSA O SALDO ATE O
      *            LIMITE LEGAL ('QUITA') E O QUE SOBRA FICA MARCADO
      *            PARA COBRANCA FORA DA FOLHA. NOS MOLDES DO
      *            GERENCIADOR DE ADIANTAMENTOS (COBOL149). LINKAGE EM
      *            COPY2411.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL241.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 08:00:00.
       DATE-COMPILED. 2026-10-15.
       INSTALLATION. INEFE.
       SECURITY. NORMAL.

      *---------------------
       ENVIRONMENT DIVISION.
      *---------------------
        CONFIGURATION SECTION.
         SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.
      *----
        INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT RESSARC ASSIGN TO RESSARC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RS-MATRICULA
                  FILE STATUS IS ST-RESSARC.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD  RESSARC
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2412'.
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-RESSARC                      PIC 9(002) VALUE 0.
      *
       LINKAGE SECTION.
      *
           COPY  'COPY2411'.
      *
      ************************************************
       PROCEDURE DIVISION USING WSS-RESSARC-LINKAGE.
      ************************************************

           MOVE 0                  TO WSS-RETURN-CODE.
           MOVE SPACES             TO WSS-MENSAGEM.
           MOVE 'N'                TO WSS-RS-ACHOU.
           MOVE SPACE              TO WSS-RS-SITUACAO.
           MOVE 0                  TO WSS-RS-PARCELA.
           MOVE 0                  TO WSS-RS-SALDO.

           OPEN I-O RESSARC.

      *----
      * PRIMEIRO DEBITO DA INSTALACAO: O ARQUIVO AINDA NAO EXISTE E
      * E CRIADO VAZIO ANTES DA INCLUSAO
      *----
           IF ST-RESSARC EQUAL 35
              AND WSS-RS-INCLUI
              OPEN OUTPUT RESSARC
              CLOSE RESSARC
              OPEN I-O RESSARC
           END-IF.

           IF ST-RESSARC EQUAL 35
              MOVE 4               TO WSS-RETURN-CODE
              MOVE 'RESSARC NAO INFORMADO - SEM DEBITOS'
                                   TO WSS-MENSAGEM
              GOBACK
           END-IF.

           IF ST-RESSARC NOT EQUAL 0
              DISPLAY 'COBOL241 - ERRO OPEN RESSARC FS=' ST-RESSARC
              MOVE ST-RESSARC      TO WSS-RETURN-CODE
              MOVE 'ERRO NA ABERTURA DO ARQUIVO RESSARC'
                                   TO WSS-MENSAGEM
              GOBACK
           END-IF.

           MOVE WSS-RS-MATRICULA   TO RS-MATRICULA.

           READ RESSARC
              INVALID KEY
                 MOVE 'N'          TO WSS-RS-ACHOU
              NOT INVALID KEY
                 MOVE 'Y'          TO WSS-RS-ACHOU
           END-READ.

           IF WSS-RS-INCLUI
              PERFORM 1000-INCLUI-DEBITO
                 THRU 1000-INCLUI-DEBITO-EXIT
              CLOSE RESSARC
              GOBACK
           END-IF.

           IF NOT WSS-RS-TEM-CONTA
              CLOSE RESSARC
              GOBACK
           END-IF.

           PERFORM 8100-DEVOLVE-SITUACAO
              THRU 8100-DEVOLVE-SITUACAO-EXIT.

           EVALUATE TRUE
               WHEN WSS-RS-CONSULTA
                    CONTINUE
               WHEN WSS-RS-BAIXA
                    PERFORM 2000-BAIXA-PARCELA
                       THRU 2000-BAIXA-PARCELA-EXIT
               WHEN WSS-RS-QUITA
                    PERFORM 3000-COMPENSA-RESCISAO
                       THRU 3000-COMPENSA-RESCISAO-EXIT
               WHEN OTHER
                    MOVE 16        TO WSS-RETURN-CODE
                    MOVE 'FUNCAO INVALIDA NO GERENCIADOR'
                                   TO WSS-MENSAGEM
           END-EVALUATE.

           CLOSE RESSARC.

           GOBACK.

      *****************************************************************
      * INCLUSAO DE DEBITO: MATRICULA NOVA GANHA CONTA PROPRIA;
      * MATRICULA COM CONTA SOMA O DEBITO AO SALDO E O PLANO DE
      * PARCELAS E REFEITO SOBRE O SALDO TOTAL. O MESMO DELTA DE
      * CORRECAO NAO ENTRA DUAS VEZES NA MESMA COMPETENCIA (CARGA
      * REPETIDA DO ARQUIVO)
      *----
       1000-INCLUI-DEBITO.

           IF WSS-RS-VALOR EQUAL 0
              MOVE 8               TO WSS-RETURN-CODE
              MOVE 'VALOR DO DEBITO ZERADO'
                                   TO WSS-MENSAGEM
              GO TO 1000-INCLUI-DEBITO-EXIT
           END-IF.

           IF NOT WSS-RS-TEM-CONTA
              MOVE SPACES          TO REG-RESSARC
              MOVE WSS-RS-MATRICULA TO RS-MATRICULA
              MOVE 'A'             TO RS-SITUACAO
              MOVE WSS-RS-ORIGEM   TO RS-ORIGEM
              MOVE WSS-RS-COMPETENCIA TO RS-COMPET-ORIGEM
              MOVE WSS-RS-COMPETENCIA TO RS-COMPET-LANC
              MOVE WSS-RS-VALOR    TO RS-VALOR-LANCADO
              MOVE 0               TO RS-VALOR-RECUPERADO
              MOVE WSS-RS-VALOR    TO RS-SALDO
              MOVE 0               TO RS-COMPET-BAIXA
              PERFORM 8200-REFAZ-PLANO
                 THRU 8200-REFAZ-PLANO-EXIT
              WRITE REG-RESSARC
                 INVALID KEY
                    MOVE 16        TO WSS-RETURN-CODE
                    MOVE 'ERRO DE GRAVACAO EM RESSARC'
                                   TO WSS-MENSAGEM
              END-WRITE
              PERFORM 8100-DEVOLVE-SITUACAO
                 THRU 8100-DEVOLVE-SITUACAO-EXIT
              GO TO 1000-INCLUI-DEBITO-EXIT
           END-IF.

           IF WSS-RS-ORIGEM-CORRECAO
              AND RS-ORIGEM-CORRECAO
              AND RS-COMPET-LANC EQUAL WSS-RS-COMPETENCIA
              MOVE 8               TO WSS-RETURN-CODE
              MOVE 'CORRECAO JA LANCADA NESTA COMPETENCIA'
                                   TO WSS-MENSAGEM
              PERFORM 8100-DEVOLVE-SITUACAO
                 THRU 8100-DEVOLVE-SITUACAO-EXIT
              GO TO 1000-INCLUI-DEBITO-EXIT
           END-IF.

           IF RS-SALDO EQUAL 0
              MOVE WSS-RS-COMPETENCIA TO RS-COMPET-ORIGEM
           END-IF.

           ADD WSS-RS-VALOR        TO RS-SALDO.
           ADD WSS-RS-VALOR        TO RS-VALOR-LANCADO.
           MOVE WSS-RS-ORIGEM      TO RS-ORIGEM.
           MOVE WSS-RS-COMPETENCIA TO RS-COMPET-LANC.

      *----
      * SALDO REMANESCENTE DE RESCISAO CONTINUA FORA DA FOLHA
      *----
           IF RS-REMANESCENTE
              MOVE 0               TO RS-VALOR-PARCELA
              MOVE 0               TO RS-PARCELAS-REST
           ELSE
              MOVE 'A'             TO RS-SITUACAO
              PERFORM 8200-REFAZ-PLANO
                 THRU 8200-REFAZ-PLANO-EXIT
           END-IF.

           PERFORM 8000-REGRAVA-CONTA
              THRU 8000-REGRAVA-CONTA-EXIT.

           PERFORM 8100-DEVOLVE-SITUACAO
              THRU 8100-DEVOLVE-SITUACAO-EXIT.

       1000-INCLUI-DEBITO-EXIT.
           EXIT.

      *****************************************************************
      * BAIXA DO VALOR DESCONTADO NA FOLHA: ABATE O SALDO E AS
      * PARCELAS RESTANTES; SALDO ZERADO QUITA A CONTA
      *----
       2000-BAIXA-PARCELA.

           IF NOT RS-ABERTO
              MOVE 'CONTA SEM DESCONTO EM FOLHA'
                                   TO WSS-MENSAGEM
              GO TO 2000-BAIXA-PARCELA-EXIT
           END-IF.

           IF WSS-RS-COMPETENCIA NUMERIC
              AND WSS-RS-COMPETENCIA GREATER 0
              AND RS-COMPET-BAIXA NUMERIC
              AND RS-COMPET-BAIXA EQUAL WSS-RS-COMPETENCIA
              MOVE 'BAIXA JA EFETUADA NESTA COMPETENCIA'
                                   TO WSS-MENSAGEM
              GO TO 2000-BAIXA-PARCELA-EXIT
           END-IF.

           IF WSS-RS-VALOR GREATER RS-SALDO
              MOVE RS-SALDO        TO WSS-RS-VALOR
           END-IF.

           SUBTRACT WSS-RS-VALOR   FROM RS-SALDO.
           ADD WSS-RS-VALOR        TO RS-VALOR-RECUPERADO.

           IF RS-PARCELAS-REST GREATER 0
              SUBTRACT 1           FROM RS-PARCELAS-REST
           END-IF.

           IF RS-SALDO EQUAL 0
              MOVE 'Q'             TO RS-SITUACAO
              MOVE 0               TO RS-PARCELAS-REST
              MOVE 0               TO RS-VALOR-PARCELA
              MOVE 'SALDO DE RESSARCIMENTO QUITADO'
                                   TO WSS-MENSAGEM
           END-IF.

           IF WSS-RS-COMPETENCIA NUMERIC
              AND WSS-RS-COMPETENCIA GREATER 0
              MOVE WSS-RS-COMPETENCIA TO RS-COMPET-BAIXA
           END-IF.

           PERFORM 8000-REGRAVA-CONTA
              THRU 8000-REGRAVA-CONTA-EXIT.

           PERFORM 8100-DEVOLVE-SITUACAO
              THRU 8100-DEVOLVE-SITUACAO-EXIT.

       2000-BAIXA-PARCELA-EXIT.
           EXIT.

      *****************************************************************
      * COMPENSACAO NA RESCISAO: ABATE DO ACERTO O SALDO EM ABERTO
      * ATE O LIMITE RECEBIDO EM WSS-RS-VALOR E DEVOLVE NELE O VALOR
      * COMPENSADO. SOBRANDO SALDO, A CONTA PASSA A REMANESCENTE
      * (COBRANCA FORA DA FOLHA)
      *----
       3000-COMPENSA-RESCISAO.

           IF RS-SALDO EQUAL 0
              MOVE 0               TO WSS-RS-VALOR
              GO TO 3000-COMPENSA-RESCISAO-EXIT
           END-IF.

           IF WSS-RS-VALOR GREATER RS-SALDO
              MOVE RS-SALDO        TO WSS-RS-VALOR
           END-IF.

           SUBTRACT WSS-RS-VALOR   FROM RS-SALDO.
           ADD WSS-RS-VALOR        TO RS-VALOR-RECUPERADO.
           MOVE 0                  TO RS-PARCELAS-REST.
           MOVE 0                  TO RS-VALOR-PARCELA.

           IF RS-SALDO EQUAL 0
              MOVE 'Q'             TO RS-SITUACAO
              MOVE 'SALDO COMPENSADO NA RESCISAO'
                                   TO WSS-MENSAGEM
           ELSE
              MOVE 'R'             TO RS-SITUACAO
              MOVE 'SALDO REMANESCENTE A COBRAR FORA FOLHA'
                                   TO WSS-MENSAGEM
           END-IF.

           PERFORM 8000-REGRAVA-CONTA
              THRU 8000-REGRAVA-CONTA-EXIT.

           PERFORM 8100-DEVOLVE-SITUACAO
              THRU 8100-DEVOLVE-SITUACAO-EXIT.

       3000-COMPENSA-RESCISAO-EXIT.
           EXIT.

      *----
       8000-REGRAVA-CONTA.

           REWRITE REG-RESSARC
              INVALID KEY
                 MOVE 16           TO WSS-RETURN-CODE
                 MOVE 'ERRO DE REGRAVACAO EM RESSARC'
                                   TO WSS-MENSAGEM
           END-REWRITE.

           IF ST-RESSARC NOT EQUAL 0 AND WSS-RETURN-CODE EQUAL 0
              DISPLAY 'COBOL241 - ERRO REWRITE RESSARC FS='
                      ST-RESSARC
              MOVE ST-RESSARC      TO WSS-RETURN-CODE
              MOVE 'ERRO DE REGRAVACAO EM RESSARC'
                                   TO WSS-MENSAGEM
           END-IF.

       8000-REGRAVA-CONTA-EXIT.
           EXIT.

      *----
      * SITUACAO DEVOLVIDA AO CHAMADOR: A PARCELA CORRENTE SO EXISTE
      * PARA CONTA EM ABERTO, NUNCA PASSA DO SALDO E A ULTIMA
      * PARCELA LEVA O SALDO INTEIRO (SOBRA DE ARREDONDAMENTO)
      *----
       8100-DEVOLVE-SITUACAO.

           MOVE RS-SITUACAO        TO WSS-RS-SITUACAO.
           MOVE RS-SALDO           TO WSS-RS-SALDO.
           MOVE 0                  TO WSS-RS-PARCELA.

           IF NOT RS-ABERTO
              GO TO 8100-DEVOLVE-SITUACAO-EXIT
           END-IF.

           MOVE RS-VALOR-PARCELA   TO WSS-RS-PARCELA.

           IF RS-PARCELAS-REST NOT GREATER 1
              OR WSS-RS-PARCELA GREATER RS-SALDO
              MOVE RS-SALDO        TO WSS-RS-PARCELA
           END-IF.

       8100-DEVOLVE-SITUACAO-EXIT.
           EXIT.

      *----
      * PLANO DE PARCELAS SOBRE O SALDO: QUANTIDADE ACORDADA NA
      * INCLUSAO (MINIMO UMA) E PARCELA ARREDONDADA
      *----
       8200-REFAZ-PLANO.

           IF WSS-RS-PARCELAS NOT NUMERIC
              OR WSS-RS-PARCELAS EQUAL 0
              MOVE 1               TO WSS-RS-PARCELAS
           END-IF.

           MOVE WSS-RS-PARCELAS    TO RS-PARCELAS-REST.

           COMPUTE RS-VALOR-PARCELA ROUNDED =
                   RS-SALDO / RS-PARCELAS-REST.

       8200-REFAZ-PLANO-EXIT.
           EXIT.

       END PROGRAM COBOL241.
      ********************** FIM PROGRAMA   ****************************
