      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : SUBPROGRAMA DE CONTROLE DO QUADRO DE VAGAS
      *            AUTORIZADO POR DEPARTAMENTO E CARGO. NA PRIMEIRA
      *            CHAMADA CARREGA O QUADRO VIGENTE NA DATA DE
      *            REFERENCIA (QUADROVG, LAYOUT COPY2242: PARA CADA
      *            DEPARTAMENTO E CARGO VALE O REGISTRO DE MAIOR
      *            VIGENCIA ATE A DATA) E CONTA OS FUNCIONARIOS
      *            ATIVOS DO MESTRE FUNCMST EM CADA POSICAO. DAI EM
      *            DIANTE RESPONDE PELA TABELA EM MEMORIA, QUE O
      *            CHAMADOR MANTEM EM DIA COM 'OCUPA' E 'LIBERA' A
      *            CADA ADMISSAO, TRANSFERENCIA E DESLIGAMENTO.
      *            USADO PELA MANUTENCAO BATCH COBOL131 E PELA
      *            TRANSACAO COBOL136 PARA RETER ADMISSAO OU
      *            TRANSFERENCIA QUE ESTOURE O QUADRO.
      *            DEPARTAMENTO E CARGO SEM LINHA NO QUADRO TEM ZERO
      *            POSICOES AUTORIZADAS. SEM O ARQUIVO QUADROVG O
      *            CONTROLE NAO ESTA IMPLANTADO E TUDO E LIBERADO.
      *            LINKAGE EM COPY2241. RETORNOS: 0 = COM VAGA OU SEM
      *            CONTROLE, 4 = SEM VAGA, 12 = ERRO DE ARQUIVO.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL224.
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
           SELECT QUADROVG ASSIGN TO QUADROVG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-QUADROVG.
      *
           SELECT FUNCMST ASSIGN TO FUNCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FM-MATRICULA
                  FILE STATUS IS ST-FUNCMST.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   QUADROVG
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2242'.
      *----
       FD  FUNCMST
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      *----
       01  REG-FUNCMST.
           03  FM-MATRICULA                PIC 9(008).
           03  FM-NOME                     PIC X(040).
           03  FM-SEXO                     PIC X(001).
           03  FM-SALARIO                  PIC 9(005)V99.
           03  FM-DATA-ADMISSAO            PIC 9(008).
           03  FM-DEPARTAMENTO             PIC X(005).
           03  FM-HORA-EXTRA               PIC 9(002).
           03  FM-MOEDA                    PIC X(003).
           03  FM-SITUACAO                 PIC X(001).
               88  FM-DESLIGADO                     VALUE 'D'.
           03  FM-CARGO                    PIC X(002).
           03  FM-EMPRESA                  PIC X(002).
           03  FM-TIPO-CONTRATO            PIC X(001).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-QUADROVG                     PIC 9(002) VALUE 0.
       77  ST-FUNCMST                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
      *----
      * SITUACAO DA CARGA, PRESERVADA ENTRE AS CHAMADAS:
      * 'N' = AINDA NAO CARREGOU, 'S' = QUADRO CARREGADO,
      * 'X' = SEM QUADROVG (CONTROLE NAO IMPLANTADO), 'E' = ERRO
      *----
       77  WSS-CARGA                       PIC X(001) VALUE 'N'.
           88  WSS-NAO-CARREGADO                    VALUE 'N'.
           88  WSS-CARREGADO                        VALUE 'S'.
           88  WSS-SEM-QUADRO                       VALUE 'X'.
           88  WSS-ERRO-CARGA                       VALUE 'E'.
       77  WSS-DATA-REF                    PIC 9(008) VALUE 0.
       77  WSS-QTD-QUADRO                  PIC 9(004) VALUE 0.
       77  WSS-MAX-QUADRO                  PIC 9(004) VALUE 5000.
       77  WSS-MSG-ERRO                    PIC X(040) VALUE SPACES.
      *----
      * POSICOES POR DEPARTAMENTO E CARGO: AUTORIZADO PELO QUADRO
      * VIGENTE E OCUPADO PELOS FUNCIONARIOS ATIVOS
      *----
       01  WSS-TAB-QUADRO.
           05 WSS-TQV-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-QUADRO
                 INDEXED BY IDX-TQV.
              10 TQV-CHAVE.
                 15 TQV-DEPTO              PIC X(005).
                 15 TQV-CARGO              PIC X(002).
              10 TQV-VIGENCIA              PIC 9(008).
              10 TQV-AUTORIZADO            PIC 9(005).
              10 TQV-OCUPADO               PIC 9(005).
      *----
       01  WSS-CHAVE-PROCURA.
           03 WSS-CHP-DEPTO                PIC X(005).
           03 WSS-CHP-CARGO                PIC X(002).
      *----
       01  DATA-HORA.
           03 DH-DATA                      PIC 9(008).
           03 FILLER                       PIC X(013).
      *
       LINKAGE SECTION.
      *
           COPY  'COPY2241'.
      *
      ***********************************************
       PROCEDURE DIVISION USING WSS-QUADRO-LINKAGE.
      ***********************************************

           MOVE 0                  TO WSS-RETURN-CODE OF WSS-QV-OUTPUT
                                      WSS-QV-AUTORIZADO
                                      WSS-QV-OCUPADO.
           MOVE SPACES             TO WSS-MENSAGEM OF WSS-QV-OUTPUT.
           MOVE 'X'                TO WSS-QV-SITUACAO.

           IF WSS-NAO-CARREGADO
              PERFORM 1000-CARGA
                 THRU 1000-CARGA-EXIT
           END-IF.

           IF WSS-ERRO-CARGA
              MOVE 12             TO WSS-RETURN-CODE OF WSS-QV-OUTPUT
              MOVE WSS-MSG-ERRO   TO WSS-MENSAGEM OF WSS-QV-OUTPUT
              GOBACK
           END-IF.

           IF WSS-SEM-QUADRO
              MOVE 'QUADRO DE VAGAS NAO IMPLANTADO'
                                  TO WSS-MENSAGEM OF WSS-QV-OUTPUT
              GOBACK
           END-IF.

           MOVE WSS-QV-DEPARTAMENTO      TO WSS-CHP-DEPTO.
           MOVE WSS-QV-CARGO             TO WSS-CHP-CARGO.

           EVALUATE TRUE
               WHEN WSS-QV-CARREGA
                    MOVE 'S'             TO WSS-QV-SITUACAO
                    MOVE 'QUADRO DE VAGAS CARREGADO'
                                 TO WSS-MENSAGEM OF WSS-QV-OUTPUT
               WHEN WSS-QV-VERIFICA
                    PERFORM 2000-VERIFICA
                       THRU 2000-VERIFICA-EXIT
               WHEN WSS-QV-OCUPA
                    PERFORM 3000-OCUPA
                       THRU 3000-OCUPA-EXIT
               WHEN WSS-QV-LIBERA
                    PERFORM 4000-LIBERA
                       THRU 4000-LIBERA-EXIT
               WHEN OTHER
                    MOVE 12      TO WSS-RETURN-CODE OF WSS-QV-OUTPUT
                    MOVE 'FUNCAO INVALIDA PARA COBOL224'
                                 TO WSS-MENSAGEM OF WSS-QV-OUTPUT
           END-EVALUATE.

           GOBACK.

      *----
      * CARGA UNICA: QUADRO VIGENTE NA DATA DE REFERENCIA DA PRIMEIRA
      * CHAMADA (ZERADA = DATA DO DIA) E OCUPACAO ATUAL DO MESTRE
      *----
       1000-CARGA.

           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.

           IF WSS-QV-DATA-REF NUMERIC
              AND WSS-QV-DATA-REF GREATER 0
              MOVE WSS-QV-DATA-REF       TO WSS-DATA-REF
           ELSE
              MOVE DH-DATA               TO WSS-DATA-REF
           END-IF.

           MOVE 0                        TO WSS-QTD-QUADRO.

           OPEN INPUT QUADROVG.

           IF ST-QUADROVG EQUAL 35
              MOVE 'X'                   TO WSS-CARGA
              GO TO 1000-CARGA-EXIT
           END-IF.

           IF ST-QUADROVG NOT EQUAL 0
              MOVE 'E'                   TO WSS-CARGA
              MOVE 'ERRO NA ABERTURA DE QUADROVG'
                                         TO WSS-MSG-ERRO
              GO TO 1000-CARGA-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1100-LER-QUADROVG
              THRU 1100-LER-QUADROVG-EXIT
              UNTIL WSS-EOF EQUAL 'Y'.

           CLOSE QUADROVG.

           IF WSS-ERRO-CARGA
              GO TO 1000-CARGA-EXIT
           END-IF.

           OPEN INPUT FUNCMST.

           IF ST-FUNCMST NOT EQUAL 0
              MOVE 'E'                   TO WSS-CARGA
              MOVE 'ERRO NA ABERTURA DE FUNCMST'
                                         TO WSS-MSG-ERRO
              GO TO 1000-CARGA-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1200-LER-FUNCMST
              THRU 1200-LER-FUNCMST-EXIT
              UNTIL WSS-EOF EQUAL 'Y'.

           CLOSE FUNCMST.

           IF WSS-NAO-CARREGADO
              MOVE 'S'                   TO WSS-CARGA
           END-IF.

       1000-CARGA-EXIT.
           EXIT.

      *----
      * LINHA DO QUADRO: VIGENCIA FUTURA NAO CONTA; ENTRE DUAS
      * VIGENCIAS PASSADAS FICA A MAIS RECENTE
      *----
       1100-LER-QUADROVG.

           READ QUADROVG
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF WSS-EOF EQUAL 'Y'
              GO TO 1100-LER-QUADROVG-EXIT
           END-IF.

           IF ST-QUADROVG NOT EQUAL 0
              MOVE 'E'                   TO WSS-CARGA
              MOVE 'ERRO NA LEITURA DE QUADROVG'
                                         TO WSS-MSG-ERRO
              MOVE 'Y'                   TO WSS-EOF
              GO TO 1100-LER-QUADROVG-EXIT
           END-IF.

           IF QDV-DATA-VIGENCIA NOT NUMERIC
              OR QDV-QTD-AUTORIZADA NOT NUMERIC
              OR QDV-DATA-VIGENCIA GREATER WSS-DATA-REF
              GO TO 1100-LER-QUADROVG-EXIT
           END-IF.

           MOVE QDV-DEPARTAMENTO         TO WSS-CHP-DEPTO.
           MOVE QDV-CARGO                TO WSS-CHP-CARGO.

           PERFORM 5000-LOCALIZA
              THRU 5000-LOCALIZA-EXIT.

           IF WSS-ERRO-CARGA
              MOVE 'Y'                   TO WSS-EOF
              GO TO 1100-LER-QUADROVG-EXIT
           END-IF.

           IF QDV-DATA-VIGENCIA NOT LESS TQV-VIGENCIA (IDX-TQV)
              MOVE QDV-DATA-VIGENCIA     TO TQV-VIGENCIA (IDX-TQV)
              MOVE QDV-QTD-AUTORIZADA    TO TQV-AUTORIZADO (IDX-TQV)
           END-IF.

       1100-LER-QUADROVG-EXIT.
           EXIT.

      *----
      * OCUPACAO: TODO FUNCIONARIO NAO DESLIGADO OCUPA UMA POSICAO DO
      * SEU DEPARTAMENTO E CARGO
      *----
       1200-LER-FUNCMST.

           READ FUNCMST NEXT
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF WSS-EOF EQUAL 'Y'
              GO TO 1200-LER-FUNCMST-EXIT
           END-IF.

           IF ST-FUNCMST NOT EQUAL 0
              MOVE 'E'                   TO WSS-CARGA
              MOVE 'ERRO NA LEITURA DE FUNCMST'
                                         TO WSS-MSG-ERRO
              MOVE 'Y'                   TO WSS-EOF
              GO TO 1200-LER-FUNCMST-EXIT
           END-IF.

           IF FM-DESLIGADO
              GO TO 1200-LER-FUNCMST-EXIT
           END-IF.

           MOVE FM-DEPARTAMENTO          TO WSS-CHP-DEPTO.
           MOVE FM-CARGO                 TO WSS-CHP-CARGO.

           PERFORM 5000-LOCALIZA
              THRU 5000-LOCALIZA-EXIT.

           IF WSS-ERRO-CARGA
              MOVE 'Y'                   TO WSS-EOF
              GO TO 1200-LER-FUNCMST-EXIT
           END-IF.

           ADD 1                         TO TQV-OCUPADO (IDX-TQV).

       1200-LER-FUNCMST-EXIT.
           EXIT.

      *----
      * HA VAGA QUANDO O OCUPADO AINDA ESTA ABAIXO DO AUTORIZADO
      *----
       2000-VERIFICA.

           PERFORM 5000-LOCALIZA
              THRU 5000-LOCALIZA-EXIT.

           IF WSS-ERRO-CARGA
              MOVE 12             TO WSS-RETURN-CODE OF WSS-QV-OUTPUT
              MOVE WSS-MSG-ERRO   TO WSS-MENSAGEM OF WSS-QV-OUTPUT
              GO TO 2000-VERIFICA-EXIT
           END-IF.

           MOVE TQV-AUTORIZADO (IDX-TQV) TO WSS-QV-AUTORIZADO.
           MOVE TQV-OCUPADO (IDX-TQV)    TO WSS-QV-OCUPADO.

           IF TQV-OCUPADO (IDX-TQV) LESS TQV-AUTORIZADO (IDX-TQV)
              MOVE 'S'                   TO WSS-QV-SITUACAO
              MOVE 'HA VAGA NO QUADRO'
                                 TO WSS-MENSAGEM OF WSS-QV-OUTPUT
              GO TO 2000-VERIFICA-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-QV-SITUACAO.
           MOVE 4                TO WSS-RETURN-CODE OF WSS-QV-OUTPUT.

           IF TQV-AUTORIZADO (IDX-TQV) EQUAL 0
              MOVE 'SEM QUADRO PARA DEPTO/CARGO'
                                 TO WSS-MENSAGEM OF WSS-QV-OUTPUT
           ELSE
              MOVE 'QUADRO DE VAGAS ESGOTADO'
                                 TO WSS-MENSAGEM OF WSS-QV-OUTPUT
           END-IF.

       2000-VERIFICA-EXIT.
           EXIT.

      *----
       3000-OCUPA.

           PERFORM 5000-LOCALIZA
              THRU 5000-LOCALIZA-EXIT.

           IF WSS-ERRO-CARGA
              MOVE 12             TO WSS-RETURN-CODE OF WSS-QV-OUTPUT
              MOVE WSS-MSG-ERRO   TO WSS-MENSAGEM OF WSS-QV-OUTPUT
              GO TO 3000-OCUPA-EXIT
           END-IF.

           ADD 1                         TO TQV-OCUPADO (IDX-TQV).

           MOVE TQV-AUTORIZADO (IDX-TQV) TO WSS-QV-AUTORIZADO.
           MOVE TQV-OCUPADO (IDX-TQV)    TO WSS-QV-OCUPADO.
           MOVE 'S'                      TO WSS-QV-SITUACAO.
           MOVE 'POSICAO OCUPADA'
                                 TO WSS-MENSAGEM OF WSS-QV-OUTPUT.

       3000-OCUPA-EXIT.
           EXIT.

      *----
       4000-LIBERA.

           PERFORM 5000-LOCALIZA
              THRU 5000-LOCALIZA-EXIT.

           IF WSS-ERRO-CARGA
              MOVE 12             TO WSS-RETURN-CODE OF WSS-QV-OUTPUT
              MOVE WSS-MSG-ERRO   TO WSS-MENSAGEM OF WSS-QV-OUTPUT
              GO TO 4000-LIBERA-EXIT
           END-IF.

           IF TQV-OCUPADO (IDX-TQV) GREATER 0
              SUBTRACT 1               FROM TQV-OCUPADO (IDX-TQV)
           END-IF.

           MOVE TQV-AUTORIZADO (IDX-TQV) TO WSS-QV-AUTORIZADO.
           MOVE TQV-OCUPADO (IDX-TQV)    TO WSS-QV-OCUPADO.
           MOVE 'S'                      TO WSS-QV-SITUACAO.
           MOVE 'POSICAO LIBERADA'
                                 TO WSS-MENSAGEM OF WSS-QV-OUTPUT.

       4000-LIBERA-EXIT.
           EXIT.

      *----
      * POSICIONA IDX-TQV NA ENTRADA DE WSS-CHAVE-PROCURA; SE NAO
      * EXISTIR, INCLUI COM ZERO AUTORIZADO E ZERO OCUPADO
      *----
       5000-LOCALIZA.

           SET IDX-TQV                   TO 1.

           SEARCH WSS-TQV-ENTRY
               AT END
                  PERFORM 5100-INCLUI-ENTRADA
                     THRU 5100-INCLUI-ENTRADA-EXIT
               WHEN TQV-CHAVE (IDX-TQV) EQUAL WSS-CHAVE-PROCURA
                  CONTINUE
           END-SEARCH.

       5000-LOCALIZA-EXIT.
           EXIT.

      *----
       5100-INCLUI-ENTRADA.

           IF WSS-QTD-QUADRO NOT LESS WSS-MAX-QUADRO
              MOVE 'E'                   TO WSS-CARGA
              MOVE 'TABELA DO QUADRO DE VAGAS CHEIA'
                                         TO WSS-MSG-ERRO
              GO TO 5100-INCLUI-ENTRADA-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-QUADRO.
           SET IDX-TQV                   TO WSS-QTD-QUADRO.
           MOVE WSS-CHAVE-PROCURA        TO TQV-CHAVE (IDX-TQV).
           MOVE 0                        TO TQV-VIGENCIA (IDX-TQV)
                                            TQV-AUTORIZADO (IDX-TQV)
                                            TQV-OCUPADO (IDX-TQV).

       5100-INCLUI-ENTRADA-EXIT.
           EXIT.

       END PROGRAM COBOL224.
      ********************** FIM PROGRAMA   ****************************
