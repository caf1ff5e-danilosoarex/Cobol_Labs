      *            'EXPURGO'  - MOVE EVENTOS MAIS VELHOS QUE N MESES
      *                         PARA O HISTORICO AUDHIST E REGRAVA O
      *                         AUDLOG ENXUTO EM AUDLOGNV (NOVA
      *                         GERACAO), COM TOTAIS DE CONTROLE.
      *                         OS REGISTROS PASSAM INTACTOS, COM A
      *                         SEQUENCIA E O HASH DO ENCADEAMENTO
      *                         (COBOL259): O HISTORICO RECEBE SEMPRE
      *                         O INICIO DA TRILHA, ATE O PRIMEIRO
      *                         EVENTO DENTRO DA RETENCAO, PARA A
      *                         CORRENTE SEGUIR CONTINUA DO AUDHIST
      *                         PARA O AUDLOG (CONFERENCIA NO COBOL260)
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
           03  AUD-TIPO                    PIC X(010).
           03  AUD-SEQ                     PIC 9(003).
           03  AUD-VALOR                   PIC X(020).
           03  AUD-ENC-SEQ                 PIC 9(009).
           03  AUD-ENC-HASH                PIC 9(016).
      *----
       FD   AUDHIST
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-AUDHIST                    PIC X(080).
       01   REG-AUDHIST-ENC.
            03 FILLER                      PIC X(055).
            03 AHS-ENC-SEQ                 PIC 9(009).
            03 AHS-ENC-HASH                PIC 9(016).
      *----
       FD   AUDLOGNV
            RECORDING MODE IS F
       77  WSS-ANO-CORTE                   PIC 9(004) VALUE 0.
       77  WSS-MES-CORTE                   PIC S9(005) COMP-3 VALUE 0.
       77  CNT-LINHAS                      PIC 9(003) COMP-3 VALUE 99.
       77  WSS-CORTE-ATINGIDO              PIC X(001) VALUE 'N'.
       77  WSS-AVISO-CORRENTE              PIC X(001) VALUE 'N'.
       77  WSS-HIST-ULTIMO-SEQ             PIC 9(009) VALUE ZEROES.
       77  WSS-SEQ-ESPERADA                PIC 9(009) VALUE ZEROES.
       77  WSS-CNT-LINHAS-MAX              PIC 9(003) VALUE 60.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE

           DISPLAY 'COBOL143 - DATA DE CORTE: ' WSS-DATA-CORTE.

           PERFORM 2010-FIM-DO-HISTORICO
              THRU 2010-FIM-DO-HISTORICO-EXIT.

           OPEN EXTEND AUDHIST.

           IF ST-AUDHIST EQUAL 35
       2000-PREPARA-EXPURGO-EXIT.
           EXIT.

      *----
      * SEQUENCIA DO ULTIMO REGISTRO ENCADEADO DO HISTORICO, PARA
      * CONFERIR QUE O PRIMEIRO EVENTO ARQUIVADO CONTINUA A CORRENTE
      *----
       2010-FIM-DO-HISTORICO.

           OPEN INPUT AUDHIST.

           IF ST-AUDHIST EQUAL 35
              GO TO 2010-FIM-DO-HISTORICO-EXIT
           END-IF.

           IF ST-AUDHIST NOT EQUAL 0 THEN
              DISPLAY 'COBOL143 - ERRO OPEN AUDHIST FS=' ST-AUDHIST
              MOVE ST-AUDHIST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 2011-LER-AUDHIST
              THRU 2011-LER-AUDHIST-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE AUDHIST.

           MOVE 'N'                      TO WSS-EOF.

       2010-FIM-DO-HISTORICO-EXIT.
           EXIT.

      *----
       2011-LER-AUDHIST.

           READ AUDHIST
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-AUDHIST NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL143 - ERRO READ AUDHIST FS=' ST-AUDHIST
              MOVE ST-AUDHIST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 2011-LER-AUDHIST-EXIT
           END-IF.

           IF AHS-ENC-SEQ NUMERIC
              MOVE AHS-ENC-SEQ           TO WSS-HIST-ULTIMO-SEQ
           END-IF.

       2011-LER-AUDHIST-EXIT.
           EXIT.

      *----
       2001-EXPURGA-UM-EVENTO.

              GO TO 2001-EXPURGA-UM-EVENTO-EXIT
           END-IF.

           IF AUD-DATA NOT LESS WSS-DATA-CORTE
              MOVE 'Y'                   TO WSS-CORTE-ATINGIDO
           END-IF.

           IF WSS-CORTE-ATINGIDO NOT EQUAL 'Y'
              IF WSS-REG-ARQUIVADOS EQUAL 0
                 PERFORM 2002-CONFERE-CONTINUIDADE
                    THRU 2002-CONFERE-CONTINUIDADE-EXIT
              END-IF
              WRITE REG-AUDHIST FROM REG-AUDLOG
              END-WRITE
              IF ST-AUDHIST NOT EQUAL 0
       2001-EXPURGA-UM-EVENTO-EXIT.
           EXIT.

      *----
      * O PRIMEIRO EVENTO ARQUIVADO DEVE SER O SEGUINTE AO ULTIMO DO
      * HISTORICO; LACUNA OU SOBREPOSICAO SAI COMO AVISO (RC=4) E A
      * POSICAO EXATA E APONTADA PELA CONFERENCIA DO COBOL260
      *----
       2002-CONFERE-CONTINUIDADE.

           IF AUD-ENC-SEQ NOT NUMERIC
              GO TO 2002-CONFERE-CONTINUIDADE-EXIT
           END-IF.

           COMPUTE WSS-SEQ-ESPERADA = WSS-HIST-ULTIMO-SEQ + 1.

           IF AUD-ENC-SEQ NOT EQUAL WSS-SEQ-ESPERADA
              MOVE 'Y'                   TO WSS-AVISO-CORRENTE
              DISPLAY 'COBOL143 - AVISO: AUDHIST TERMINA NA SEQUENCIA '
                      WSS-HIST-ULTIMO-SEQ
              DISPLAY 'COBOL143 - AVISO: AUDLOG CONTINUA NA SEQUENCIA '
                      AUD-ENC-SEQ
           END-IF.

       2002-CONFERE-CONTINUIDADE-EXIT.
           EXIT.

      *----
       2900-ENCERRA-EXPURGO.

           DISPLAY 'COBOL143 - EVENTOS MANTIDOS  : '
                   WSS-REG-MANTIDOS.

           IF WSS-AVISO-CORRENTE EQUAL 'Y'
              DISPLAY 'COBOL143 - CORRENTE DO AUDLOG DESCONTINUA NO '
                      'HISTORICO, RODAR A CONFERENCIA COBOL260'
              MOVE 4                     TO RETURN-CODE
           END-IF.

       2900-ENCERRA-EXPURGO-EXIT.
           EXIT.

