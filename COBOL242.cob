      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : CARGA E AGING MENSAL DO CONTA-CORRENTE DE
      *            RESSARCIMENTO DE PAGAMENTO A MAIOR. RODA UMA VEZ POR
      *            COMPETENCIA, ANTES DA FOLHA (CARTAO RESSPRM; SEM
      *            CARTAO, A COMPETENCIA DO RELOGIO E O PLANO PADRAO
      *            DE 3 PARCELAS):
      *            - LANCA COMO DEBITO CADA DELTA NEGATIVO DO
      *              REPROCESSO SELETIVO (CORRECAO, COBOL171), COM O
      *              PLANO PADRAO DE PARCELAS;
      *            - LANCA O MOVIMENTO MANUAL DO RH (RESSMOV,
      *              COPY2413) COM O PLANO ACORDADO NO PROPRIO
      *              REGISTRO;
      *            - IMPRIME NO RELRESS OS LANCAMENTOS (ACEITOS E
      *              RECUSADOS) E O AGING DOS SALDOS EM ABERTO NO
      *              RESSARC, POR FAIXA DE MESES DESDE A COMPETENCIA
      *              DO DEBITO MAIS ANTIGO, SEPARANDO O QUE E
      *              DESCONTADO NA FOLHA DO REMANESCENTE DE RESCISAO.
      *            OS LANCAMENTOS PASSAM PELO GERENCIADOR COBOL241;
      *            O DESCONTO MENSAL E FEITO PELO MOTOR DA FOLHA
      *            (COBOL148) E A COMPENSACAO NA RESCISAO PELO
      *            COBOL152.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL242.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 08:00:00.
       DATE-COMPILED. 2026-10-15.
       INSTALLATION. INEFE.
       SECURITY. NORMAL.

      *---------------------
       ENVIRONMENT DIVISION.
      *---------------------
        CONFIGURATION SECTION.
         SPECIAL-NAMES.  DECIMAL-POINT IS COMMA
                         CONSOLE IS CONSOLE.
      *----
        INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT RESSPRM ASSIGN TO RESSPRM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RESSPRM.
      *
           SELECT CORRECAO ASSIGN TO CORRECAO
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CORRECAO.
      *
           SELECT RESSMOV ASSIGN TO RESSMOV
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RESSMOV.
      *
           SELECT RESSARC ASSIGN TO RESSARC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RS-MATRICULA
                  FILE STATUS IS ST-RESSARC.
      *
           SELECT RELRESS ASSIGN TO RELRESS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELRESS.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   RESSPRM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * COMPETENCIA DA CARGA E QUANTIDADE PADRAO DE PARCELAS DOS
      * DEBITOS DE CORRECAO (ZERADA = 3)
      *----
       01   REG-RESSPRM.
            03 RPM-COMPETENCIA             PIC 9(006).
            03 RPM-PARCELAS-PADRAO         PIC 9(003).
            03 FILLER                      PIC X(071).
      *----
       FD   CORRECAO
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-CORRECAO.
            03 COR-MATRICULA               PIC 9(008).
            03 COR-COMPETENCIA             PIC 9(006).
            03 COR-VALOR-ANTERIOR          PIC 9(009)V99.
            03 COR-VALOR-NOVO              PIC 9(009)V99.
            03 COR-DELTA                   PIC S9(009)V99
                                               SIGN LEADING SEPARATE.
            03 FILLER                      PIC X(032).
      *----
       FD   RESSMOV
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2413'.
      *----
       FD   RESSARC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2412'.
      *----
       FD   RELRESS.
       01   REG-RELRESS                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-RESSPRM                      PIC 9(002) VALUE 0.
       77  ST-CORRECAO                     PIC 9(002) VALUE 0.
       77  ST-RESSMOV                      PIC 9(002) VALUE 0.
       77  ST-RESSARC                      PIC 9(002) VALUE 0.
       77  ST-RELRESS                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-COMPETENCIA                 PIC 9(006) VALUE 0.
       77  WSS-PARCELAS-PADRAO             PIC 9(003) VALUE 3.
       77  WSS-MESES-ATUAL                 PIC 9(006) VALUE 0.
       77  WSS-MESES-ORIGEM                PIC 9(006) VALUE 0.
       77  WSS-IDADE-MESES                 PIC S9(005) VALUE 0.
       77  WSS-IDX-FX                      PIC 9(002) COMP VALUE 0.
       77  WSS-QTD-COR-LIDOS               PIC 9(007) VALUE 0.
       77  WSS-QTD-MOV-LIDOS               PIC 9(007) VALUE 0.
       77  WSS-QTD-LANCADOS                PIC 9(007) VALUE 0.
       77  WSS-QTD-RECUSADOS               PIC 9(007) VALUE 0.
       77  WSS-VLR-LANCADO                 PIC 9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-QTD-CONTAS                  PIC 9(007) VALUE 0.
       77  WSS-QTD-FOLHA                   PIC 9(007) VALUE 0.
       77  WSS-QTD-REMANESC                PIC 9(007) VALUE 0.
       77  WSS-TOT-FOLHA                   PIC 9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TOT-REMANESC                PIC 9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TOT-ABERTO                  PIC 9(011)V99 COMP-3
                                                          VALUE 0.
       77  MASCARA-TOTAL                   PIC ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-QTDE                    PIC ZZZZZZZ9.
       77  WSS-RC-ABEND                    PIC 9(003) VALUE 0.
      *----
       01  WSS-COMPET-GRP.
           03 WSS-CMP-ANO                  PIC 9(004).
           03 WSS-CMP-MES                  PIC 9(002).
      *----
      * FAIXAS DO AGING: LIMITE SUPERIOR EM MESES DE IDADE DO SALDO
      * (A ULTIMA FAIXA PEGA TUDO O QUE PASSAR DE 12 MESES)
      *----
       01  WSS-FAIXAS-VALORES.
           03 FILLER                       PIC X(023)
              VALUE '001ATE 1 MES           '.
           03 FILLER                       PIC X(023)
              VALUE '0032 A 3 MESES         '.
           03 FILLER                       PIC X(023)
              VALUE '0064 A 6 MESES         '.
           03 FILLER                       PIC X(023)
              VALUE '0127 A 12 MESES        '.
           03 FILLER                       PIC X(023)
              VALUE '999ACIMA DE 12 MESES   '.
       01  WSS-TAB-FAIXAS REDEFINES WSS-FAIXAS-VALORES.
           05 WSS-FX-ENTRY OCCURS 5 TIMES
                 INDEXED BY IDX-FX.
              10 FX-LIMITE                 PIC 9(003).
              10 FX-DESCRICAO              PIC X(020).
      *----
       01  WSS-TAB-FAIXAS-TOTAIS.
           05 WSS-FXT-ENTRY OCCURS 5 TIMES.
              10 FXT-QTDE                  PIC 9(007).
              10 FXT-TOTAL                 PIC 9(011)V99 COMP-3.
      *----
      * LINKAGE DO GERENCIADOR DO CONTA-CORRENTE DE RESSARCIMENTO
      * (COBOL241)
      *----
           COPY  'COPY2411'.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL242'.
           03 FILLER                       PIC X(051)
              VALUE 'RESSARCIMENTO DE PAGAMENTO A MAIOR'.
           03 FILLER                       PIC X(014)
              VALUE 'COMPETENCIA: '.
           03 CAB01-COMPETENCIA            PIC 9(006) VALUE 0.
      *----
       01  CAB02.
           03 FILLER                       PIC X(012) VALUE 'MATRICULA'.
           03 FILLER                       PIC X(008) VALUE 'ORIGEM'.
           03 FILLER                       PIC X(008) VALUE 'COMPET'.
           03 FILLER                       PIC X(016)
              VALUE 'VALOR DEBITO'.
           03 FILLER                       PIC X(006) VALUE 'PARC'.
           03 FILLER                       PIC X(016)
              VALUE 'SALDO DA CONTA'.
           03 FILLER                       PIC X(040) VALUE 'SITUACAO'.
      *----
       01  DET01.
           03 DET-MATRICULA                PIC 9(008) VALUE 0.
           03 FILLER                       PIC X(004) VALUE SPACES.
           03 DET-ORIGEM                   PIC X(008) VALUE SPACES.
           03 DET-COMPETENCIA              PIC 9(006) VALUE 0.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DET-VALOR                    PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DET-PARCELAS                 PIC ZZ9.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 DET-SALDO                    PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DET-SITUACAO                 PIC X(040) VALUE SPACES.
      *----
       01  CAB03.
           03 FILLER                       PIC X(012) VALUE 'MATRICULA'.
           03 FILLER                       PIC X(004) VALUE 'SIT'.
           03 FILLER                       PIC X(008) VALUE 'ORIGEM'.
           03 FILLER                       PIC X(006) VALUE 'MESES'.
           03 FILLER                       PIC X(016)
              VALUE 'SALDO ABERTO'.
           03 FILLER                       PIC X(016)
              VALUE 'PARCELA'.
           03 FILLER                       PIC X(006) VALUE 'REST'.
           03 FILLER                       PIC X(020) VALUE 'FAIXA'.
      *----
       01  DET02.
           03 AGE-MATRICULA                PIC 9(008) VALUE 0.
           03 FILLER                       PIC X(004) VALUE SPACES.
           03 AGE-SITUACAO                 PIC X(001) VALUE SPACES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 AGE-COMPET-ORIGEM            PIC 9(006) VALUE 0.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 AGE-MESES                    PIC ZZZ9.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 AGE-SALDO                    PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 AGE-PARCELA                  PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 AGE-PARCELAS-REST            PIC ZZ9.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 AGE-FAIXA                    PIC X(020) VALUE SPACES.
      *----
       01  LINHA-TEXTO.
           03 LT-ROTULO                    PIC X(034) VALUE SPACES.
           03 LT-VALOR                     PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(084) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL242'
           DISPLAY ' RESSARCIMENTO DE PAGAMENTO A MAIOR'.

           PERFORM 0001-CARGA-RESSPRM
              THRU 0001-CARGA-RESSPRM-EXIT.

           OPEN OUTPUT RELRESS.

           IF ST-RELRESS NOT EQUAL 0 THEN
              DISPLAY 'COBOL242 - ERRO OPEN RELRESS FS=' ST-RELRESS
              MOVE ST-RELRESS            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE WSS-COMPETENCIA          TO CAB01-COMPETENCIA.

           WRITE REG-RELRESS FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           MOVE 'LANCAMENTOS DA COMPETENCIA' TO LT-ROTULO.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           WRITE REG-RELRESS FROM CAB02 AFTER ADVANCING 1
           END-WRITE.

           PERFORM 1000-CARGA-CORRECAO
              THRU 1000-CARGA-CORRECAO-EXIT.

           PERFORM 1200-CARGA-RESSMOV
              THRU 1200-CARGA-RESSMOV-EXIT.

           PERFORM 2000-AGING
              THRU 2000-AGING-EXIT.

           PERFORM 8000-IMPRIME-TOTAIS
              THRU 8000-IMPRIME-TOTAIS-EXIT.

           CLOSE RELRESS.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL242                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* COMPETENCIA          : ' WSS-COMPETENCIA.
           DISPLAY '* CORRECOES LIDAS      : ' WSS-QTD-COR-LIDOS.
           DISPLAY '* MOVIMENTOS LIDOS     : ' WSS-QTD-MOV-LIDOS.
           DISPLAY '* DEBITOS LANCADOS     : ' WSS-QTD-LANCADOS.
           DISPLAY '* LANCAMENTOS RECUSADOS: ' WSS-QTD-RECUSADOS.
           DISPLAY '* CONTAS EM ABERTO     : ' WSS-QTD-CONTAS.
           DISPLAY '* SALDO EM ABERTO      : ' WSS-TOT-ABERTO.
           DISPLAY '*******************************************'.

           STOP RUN.

      *----
      * COMPETENCIA E PLANO PADRAO: CARTAO RESSPRM OU O RELOGIO
      *----
       0001-CARGA-RESSPRM.

           DISPLAY '0001-CARGA-RESSPRM'.

           INITIALIZE WSS-TAB-FAIXAS-TOTAIS.

           OPEN INPUT RESSPRM.

           IF ST-RESSPRM EQUAL 35
              MOVE FUNCTION CURRENT-DATE (1:6) TO WSS-COMPETENCIA
              DISPLAY 'COBOL242 - RESSPRM NAO INFORMADO, COMPETENCIA '
                      'CORRENTE ' WSS-COMPETENCIA
              GO TO 0001-CARGA-RESSPRM-EXIT
           END-IF.

           IF ST-RESSPRM NOT EQUAL 0 THEN
              DISPLAY 'COBOL242 - ERRO OPEN RESSPRM FS=' ST-RESSPRM
              MOVE ST-RESSPRM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ RESSPRM.

           IF ST-RESSPRM NOT EQUAL 0 THEN
              DISPLAY 'COBOL242 - ERRO READ RESSPRM FS=' ST-RESSPRM
              MOVE ST-RESSPRM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE RESSPRM.

           IF RPM-COMPETENCIA NOT NUMERIC
              OR RPM-COMPETENCIA EQUAL 0
              DISPLAY 'COBOL242 - CARTAO RESSPRM INVALIDO: '
                      REG-RESSPRM (1:9)
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE RPM-COMPETENCIA          TO WSS-COMPETENCIA.

           IF RPM-PARCELAS-PADRAO NUMERIC
              AND RPM-PARCELAS-PADRAO GREATER 0
              MOVE RPM-PARCELAS-PADRAO   TO WSS-PARCELAS-PADRAO
           END-IF.

           DISPLAY 'COBOL242 - COMPETENCIA ' WSS-COMPETENCIA
                   ' PARCELAS PADRAO ' WSS-PARCELAS-PADRAO.

       0001-CARGA-RESSPRM-EXIT.
           EXIT.

      *----
      * DELTAS DO REPROCESSO SELETIVO: SO O NEGATIVO (PAGO A MAIOR)
      * VIRA DEBITO; SEM O ARQUIVO (FS=35) NAO HA CORRECAO A LANCAR
      *----
       1000-CARGA-CORRECAO.

           DISPLAY '1000-CARGA-CORRECAO'.

           OPEN INPUT CORRECAO.

           IF ST-CORRECAO EQUAL 35
              DISPLAY 'COBOL242 - CORRECAO NAO INFORMADO'
              GO TO 1000-CARGA-CORRECAO-EXIT
           END-IF.

           IF ST-CORRECAO NOT EQUAL 0 THEN
              DISPLAY 'COBOL242 - ERRO OPEN CORRECAO FS=' ST-CORRECAO
              MOVE ST-CORRECAO           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1100-LER-CORRECAO
              THRU 1100-LER-CORRECAO-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CORRECAO.

       1000-CARGA-CORRECAO-EXIT.
           EXIT.

      *----
       1100-LER-CORRECAO.

           READ CORRECAO
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CORRECAO NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL242 - ERRO READ CORRECAO FS=' ST-CORRECAO
              MOVE ST-CORRECAO           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1100-LER-CORRECAO-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-COR-LIDOS.

           IF COR-DELTA NOT NUMERIC
              OR COR-DELTA NOT LESS 0
              GO TO 1100-LER-CORRECAO-EXIT
           END-IF.

           MOVE COR-MATRICULA            TO WSS-RS-MATRICULA.
           COMPUTE WSS-RS-VALOR = 0 - COR-DELTA.
           MOVE WSS-PARCELAS-PADRAO      TO WSS-RS-PARCELAS.
           MOVE 'C'                      TO WSS-RS-ORIGEM.

           IF COR-COMPETENCIA NUMERIC
              AND COR-COMPETENCIA GREATER 0
              MOVE COR-COMPETENCIA       TO WSS-RS-COMPETENCIA
           ELSE
              MOVE WSS-COMPETENCIA       TO WSS-RS-COMPETENCIA
           END-IF.

           PERFORM 1900-INCLUI-DEBITO
              THRU 1900-INCLUI-DEBITO-EXIT.

       1100-LER-CORRECAO-EXIT.
           EXIT.

      *----
      * MOVIMENTO MANUAL DO RH; SEM O ARQUIVO (FS=35) NAO HA
      * LANCAMENTO MANUAL NA COMPETENCIA
      *----
       1200-CARGA-RESSMOV.

           DISPLAY '1200-CARGA-RESSMOV'.

           OPEN INPUT RESSMOV.

           IF ST-RESSMOV EQUAL 35
              DISPLAY 'COBOL242 - RESSMOV NAO INFORMADO'
              GO TO 1200-CARGA-RESSMOV-EXIT
           END-IF.

           IF ST-RESSMOV NOT EQUAL 0 THEN
              DISPLAY 'COBOL242 - ERRO OPEN RESSMOV FS=' ST-RESSMOV
              MOVE ST-RESSMOV            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1300-LER-RESSMOV
              THRU 1300-LER-RESSMOV-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE RESSMOV.

       1200-CARGA-RESSMOV-EXIT.
           EXIT.

      *----
       1300-LER-RESSMOV.

           READ RESSMOV
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-RESSMOV NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL242 - ERRO READ RESSMOV FS=' ST-RESSMOV
              MOVE ST-RESSMOV            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1300-LER-RESSMOV-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-MOV-LIDOS.

           IF RMV-MATRICULA NOT NUMERIC
              OR RMV-MATRICULA EQUAL 0
              OR RMV-VALOR NOT NUMERIC
              OR RMV-VALOR EQUAL 0
              MOVE 0                     TO DET-MATRICULA
              IF RMV-MATRICULA NUMERIC
                 MOVE RMV-MATRICULA      TO DET-MATRICULA
              END-IF
              MOVE 'MANUAL'              TO DET-ORIGEM
              MOVE WSS-COMPETENCIA       TO DET-COMPETENCIA
              MOVE 0                     TO DET-VALOR
              MOVE 0                     TO DET-PARCELAS
              MOVE 0                     TO DET-SALDO
              MOVE 'MOVIMENTO INVALIDO - MATRICULA OU VALOR'
                                         TO DET-SITUACAO
              PERFORM 1950-GRAVA-DET01
                 THRU 1950-GRAVA-DET01-EXIT
              ADD 1                      TO WSS-QTD-RECUSADOS
              GO TO 1300-LER-RESSMOV-EXIT
           END-IF.

           MOVE RMV-MATRICULA            TO WSS-RS-MATRICULA.
           MOVE RMV-VALOR                TO WSS-RS-VALOR.
           MOVE 'M'                      TO WSS-RS-ORIGEM.

           IF RMV-PARCELAS NUMERIC
              AND RMV-PARCELAS GREATER 0
              MOVE RMV-PARCELAS          TO WSS-RS-PARCELAS
           ELSE
              MOVE WSS-PARCELAS-PADRAO   TO WSS-RS-PARCELAS
           END-IF.

           IF RMV-COMPETENCIA NUMERIC
              AND RMV-COMPETENCIA GREATER 0
              MOVE RMV-COMPETENCIA       TO WSS-RS-COMPETENCIA
           ELSE
              MOVE WSS-COMPETENCIA       TO WSS-RS-COMPETENCIA
           END-IF.

           PERFORM 1900-INCLUI-DEBITO
              THRU 1900-INCLUI-DEBITO-EXIT.

       1300-LER-RESSMOV-EXIT.
           EXIT.

      *----
      * LANCAMENTO DO DEBITO PELO GERENCIADOR E LINHA NO RELATORIO;
      * ERRO GRAVE DO GERENCIADOR ENCERRA A CARGA
      *----
       1900-INCLUI-DEBITO.

           MOVE 'INCLUI'                 TO WSS-RS-FUNCAO.

           CALL 'COBOL241' USING WSS-RESSARC-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-RS-OUTPUT GREATER 8
              DISPLAY 'COBOL242 - ERRO NO GERENCIADOR RESSARC: '
                      WSS-MENSAGEM OF WSS-RS-OUTPUT
              MOVE WSS-RETURN-CODE OF WSS-RS-OUTPUT TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE WSS-RS-MATRICULA         TO DET-MATRICULA.

           IF WSS-RS-ORIGEM-CORRECAO
              MOVE 'CORRECAO'            TO DET-ORIGEM
           ELSE
              MOVE 'MANUAL'              TO DET-ORIGEM
           END-IF.

           MOVE WSS-RS-COMPETENCIA       TO DET-COMPETENCIA.
           MOVE WSS-RS-VALOR             TO DET-VALOR.
           MOVE WSS-RS-PARCELAS          TO DET-PARCELAS.
           MOVE WSS-RS-SALDO             TO DET-SALDO.

           IF WSS-RETURN-CODE OF WSS-RS-OUTPUT EQUAL 0
              MOVE 'LANCADO'             TO DET-SITUACAO
              ADD 1                      TO WSS-QTD-LANCADOS
              ADD WSS-RS-VALOR           TO WSS-VLR-LANCADO
           ELSE
              MOVE WSS-MENSAGEM OF WSS-RS-OUTPUT TO DET-SITUACAO
              ADD 1                      TO WSS-QTD-RECUSADOS
           END-IF.

           PERFORM 1950-GRAVA-DET01
              THRU 1950-GRAVA-DET01-EXIT.

       1900-INCLUI-DEBITO-EXIT.
           EXIT.

      *----
       1950-GRAVA-DET01.

           WRITE REG-RELRESS FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELRESS NOT EQUAL 0 THEN
              DISPLAY 'COBOL242 - ERRO WRITE RELRESS FS=' ST-RELRESS
              MOVE ST-RELRESS            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       1950-GRAVA-DET01-EXIT.
           EXIT.

      *----
      * AGING DOS SALDOS EM ABERTO: IDADE EM MESES ENTRE A
      * COMPETENCIA DO DEBITO MAIS ANTIGO E A DA CARGA; SEM O
      * RESSARC (FS=35) NAO HA CONTA ABERTA
      *----
       2000-AGING.

           DISPLAY '2000-AGING'.

           MOVE SPACES                   TO LINHA-TEXTO.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'AGING DOS SALDOS EM ABERTO' TO LT-ROTULO.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           WRITE REG-RELRESS FROM CAB03 AFTER ADVANCING 1
           END-WRITE.

           MOVE WSS-COMPETENCIA          TO WSS-COMPET-GRP.
           COMPUTE WSS-MESES-ATUAL =
                   (WSS-CMP-ANO * 12) + WSS-CMP-MES.

           OPEN INPUT RESSARC.

           IF ST-RESSARC EQUAL 35
              DISPLAY 'COBOL242 - RESSARC NAO INFORMADO'
              GO TO 2000-AGING-EXIT
           END-IF.

           IF ST-RESSARC NOT EQUAL 0 THEN
              DISPLAY 'COBOL242 - ERRO OPEN RESSARC FS=' ST-RESSARC
              MOVE ST-RESSARC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 2100-LER-RESSARC
              THRU 2100-LER-RESSARC-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE RESSARC.

       2000-AGING-EXIT.
           EXIT.

      *----
       2100-LER-RESSARC.

           READ RESSARC NEXT
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-RESSARC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL242 - ERRO READ RESSARC FS=' ST-RESSARC
              MOVE ST-RESSARC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 2100-LER-RESSARC-EXIT
           END-IF.

           IF RS-SALDO EQUAL 0
              OR RS-QUITADO
              GO TO 2100-LER-RESSARC-EXIT
           END-IF.

           MOVE RS-COMPET-ORIGEM         TO WSS-COMPET-GRP.
           COMPUTE WSS-MESES-ORIGEM =
                   (WSS-CMP-ANO * 12) + WSS-CMP-MES.
           COMPUTE WSS-IDADE-MESES =
                   WSS-MESES-ATUAL - WSS-MESES-ORIGEM.

           IF WSS-IDADE-MESES LESS 0
              MOVE 0                     TO WSS-IDADE-MESES
           END-IF.

      *----
      * A FAIXA E A PRIMEIRA CUJO LIMITE ALCANCA A IDADE; A QUINTA
      * FAIXA RECEBE TUDO O QUE PASSAR DAS DEMAIS
      *----
           SET IDX-FX                    TO 1.

           SEARCH WSS-FX-ENTRY
              AT END
                 SET IDX-FX              TO 5
              WHEN WSS-IDADE-MESES NOT GREATER FX-LIMITE (IDX-FX)
                 CONTINUE
           END-SEARCH.

           SET WSS-IDX-FX                TO IDX-FX.

           ADD 1                         TO FXT-QTDE (WSS-IDX-FX).
           ADD RS-SALDO                  TO FXT-TOTAL (WSS-IDX-FX).
           ADD 1                         TO WSS-QTD-CONTAS.
           ADD RS-SALDO                  TO WSS-TOT-ABERTO.

           IF RS-REMANESCENTE
              ADD 1                      TO WSS-QTD-REMANESC
              ADD RS-SALDO               TO WSS-TOT-REMANESC
           ELSE
              ADD 1                      TO WSS-QTD-FOLHA
              ADD RS-SALDO               TO WSS-TOT-FOLHA
           END-IF.

           MOVE RS-MATRICULA             TO AGE-MATRICULA.
           MOVE RS-SITUACAO              TO AGE-SITUACAO.
           MOVE RS-COMPET-ORIGEM         TO AGE-COMPET-ORIGEM.
           MOVE WSS-IDADE-MESES          TO AGE-MESES.
           MOVE RS-SALDO                 TO AGE-SALDO.
           MOVE RS-VALOR-PARCELA         TO AGE-PARCELA.
           MOVE RS-PARCELAS-REST         TO AGE-PARCELAS-REST.
           MOVE FX-DESCRICAO (WSS-IDX-FX) TO AGE-FAIXA.

           WRITE REG-RELRESS FROM DET02 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELRESS NOT EQUAL 0 THEN
              DISPLAY 'COBOL242 - ERRO WRITE RELRESS FS=' ST-RELRESS
              MOVE ST-RELRESS            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       2100-LER-RESSARC-EXIT.
           EXIT.

      *----
       8000-IMPRIME-TOTAIS.

           DISPLAY '8000-IMPRIME-TOTAIS'.

           MOVE SPACES                   TO LINHA-TEXTO.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'DEBITOS LANCADOS                :' TO LT-ROTULO.
           MOVE WSS-QTD-LANCADOS         TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'VALOR LANCADO                   :' TO LT-ROTULO.
           MOVE WSS-VLR-LANCADO          TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'LANCAMENTOS RECUSADOS           :' TO LT-ROTULO.
           MOVE WSS-QTD-RECUSADOS        TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           PERFORM 8100-IMPRIME-FAIXA
              THRU 8100-IMPRIME-FAIXA-EXIT
              VARYING WSS-IDX-FX FROM 1 BY 1
              UNTIL WSS-IDX-FX > 5.

           MOVE 'CONTAS DESCONTADAS EM FOLHA     :' TO LT-ROTULO.
           MOVE WSS-QTD-FOLHA            TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'SALDO A DESCONTAR EM FOLHA      :' TO LT-ROTULO.
           MOVE WSS-TOT-FOLHA            TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'REMANESCENTES DE RESCISAO       :' TO LT-ROTULO.
           MOVE WSS-QTD-REMANESC         TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'SALDO A COBRAR FORA DA FOLHA    :' TO LT-ROTULO.
           MOVE WSS-TOT-REMANESC         TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'TOTAL EM ABERTO                 :' TO LT-ROTULO.
           MOVE WSS-TOT-ABERTO           TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           IF WSS-QTD-RECUSADOS GREATER 0
              DISPLAY 'COBOL242 - HA LANCAMENTOS RECUSADOS, CONFERIR '
                      'O RELRESS'
              MOVE 4                     TO RETURN-CODE
           END-IF.

       8000-IMPRIME-TOTAIS-EXIT.
           EXIT.

      *----
       8100-IMPRIME-FAIXA.

           MOVE SPACES                   TO LT-ROTULO.
           STRING 'FAIXA ' FX-DESCRICAO (WSS-IDX-FX)
              DELIMITED BY SIZE INTO LT-ROTULO
           END-STRING.
           MOVE ':'                      TO LT-ROTULO (34:1).
           MOVE FXT-TOTAL (WSS-IDX-FX)   TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

       8100-IMPRIME-FAIXA-EXIT.
           EXIT.

      *----
       8900-GRAVA-LINHA.

           WRITE REG-RELRESS FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELRESS NOT EQUAL 0 THEN
              DISPLAY 'COBOL242 - ERRO WRITE RELRESS FS='
                      ST-RELRESS
              MOVE ST-RELRESS            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SPACES                   TO LINHA-TEXTO.

       8900-GRAVA-LINHA-EXIT.
           EXIT.

      ******************************************************************
       ROT-ABEND.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY ' ABEND PROGRAMADO '.
           DISPLAY ' ERRO ENCONTRADO : '  RETURN-CODE.
           DISPLAY ' FAVOR AVISAR O ANALISTA RESPONSAVEL'.
           DISPLAY '*******************************************'.

           MOVE RETURN-CODE TO WSS-CLASSIF-RC-ENTRADA.
           MOVE RETURN-CODE TO WSS-RC-ABEND.
           CALL 'COBOL125' USING WSS-CLASSIF-RC-LINKAGE.

           DISPLAY ' SEVERIDADE      : ' WSS-CLASSIF-RC-SEVERIDADE.
           DISPLAY ' DESCRICAO       : ' WSS-CLASSIF-RC-DESCRICAO.

           DISPLAY '***ABEND-COBOL242*** RC=' WSS-RC-ABEND
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           MOVE WSS-RC-ABEND TO RETURN-CODE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
