      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : CONTROLE CENTRAL DE TRANSMISSAO DE ARQUIVOS. OS
      *            ARQUIVOS QUE SAEM DO CPD (CNAB240, CNABFORN,
      *            CNABTER, ESOCIAL, LANCGL, FGTSREC, VTPEDID,
      *            VRPEDID, PREVREM) E OS RETORNOS QUE ENTRAM
      *            (RETBANCO, RETFORN, ERPRET, GOVRET) PASSAM A SER
      *            REGISTRADOS NO TRANSREG (COPY2521): TIPO, GERACAO,
      *            QUANTIDADE DE REGISTROS, TOTAL DE CONTROLE DOS
      *            VALORES E DATA/HORA DO ENVIO E DA CONFIRMACAO.
      *            FUNCOES (CARTAO TRANSPRM):
      *            'ENVIO'    - PASSO ANTERIOR A TRANSMISSAO: CONTA E
      *                         TOTALIZA O ARQUIVO E RECUSA (RETORNO
      *                         8) SE O TIPO + GERACAO JA FOI ENVIADO
      *                         OU SE O MESMO CONTEUDO (CABECALHO,
      *                         QUANTIDADE E TOTAL) JA SAIU; SENAO
      *                         REGISTRA O ENVIO;
      *            'RECEBE'   - PASSO ANTERIOR AO PROCESSAMENTO DE UM
      *                         RETORNO: RECUSA (RETORNO 8) O ARQUIVO
      *                         CUJO CABECALHO JA FOI VISTO (TIPO SEM
      *                         CABECALHO PROPRIO: PRIMEIRO REGISTRO,
      *                         QUANTIDADE E TOTAL IGUAIS); SENAO
      *                         REGISTRA A RECEPCAO;
      *            'CONFIRMA' - REGISTRA A CONFIRMACAO DO DESTINATARIO
      *                         PARA O TIPO + GERACAO DO CARTAO;
      *            'PENDENTE' - SO O RELATORIO.
      *            TODA EXECUCAO LISTA NO RELTRANS OS ARQUIVOS
      *            ENVIADOS E NUNCA CONFIRMADOS HA MAIS DOS DIAS DO
      *            CARTAO (2 POR PADRAO); NA FUNCAO 'PENDENTE',
      *            HAVENDO PENDENCIA, O RETORNO E 4.
      *            O TAMANHO DO REGISTRO, A POSICAO DO VALOR SOMADO E
      *            O FILTRO DOS REGISTROS DE DETALHE DE CADA TIPO
      *            ESTAO NA TABELA WSS-TAB-TIPOS; O ARQUIVO E LIDO
      *            PELO DD DO SEU TAMANHO (ARQ080, ARQ120 OU ARQ240).
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL252.
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
           SELECT TRANSPRM ASSIGN TO TRANSPRM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-TRANSPRM.
      *
           SELECT ARQ080 ASSIGN TO ARQ080
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-ARQ080.
      *
           SELECT ARQ120 ASSIGN TO ARQ120
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-ARQ120.
      *
           SELECT ARQ240 ASSIGN TO ARQ240
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-ARQ240.
      *
           SELECT TRANSREG ASSIGN TO TRANSREG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-TRANSREG.
      *
           SELECT TRANSREN ASSIGN TO TRANSREN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-TRANSREN.
      *
           SELECT RELTRANS ASSIGN TO RELTRANS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELTRANS.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   TRANSPRM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-TRANSPRM.
            03 TPR-FUNCAO                  PIC X(008).
               88 TPR-ENVIO                        VALUE 'ENVIO'.
               88 TPR-RECEBE                       VALUE 'RECEBE'.
               88 TPR-CONFIRMA                     VALUE 'CONFIRMA'.
               88 TPR-PENDENTE                     VALUE 'PENDENTE'.
            03 TPR-TIPO                    PIC X(008).
            03 TPR-GERACAO                 PIC X(008).
            03 TPR-DIAS                    PIC 9(003).
            03 FILLER                      PIC X(053).
      *----
       FD   ARQ080
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-ARQ080                     PIC X(080).
      *----
       FD   ARQ120
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.
      *----
       01   REG-ARQ120                     PIC X(120).
      *----
       FD   ARQ240
            RECORDING MODE IS F
            RECORD CONTAINS 240 CHARACTERS.
      *----
       01   REG-ARQ240                     PIC X(240).
      *----
       FD   TRANSREG
            RECORDING MODE IS F
            RECORD CONTAINS 200 CHARACTERS.
      *----
           COPY  'COPY2521'.
      *----
       FD   TRANSREN
            RECORDING MODE IS F
            RECORD CONTAINS 200 CHARACTERS.
      *----
       01   REG-TRANSREN                   PIC X(200).
      *----
       FD   RELTRANS.
      *----
       01   REG-RELTRANS                   PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-TRANSPRM                     PIC 9(002) VALUE 0.
       77  ST-ARQ080                       PIC 9(002) VALUE 0.
       77  ST-ARQ120                       PIC 9(002) VALUE 0.
       77  ST-ARQ240                       PIC 9(002) VALUE 0.
       77  ST-TRANSREG                     PIC 9(002) VALUE 0.
       77  ST-TRANSREN                     PIC 9(002) VALUE 0.
       77  ST-RELTRANS                     PIC 9(002) VALUE 0.
       77  WSS-ST-ARQUIVO                  PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-DATA-HOJE                   PIC 9(008) VALUE 0.
       77  WSS-HORA-AGORA                  PIC 9(006) VALUE 0.
       77  WSS-DIAS-LIMITE                 PIC 9(003) VALUE 2.
       77  WSS-DIAS-PENDENTE               PIC 9(005) VALUE 0.
       77  WSS-QTD-REGISTROS               PIC 9(009) VALUE 0.
       77  WSS-HASH-VALOR                  PIC 9(015)V99 VALUE 0.
       77  WSS-CABECALHO                   PIC X(080) VALUE SPACES.
       77  WSS-FILTRO-CAMPO                PIC X(008) VALUE SPACES.
       77  WSS-POS-DESTINO                 PIC 9(002) COMP VALUE 0.
       77  WSS-REG-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-REG-GRAVADOS                PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-PENDENTES               PIC 9(005) VALUE 0.
       77  WSS-RECUSADO                    PIC X(001) VALUE 'N'.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-RESULTADO                   PIC X(060) VALUE SPACES.
       77  MASCARA-QTDE                    PIC ZZZ.ZZZ.ZZ9.
       77  MASCARA-HASH                    PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-DATA                    PIC 99/99/9999.
       77  MASCARA-DIAS                    PIC ZZZZ9.
      *----
       01  WSS-REGISTRO                    PIC X(240) VALUE SPACES.
      *----
      * CAMPO DE VALOR DO REGISTRO, ALINHADO A DIREITA (TODOS OS
      * VALORES DOS LAYOUTS TEM DUAS DECIMAIS)
      *----
       01  WSS-VALOR-ALFA                  PIC X(015) VALUE ZEROES.
       01  WSS-VALOR-NUM REDEFINES WSS-VALOR-ALFA
                                           PIC 9(013)V99.
      *----
       01  DATA-HORA.
           03 DH-DATA                      PIC 9(008).
           03 DH-HORA                      PIC 9(006).
           03 FILLER                       PIC X(007).
      *----
      * TIPOS DE ARQUIVO CONTROLADOS: TIPO, SENTIDO ('S' SAIDA, 'E'
      * ENTRADA), TAMANHO DO REGISTRO, SE TEM CABECALHO PROPRIO,
      * POSICAO E TAMANHO DO VALOR SOMADO NO TOTAL DE CONTROLE (000
      * = SO QUANTIDADE) E O FILTRO DO REGISTRO DE DETALHE: POSICAO,
      * TAMANHO, MODO ('I' SOMA QUANDO IGUAL, 'X' SOMA QUANDO
      * DIFERENTE) E CONTEUDO
      *----
       01  WSS-TIPOS-VALORES.
           03 FILLER                       PIC X(031)
              VALUE 'CNAB240 S240S074150081I3       '.
           03 FILLER                       PIC X(031)
              VALUE 'CNABFORNS240S074150081I3       '.
           03 FILLER                       PIC X(031)
              VALUE 'CNABTER S240S074150081I3       '.
           03 FILLER                       PIC X(031)
              VALUE 'ESOCIAL S120S018150012I20      '.
           03 FILLER                       PIC X(031)
              VALUE 'LANCGL  S080N010150000         '.
           03 FILLER                       PIC X(031)
              VALUE 'FGTSREC S080S021110011I1       '.
           03 FILLER                       PIC X(031)
              VALUE 'VTPEDID S080N063090018X99999999'.
           03 FILLER                       PIC X(031)
              VALUE 'VRPEDID S080N063090018X99999999'.
           03 FILLER                       PIC X(031)
              VALUE 'PREVREM S080S025090011I1       '.
           03 FILLER                       PIC X(031)
              VALUE 'RETBANCOE080N009150000         '.
           03 FILLER                       PIC X(031)
              VALUE 'RETFORN E080N039110000         '.
           03 FILLER                       PIC X(031)
              VALUE 'ERPRET  E080N018150000         '.
           03 FILLER                       PIC X(031)
              VALUE 'GOVRET  E080N000000000         '.
       01  WSS-TAB-TIPOS REDEFINES WSS-TIPOS-VALORES.
           05 WSS-TTP-ENTRY OCCURS 13 TIMES
                 INDEXED BY IDX-TTP.
              10 TTP-TIPO                  PIC X(008).
              10 TTP-SENTIDO               PIC X(001).
              10 TTP-TAMANHO               PIC 9(003).
              10 TTP-CABECALHO             PIC X(001).
              10 TTP-VAL-POS               PIC 9(003).
              10 TTP-VAL-TAM               PIC 9(002).
              10 TTP-FLT-POS               PIC 9(003).
              10 TTP-FLT-TAM               PIC 9(001).
              10 TTP-FLT-MODO              PIC X(001).
              10 TTP-FLT-VALOR             PIC X(008).
      *----
      * LINKAGE DO SUBPROGRAMA QUE RETORNA O USER-ID (COBOL101)
      *----
           COPY  'COPY1011'.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL252'.
           03 FILLER                       PIC X(040)
              VALUE 'CONTROLE DE TRANSMISSAO DE ARQUIVOS'.
           03 FILLER                       PIC X(008) VALUE 'FUNCAO: '.
           03 CAB-FUNCAO                   PIC X(008) VALUE SPACES.
           03 FILLER                       PIC X(008) VALUE '  DATA: '.
           03 CAB-DATA                     PIC 99/99/9999.
      *----
       01  CAB02.
           03 FILLER                       PIC X(050)
              VALUE 'ARQUIVOS ENVIADOS E NAO CONFIRMADOS HA MAIS DE'.
           03 CAB-DIAS                     PIC ZZ9.
           03 FILLER                       PIC X(005) VALUE ' DIAS'.
      *----
       01  CAB03.
           03 FILLER                       PIC X(010) VALUE 'TIPO'.
           03 FILLER                       PIC X(010) VALUE 'GERACAO'.
           03 FILLER                       PIC X(012) VALUE 'ENVIO'.
           03 FILLER                       PIC X(008) VALUE 'HORA'.
           03 FILLER                       PIC X(014)
              VALUE '   REGISTROS'.
           03 FILLER                       PIC X(024)
              VALUE '         TOTAL CONTROLE'.
           03 FILLER                       PIC X(006) VALUE '  DIAS'.
      *----
       01  DET01.
           03 TIPO-DET                     PIC X(008) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 GERACAO-DET                  PIC X(008) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DATA-DET                     PIC 99/99/9999.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 HORA-DET                     PIC 99.99.99.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 QTDE-DET                     PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 HASH-DET                     PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DIAS-DET                     PIC ZZZZ9.
      *----
       01  LINHA-TEXTO.
           03 LT-ROTULO                    PIC X(026) VALUE SPACES.
           03 LT-VALOR                     PIC X(060) VALUE SPACES.
           03 FILLER                       PIC X(046) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL252'
           DISPLAY ' CONTROLE DE TRANSMISSAO DE ARQUIVOS'.

           PERFORM 0001-CARGA-CARTAO
              THRU 0001-CARGA-CARTAO-EXIT.

           IF TPR-ENVIO OR TPR-RECEBE
              PERFORM 1000-LE-ARQUIVO
                 THRU 1000-LE-ARQUIVO-EXIT
           END-IF.

           PERFORM 2000-ATUALIZA-REGISTRO
              THRU 2000-ATUALIZA-REGISTRO-EXIT.

           PERFORM 8000-IMPRIME-RESULTADO
              THRU 8000-IMPRIME-RESULTADO-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL252                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* FUNCAO               : ' TPR-FUNCAO.
           DISPLAY '* TIPO / GERACAO       : ' TPR-TIPO ' '
                                               TPR-GERACAO.
           DISPLAY '* REGISTROS NO ARQUIVO : ' WSS-QTD-REGISTROS.
           DISPLAY '* TOTAL DE CONTROLE    : ' WSS-HASH-VALOR.
           DISPLAY '* RESULTADO            : ' WSS-RESULTADO.
           DISPLAY '* ENVIOS PENDENTES     : ' WSS-QTD-PENDENTES.
           DISPLAY '* REGISTRO DE CONTROLE : ' WSS-REG-GRAVADOS.
           DISPLAY '*******************************************'.

           IF WSS-RECUSADO EQUAL 'S'
              DISPLAY 'COBOL252 - ' WSS-RESULTADO UPON CONSOLE
              MOVE 8                     TO RETURN-CODE
           ELSE
              IF (TPR-CONFIRMA AND WSS-ACHOU NOT EQUAL 'S')
                 OR (TPR-PENDENTE AND WSS-QTD-PENDENTES GREATER 0)
                 MOVE 4                  TO RETURN-CODE
              END-IF
           END-IF.

           STOP RUN.

      *----
      * CARTAO: FUNCAO E TIPO OBRIGATORIOS (TIPO EM BRANCO SO NA
      * 'PENDENTE', PARA TODOS OS TIPOS); GERACAO OBRIGATORIA NO
      * ENVIO E NA CONFIRMACAO
      *----
       0001-CARGA-CARTAO.

           DISPLAY '0001-CARGA-CARTAO'.

           OPEN INPUT TRANSPRM.

           IF ST-TRANSPRM NOT EQUAL 0 THEN
              DISPLAY 'COBOL252 - ERRO OPEN TRANSPRM FS=' ST-TRANSPRM
              MOVE ST-TRANSPRM           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ TRANSPRM.

           IF ST-TRANSPRM NOT EQUAL 0
              OR NOT (TPR-ENVIO OR TPR-RECEBE OR TPR-CONFIRMA
                      OR TPR-PENDENTE)
              DISPLAY 'COBOL252 - FUNCAO INVALIDA NO CARTAO: '
                      TPR-FUNCAO
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE TRANSPRM.

           IF TPR-DIAS NUMERIC AND TPR-DIAS GREATER 0
              MOVE TPR-DIAS              TO WSS-DIAS-LIMITE
           END-IF.

           IF TPR-TIPO EQUAL SPACES AND TPR-PENDENTE
              GO TO 0001-CARGA-CARTAO-CONT
           END-IF.

           SET IDX-TTP TO 1.
           SEARCH WSS-TTP-ENTRY
              AT END
                 DISPLAY 'COBOL252 - TIPO DE ARQUIVO NAO CONTROLADO: '
                         TPR-TIPO
                 MOVE 16                 TO RETURN-CODE
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              WHEN TTP-TIPO (IDX-TTP) EQUAL TPR-TIPO
                 CONTINUE
           END-SEARCH.

           IF (TPR-ENVIO OR TPR-CONFIRMA)
              AND TTP-SENTIDO (IDX-TTP) NOT EQUAL 'S'
              DISPLAY 'COBOL252 - TIPO ' TPR-TIPO
                      ' NAO E ARQUIVO DE SAIDA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF TPR-RECEBE
              AND TTP-SENTIDO (IDX-TTP) NOT EQUAL 'E'
              DISPLAY 'COBOL252 - TIPO ' TPR-TIPO
                      ' NAO E ARQUIVO DE ENTRADA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF (TPR-ENVIO OR TPR-CONFIRMA)
              AND TPR-GERACAO EQUAL SPACES
              DISPLAY 'COBOL252 - GERACAO OBRIGATORIA NA FUNCAO '
                      TPR-FUNCAO
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       0001-CARGA-CARTAO-CONT.

           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.
           MOVE DH-DATA                  TO WSS-DATA-HOJE.
           MOVE DH-HORA                  TO WSS-HORA-AGORA.

           CALL 'COBOL101' USING WSS-USERID-LINKAGE.

           MOVE TPR-FUNCAO               TO CAB-FUNCAO.
           MOVE WSS-DATA-HOJE            TO CAB-DATA.
           MOVE WSS-DIAS-LIMITE          TO CAB-DIAS.

           DISPLAY ' FUNCAO  : ' TPR-FUNCAO.
           DISPLAY ' TIPO    : ' TPR-TIPO.
           DISPLAY ' GERACAO : ' TPR-GERACAO.

       0001-CARGA-CARTAO-EXIT.
           EXIT.

      *----
      * CONTA OS REGISTROS, SOMA O VALOR DOS DETALHES E GUARDA O
      * PRIMEIRO REGISTRO COMO CABECALHO
      *----
       1000-LE-ARQUIVO.

           DISPLAY '1000-LE-ARQUIVO'.

           MOVE 'N'                      TO WSS-EOF.

           EVALUATE TTP-TAMANHO (IDX-TTP)
              WHEN 240
                 OPEN INPUT ARQ240
                 MOVE ST-ARQ240          TO WSS-ST-ARQUIVO
              WHEN 120
                 OPEN INPUT ARQ120
                 MOVE ST-ARQ120          TO WSS-ST-ARQUIVO
              WHEN OTHER
                 OPEN INPUT ARQ080
                 MOVE ST-ARQ080          TO WSS-ST-ARQUIVO
           END-EVALUATE.

           IF WSS-ST-ARQUIVO NOT EQUAL 0 THEN
              DISPLAY 'COBOL252 - ERRO OPEN DO ARQUIVO ' TPR-TIPO
                      ' FS=' WSS-ST-ARQUIVO
              MOVE WSS-ST-ARQUIVO        TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1001-LER-ARQUIVO
              THRU 1001-LER-ARQUIVO-EXIT
              UNTIL WSS-EOF = 'Y'.

           EVALUATE TTP-TAMANHO (IDX-TTP)
              WHEN 240
                 CLOSE ARQ240
              WHEN 120
                 CLOSE ARQ120
              WHEN OTHER
                 CLOSE ARQ080
           END-EVALUATE.

           MOVE 'N'                      TO WSS-EOF.

           DISPLAY ' REGISTROS LIDOS   : ' WSS-QTD-REGISTROS.
           DISPLAY ' TOTAL DE CONTROLE : ' WSS-HASH-VALOR.

       1000-LE-ARQUIVO-EXIT.
           EXIT.

      *----
       1001-LER-ARQUIVO.

           MOVE SPACES                   TO WSS-REGISTRO.

           EVALUATE TTP-TAMANHO (IDX-TTP)
              WHEN 240
                 READ ARQ240 INTO WSS-REGISTRO
                  AT END MOVE 'Y' TO WSS-EOF
                 END-READ
                 MOVE ST-ARQ240          TO WSS-ST-ARQUIVO
              WHEN 120
                 READ ARQ120 INTO WSS-REGISTRO
                  AT END MOVE 'Y' TO WSS-EOF
                 END-READ
                 MOVE ST-ARQ120          TO WSS-ST-ARQUIVO
              WHEN OTHER
                 READ ARQ080 INTO WSS-REGISTRO
                  AT END MOVE 'Y' TO WSS-EOF
                 END-READ
                 MOVE ST-ARQ080          TO WSS-ST-ARQUIVO
           END-EVALUATE.

           IF WSS-ST-ARQUIVO NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL252 - ERRO READ DO ARQUIVO ' TPR-TIPO
                      ' FS=' WSS-ST-ARQUIVO
              MOVE WSS-ST-ARQUIVO        TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1001-LER-ARQUIVO-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-REGISTROS.

           IF WSS-QTD-REGISTROS EQUAL 1
              MOVE WSS-REGISTRO (1:80)   TO WSS-CABECALHO
           END-IF.

           IF TTP-VAL-POS (IDX-TTP) EQUAL 0
              GO TO 1001-LER-ARQUIVO-EXIT
           END-IF.

           IF TTP-FLT-POS (IDX-TTP) GREATER 0
              MOVE SPACES                TO WSS-FILTRO-CAMPO
              MOVE WSS-REGISTRO (TTP-FLT-POS (IDX-TTP):
                                 TTP-FLT-TAM (IDX-TTP))
                                         TO WSS-FILTRO-CAMPO
              IF TTP-FLT-MODO (IDX-TTP) EQUAL 'I'
                 AND WSS-FILTRO-CAMPO NOT EQUAL TTP-FLT-VALOR (IDX-TTP)
                 GO TO 1001-LER-ARQUIVO-EXIT
              END-IF
              IF TTP-FLT-MODO (IDX-TTP) EQUAL 'X'
                 AND WSS-FILTRO-CAMPO EQUAL TTP-FLT-VALOR (IDX-TTP)
                 GO TO 1001-LER-ARQUIVO-EXIT
              END-IF
           END-IF.

           MOVE ZEROES                   TO WSS-VALOR-ALFA.
           COMPUTE WSS-POS-DESTINO = 16 - TTP-VAL-TAM (IDX-TTP).
           MOVE WSS-REGISTRO (TTP-VAL-POS (IDX-TTP):
                              TTP-VAL-TAM (IDX-TTP))
                TO WSS-VALOR-ALFA (WSS-POS-DESTINO:
                                   TTP-VAL-TAM (IDX-TTP)).

           IF WSS-VALOR-ALFA NUMERIC
              ADD WSS-VALOR-NUM          TO WSS-HASH-VALOR
           END-IF.

       1001-LER-ARQUIVO-EXIT.
           EXIT.

      *----
      * PASSA O TRANSREG PARA O TRANSREN APLICANDO A FUNCAO; NO
      * PRIMEIRO USO O TRANSREG NAO EXISTE (FS=35)
      *----
       2000-ATUALIZA-REGISTRO.

           DISPLAY '2000-ATUALIZA-REGISTRO'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN OUTPUT TRANSREN.
           OPEN OUTPUT RELTRANS.

           IF ST-TRANSREN NOT EQUAL 0 OR ST-RELTRANS NOT EQUAL 0
              DISPLAY 'COBOL252 - ERRO OPEN FS=' ST-TRANSREN ' '
                      ST-RELTRANS
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           WRITE REG-RELTRANS FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           WRITE REG-RELTRANS FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

           WRITE REG-RELTRANS FROM CAB03 AFTER ADVANCING 2
           END-WRITE.

      *----
      * ARQUIVO VAZIO NAO E ENVIADO NEM PROCESSADO
      *----
           IF (TPR-ENVIO OR TPR-RECEBE)
              AND WSS-QTD-REGISTROS EQUAL 0
              MOVE 'S'                   TO WSS-RECUSADO
              MOVE 'ARQUIVO VAZIO - RECUSADO' TO WSS-RESULTADO
           END-IF.

           OPEN INPUT TRANSREG.

           IF ST-TRANSREG EQUAL 35
              DISPLAY 'COBOL252 - TRANSREG AUSENTE, REGISTRO INICIADO'
              MOVE 'Y'                   TO WSS-EOF
           ELSE
              IF ST-TRANSREG NOT EQUAL 0 THEN
                 DISPLAY 'COBOL252 - ERRO OPEN TRANSREG FS='
                         ST-TRANSREG
                 MOVE ST-TRANSREG        TO RETURN-CODE
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              END-IF
           END-IF.

           PERFORM 2001-LER-TRANSREG
              THRU 2001-LER-TRANSREG-EXIT
              UNTIL WSS-EOF = 'Y'.

           IF ST-TRANSREG NOT EQUAL 35
              CLOSE TRANSREG
           END-IF.

      *----
      * ENVIO OU RECEPCAO ACEITOS ENTRAM NO FIM DO REGISTRO
      *----
           IF (TPR-ENVIO OR TPR-RECEBE)
              AND WSS-RECUSADO NOT EQUAL 'S'
              PERFORM 2500-NOVO-REGISTRO
                 THRU 2500-NOVO-REGISTRO-EXIT
           END-IF.

           IF TPR-CONFIRMA
              IF WSS-ACHOU EQUAL 'S'
                 MOVE 'ENVIO CONFIRMADO'  TO WSS-RESULTADO
              ELSE
                 MOVE 'CONFIRMACAO SEM ENVIO REGISTRADO' TO
                      WSS-RESULTADO
              END-IF
           END-IF.

           IF TPR-PENDENTE
              MOVE 'CONSULTA DE PENDENCIAS' TO WSS-RESULTADO
           END-IF.

           CLOSE TRANSREN.

       2000-ATUALIZA-REGISTRO-EXIT.
           EXIT.

      *----
       2001-LER-TRANSREG.

           READ TRANSREG
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-TRANSREG NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL252 - ERRO READ TRANSREG FS=' ST-TRANSREG
              MOVE ST-TRANSREG           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 2001-LER-TRANSREG-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-LIDOS.

           IF TRG-TIPO EQUAL TPR-TIPO
              EVALUATE TRUE
                 WHEN TPR-ENVIO
                    PERFORM 2100-CONFERE-ENVIO
                       THRU 2100-CONFERE-ENVIO-EXIT
                 WHEN TPR-RECEBE
                    PERFORM 2200-CONFERE-RECEPCAO
                       THRU 2200-CONFERE-RECEPCAO-EXIT
                 WHEN TPR-CONFIRMA
                    PERFORM 2300-CONFIRMA-ENVIO
                       THRU 2300-CONFIRMA-ENVIO-EXIT
              END-EVALUATE
           END-IF.

           IF TRG-SAIDA AND TRG-ENVIADO
              AND (TPR-TIPO EQUAL SPACES OR TRG-TIPO EQUAL TPR-TIPO)
              PERFORM 2400-CONFERE-PENDENCIA
                 THRU 2400-CONFERE-PENDENCIA-EXIT
           END-IF.

           WRITE REG-TRANSREN FROM REG-TRANSREG.

           IF ST-TRANSREN NOT EQUAL 0 THEN
              DISPLAY 'COBOL252 - ERRO WRITE TRANSREN FS=' ST-TRANSREN
              MOVE ST-TRANSREN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-GRAVADOS.

       2001-LER-TRANSREG-EXIT.
           EXIT.

      *----
      * ARQUIVO JA ENVIADO: MESMA GERACAO, OU MESMO CONTEUDO SAINDO
      * COM OUTRA GERACAO
      *----
       2100-CONFERE-ENVIO.

           IF WSS-RECUSADO EQUAL 'S'
              GO TO 2100-CONFERE-ENVIO-EXIT
           END-IF.

           IF TRG-GERACAO EQUAL TPR-GERACAO
              MOVE 'S'                   TO WSS-RECUSADO
              STRING 'GERACAO JA ENVIADA EM ' TRG-DATA-REGISTRO
                     ' - ENVIO RECUSADO'
                 DELIMITED BY SIZE
                 INTO WSS-RESULTADO
              END-STRING
              GO TO 2100-CONFERE-ENVIO-EXIT
           END-IF.

           IF TRG-CABECALHO EQUAL WSS-CABECALHO
              AND TRG-QTD-REGISTROS EQUAL WSS-QTD-REGISTROS
              AND TRG-HASH-VALOR EQUAL WSS-HASH-VALOR
              MOVE 'S'                   TO WSS-RECUSADO
              STRING 'MESMO CONTEUDO DA GERACAO ' TRG-GERACAO
                     ' - ENVIO RECUSADO'
                 DELIMITED BY SIZE
                 INTO WSS-RESULTADO
              END-STRING
           END-IF.

       2100-CONFERE-ENVIO-EXIT.
           EXIT.

      *----
      * RETORNO JA PROCESSADO: MESMO CABECALHO; TIPO SEM CABECALHO
      * PROPRIO EXIGE TAMBEM QUANTIDADE E TOTAL IGUAIS
      *----
       2200-CONFERE-RECEPCAO.

           IF WSS-RECUSADO EQUAL 'S'
              GO TO 2200-CONFERE-RECEPCAO-EXIT
           END-IF.

           IF TRG-CABECALHO NOT EQUAL WSS-CABECALHO
              GO TO 2200-CONFERE-RECEPCAO-EXIT
           END-IF.

           IF TTP-CABECALHO (IDX-TTP) EQUAL 'S'
              OR (TRG-QTD-REGISTROS EQUAL WSS-QTD-REGISTROS
                  AND TRG-HASH-VALOR EQUAL WSS-HASH-VALOR)
              MOVE 'S'                   TO WSS-RECUSADO
              STRING 'ARQUIVO JA RECEBIDO EM ' TRG-DATA-REGISTRO
                     ' - PROCESSAMENTO RECUSADO'
                 DELIMITED BY SIZE
                 INTO WSS-RESULTADO
              END-STRING
           END-IF.

       2200-CONFERE-RECEPCAO-EXIT.
           EXIT.

      *----
       2300-CONFIRMA-ENVIO.

           IF TRG-GERACAO NOT EQUAL TPR-GERACAO
              OR NOT TRG-SAIDA
              GO TO 2300-CONFIRMA-ENVIO-EXIT
           END-IF.

           MOVE 'S'                      TO WSS-ACHOU.
           MOVE TRG-QTD-REGISTROS        TO WSS-QTD-REGISTROS.
           MOVE TRG-HASH-VALOR           TO WSS-HASH-VALOR.

           IF TRG-CONFIRMADO
              DISPLAY 'COBOL252 - ENVIO JA CONFIRMADO EM '
                      TRG-DATA-CONF
              GO TO 2300-CONFIRMA-ENVIO-EXIT
           END-IF.

           MOVE 'C'                      TO TRG-SITUACAO.
           MOVE WSS-DATA-HOJE            TO TRG-DATA-CONF.
           MOVE WSS-HORA-AGORA           TO TRG-HORA-CONF.

       2300-CONFIRMA-ENVIO-EXIT.
           EXIT.

      *----
      * ENVIO SEM CONFIRMACAO HA MAIS DIAS QUE O LIMITE DO CARTAO
      *----
       2400-CONFERE-PENDENCIA.

           COMPUTE WSS-DIAS-PENDENTE =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-HOJE)
                 - FUNCTION INTEGER-OF-DATE (TRG-DATA-REGISTRO).

           IF WSS-DIAS-PENDENTE LESS WSS-DIAS-LIMITE
              GO TO 2400-CONFERE-PENDENCIA-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-PENDENTES.

           MOVE TRG-TIPO                 TO TIPO-DET.
           MOVE TRG-GERACAO              TO GERACAO-DET.
           MOVE TRG-DATA-REGISTRO        TO DATA-DET.
           MOVE TRG-HORA-REGISTRO        TO HORA-DET.
           MOVE TRG-QTD-REGISTROS        TO QTDE-DET.
           MOVE TRG-HASH-VALOR           TO HASH-DET.
           MOVE WSS-DIAS-PENDENTE        TO DIAS-DET.

           WRITE REG-RELTRANS FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELTRANS NOT EQUAL 0 THEN
              DISPLAY 'COBOL252 - ERRO WRITE RELTRANS FS=' ST-RELTRANS
              MOVE ST-RELTRANS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       2400-CONFERE-PENDENCIA-EXIT.
           EXIT.

      *----
       2500-NOVO-REGISTRO.

           MOVE SPACES                   TO REG-TRANSREG.
           MOVE TPR-TIPO                 TO TRG-TIPO.
           MOVE TTP-SENTIDO (IDX-TTP)    TO TRG-SENTIDO.
           MOVE TPR-GERACAO              TO TRG-GERACAO.
           MOVE WSS-QTD-REGISTROS        TO TRG-QTD-REGISTROS.
           MOVE WSS-HASH-VALOR           TO TRG-HASH-VALOR.
           MOVE WSS-DATA-HOJE            TO TRG-DATA-REGISTRO.
           MOVE WSS-HORA-AGORA           TO TRG-HORA-REGISTRO.
           MOVE ZEROES                   TO TRG-DATA-CONF.
           MOVE ZEROES                   TO TRG-HORA-CONF.
           MOVE WSS-USERID-SAIDA         TO TRG-USUARIO.
           MOVE WSS-CABECALHO            TO TRG-CABECALHO.

           IF TPR-ENVIO
              MOVE 'E'                   TO TRG-SITUACAO
              MOVE 'ENVIO REGISTRADO'    TO WSS-RESULTADO
           ELSE
              MOVE 'P'                   TO TRG-SITUACAO
              MOVE 'RECEPCAO REGISTRADA' TO WSS-RESULTADO
           END-IF.

           WRITE REG-TRANSREN FROM REG-TRANSREG.

           IF ST-TRANSREN NOT EQUAL 0 THEN
              DISPLAY 'COBOL252 - ERRO WRITE TRANSREN FS=' ST-TRANSREN
              MOVE ST-TRANSREN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-GRAVADOS.

       2500-NOVO-REGISTRO-EXIT.
           EXIT.

      *----
      * RESULTADO DA FUNCAO NO FIM DO RELATORIO
      *----
       8000-IMPRIME-RESULTADO.

           DISPLAY '8000-IMPRIME-RESULTADO'.

           MOVE 'ENVIOS PENDENTES       :' TO LT-ROTULO.
           MOVE WSS-QTD-PENDENTES        TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           WRITE REG-RELTRANS FROM LINHA-TEXTO AFTER ADVANCING 2
           END-WRITE.

           MOVE 'TIPO DE ARQUIVO        :' TO LT-ROTULO.
           MOVE TPR-TIPO                 TO LT-VALOR.
           WRITE REG-RELTRANS FROM LINHA-TEXTO AFTER ADVANCING 2
           END-WRITE.

           MOVE 'GERACAO                :' TO LT-ROTULO.
           MOVE TPR-GERACAO              TO LT-VALOR.
           WRITE REG-RELTRANS FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           MOVE 'REGISTROS              :' TO LT-ROTULO.
           MOVE WSS-QTD-REGISTROS        TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           WRITE REG-RELTRANS FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           MOVE 'TOTAL DE CONTROLE      :' TO LT-ROTULO.
           MOVE WSS-HASH-VALOR           TO MASCARA-HASH.
           MOVE MASCARA-HASH             TO LT-VALOR.
           WRITE REG-RELTRANS FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           MOVE 'RESULTADO              :' TO LT-ROTULO.
           MOVE WSS-RESULTADO            TO LT-VALOR.
           WRITE REG-RELTRANS FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELTRANS NOT EQUAL 0 THEN
              DISPLAY 'COBOL252 - ERRO WRITE RELTRANS FS=' ST-RELTRANS
              MOVE ST-RELTRANS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE RELTRANS.

       8000-IMPRIME-RESULTADO-EXIT.
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
           CALL 'COBOL125' USING WSS-CLASSIF-RC-LINKAGE.

           DISPLAY ' SEVERIDADE      : ' WSS-CLASSIF-RC-SEVERIDADE.
           DISPLAY ' DESCRICAO       : ' WSS-CLASSIF-RC-DESCRICAO.

           DISPLAY '***ABEND-COBOL252*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
