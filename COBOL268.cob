      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : ENVIO PERIODICO DOS CNPJ DO CADASTRO DE
      *            FORNECEDORES (FORNMST) PARA A CONSULTA DA SITUACAO
      *            CADASTRAL NA RECEITA FEDERAL. GRAVA O ARQUIVO
      *            CNPJCONS COM UM REGISTRO POR FORNECEDOR; O RETORNO
      *            DA CONSULTA (CNPJRET) E CARREGADO PELO COBOL269.
      *            O CARTAO OPCIONAL CNPJPARM TRAZ A VALIDADE DA
      *            CONSULTA EM DIAS: FORNECEDOR CONSULTADO HA MENOS
      *            DIAS QUE ISSO NAO E REENVIADO (SEM O CARTAO, OU COM
      *            ZERO, VAI O CADASTRO INTEIRO).
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL268.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 20:00:00.
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
           SELECT CNPJPARM ASSIGN TO CNPJPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CNPJPARM.
      *
           SELECT FORNMST ASSIGN TO FORNMST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FORNMST.
      *
           SELECT CNPJCONS ASSIGN TO CNPJCONS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CNPJCONS.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   CNPJPARM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CARTAO: VALIDADE DA CONSULTA EM DIAS
      *----
       01   REG-CNPJPARM.
            03 CNP-DIAS-VALIDADE           PIC 9(003).
            03 FILLER                      PIC X(077).
      *----
       FD   FORNMST
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
       01   REG-FORNMST.
            03 FOR-CODIGO                  PIC X(030).
            03 FOR-RAZAO                   PIC X(040).
            03 FOR-CNPJ                    PIC 9(014).
            03 FILLER                      PIC X(041).
      *----
      * SITUACAO CADASTRAL DO CNPJ NA RECEITA (COBOL269)
      *----
            03 FOR-SIT-CADASTRAL           PIC 9(002).
            03 FOR-DATA-CONSULTA           PIC 9(008).
            03 FOR-MOEDA                   PIC X(003).
            03 FILLER                      PIC X(022).
      *----
       FD   CNPJCONS
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-CNPJCONS.
            03 CNC-CNPJ                    PIC 9(014).
            03 CNC-CODIGO                  PIC X(030).
            03 CNC-DATA-ENVIO              PIC 9(008).
            03 FILLER                      PIC X(028).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-CNPJPARM                     PIC 9(002) VALUE 0.
       77  ST-FORNMST                      PIC 9(002) VALUE 0.
       77  ST-CNPJCONS                     PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-DIAS-VALIDADE               PIC 9(003) VALUE 0.
       77  WSS-DATA-LIMITE                 PIC 9(008) VALUE 0.
       77  WSS-DATA-INT                    PIC 9(008) VALUE 0.
       77  WSS-REG-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-REG-ENVIADOS                PIC 9(006) VALUE ZEROES.
       77  WSS-REG-SEM-CNPJ                PIC 9(006) VALUE ZEROES.
       77  WSS-REG-VALIDOS                 PIC 9(006) VALUE ZEROES.
      *----
       01  DATA-HORA.
           03 DH-DATA                      PIC 9(008).
           03 FILLER                       PIC X(013).
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL268'
           DISPLAY ' ENVIO DOS CNPJ PARA CONSULTA NA RECEITA'.

           PERFORM 0001-CARGA-CARTAO
              THRU 0001-CARGA-CARTAO-EXIT.

           PERFORM 1000-GERA-CONSULTA
              THRU 1000-GERA-CONSULTA-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL268                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* FORNECEDORES LIDOS   : ' WSS-REG-LIDOS.
           DISPLAY '* CNPJ ENVIADOS        : ' WSS-REG-ENVIADOS.
           DISPLAY '* SEM CNPJ NO CADASTRO : ' WSS-REG-SEM-CNPJ.
           DISPLAY '* CONSULTA NA VALIDADE : ' WSS-REG-VALIDOS.
           DISPLAY '*******************************************'.

           STOP RUN.

      *----
      * VALIDADE DA CONSULTA (CARTAO OPCIONAL): FORNECEDOR CONSULTADO
      * DEPOIS DA DATA LIMITE FICA PARA O PROXIMO ENVIO
      *----
       0001-CARGA-CARTAO.

           DISPLAY '0001-CARGA-CARTAO'.

           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.

           OPEN INPUT CNPJPARM.

           IF ST-CNPJPARM EQUAL 35
              DISPLAY 'COBOL268 - CNPJPARM AUSENTE, ENVIA O CADASTRO '
                      'INTEIRO'
              GO TO 0001-CARGA-CARTAO-EXIT
           END-IF.

           IF ST-CNPJPARM NOT EQUAL 0 THEN
              DISPLAY 'COBOL268 - ERRO OPEN CNPJPARM FS=' ST-CNPJPARM
              MOVE ST-CNPJPARM           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ CNPJPARM.

           IF ST-CNPJPARM EQUAL 0
              AND CNP-DIAS-VALIDADE NUMERIC
              MOVE CNP-DIAS-VALIDADE     TO WSS-DIAS-VALIDADE
           END-IF.

           CLOSE CNPJPARM.

           IF WSS-DIAS-VALIDADE GREATER 0
              COMPUTE WSS-DATA-INT =
                      FUNCTION INTEGER-OF-DATE (DH-DATA)
                      - WSS-DIAS-VALIDADE
              MOVE FUNCTION DATE-OF-INTEGER (WSS-DATA-INT)
                                          TO WSS-DATA-LIMITE
           END-IF.

           DISPLAY ' VALIDADE DA CONSULTA (DIAS): ' WSS-DIAS-VALIDADE.

       0001-CARGA-CARTAO-EXIT.
           EXIT.

      *----
       1000-GERA-CONSULTA.

           DISPLAY '1000-GERA-CONSULTA'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT FORNMST.

           IF ST-FORNMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL268 - ERRO OPEN FORNMST FS=' ST-FORNMST
              MOVE ST-FORNMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT CNPJCONS.

           IF ST-CNPJCONS NOT EQUAL 0 THEN
              DISPLAY 'COBOL268 - ERRO OPEN CNPJCONS FS=' ST-CNPJCONS
              MOVE ST-CNPJCONS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1001-LER-FORNMST
              THRU 1001-LER-FORNMST-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FORNMST.
           CLOSE CNPJCONS.

       1000-GERA-CONSULTA-EXIT.
           EXIT.

      *----
       1001-LER-FORNMST.

           READ FORNMST
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FORNMST NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL268 - ERRO READ FORNMST FS=' ST-FORNMST
              MOVE ST-FORNMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1001-LER-FORNMST-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-LIDOS.

           IF FOR-CNPJ NOT NUMERIC OR FOR-CNPJ EQUAL 0
              ADD 1                      TO WSS-REG-SEM-CNPJ
              GO TO 1001-LER-FORNMST-EXIT
           END-IF.

      *----
      * CONSULTA AINDA NA VALIDADE: SO VOLTA DEPOIS DO PRAZO
      *----
           IF WSS-DIAS-VALIDADE GREATER 0
              AND FOR-DATA-CONSULTA NUMERIC
              AND FOR-DATA-CONSULTA GREATER WSS-DATA-LIMITE
              ADD 1                      TO WSS-REG-VALIDOS
              GO TO 1001-LER-FORNMST-EXIT
           END-IF.

           MOVE SPACES                   TO REG-CNPJCONS.
           MOVE FOR-CNPJ                 TO CNC-CNPJ.
           MOVE FOR-CODIGO               TO CNC-CODIGO.
           MOVE DH-DATA                  TO CNC-DATA-ENVIO.

           WRITE REG-CNPJCONS.

           IF ST-CNPJCONS NOT EQUAL 0 THEN
              DISPLAY 'COBOL268 - ERRO WRITE CNPJCONS FS=' ST-CNPJCONS
              MOVE ST-CNPJCONS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-ENVIADOS.

       1001-LER-FORNMST-EXIT.
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

           DISPLAY '***ABEND-COBOL268*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
