      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : GERA O ARQUIVO DE PEDIDO DE QUALIFICACAO CADASTRAL
      *            (QUALREQ) PARA CONFERENCIA DE CPF, NIS, NOME E DATA
      *            DE NASCIMENTO NA BASE DO GOVERNO, ANTES DO ENVIO DOS
      *            EVENTOS DO COBOL164. VAI NO PEDIDO TODO CADASTRO DE
      *            DADOS PESSOAIS (DADOSPES, COPY2481) AINDA NAO
      *            QUALIFICADO ('A ENVIAR' OU 'ENVIADO' SEM RETORNO).
      *            O NOME VEM DO MESTRE E O CPF DO CPFFUNC; CADASTRO
      *            SEM CPF OU FORA DO MESTRE NAO VAI E SAI NO
      *            RELATORIO RELQREQ. A NOVA GERACAO DADOSPEN SAI COM
      *            OS ENVIADOS MARCADOS 'E' ATE O RETORNO SER TRATADO
      *            PELO COBOL250.
      *            LAYOUT DA LINHA: CPF;NIS;NOME;DDMMAAAA
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL249.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 08:00:00.
       DATE-COMPILED. 2026-10-15.
       INSTALLATION. INEFE.
       SECURITY. CONFIDENTIAL.

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
           SELECT DADOSPES ASSIGN TO DADOSPES
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DADOSPES.
      *
           SELECT CPFFUNC ASSIGN TO CPFFUNC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CPFFUNC.
      *
           SELECT FUNCMST ASSIGN TO FUNCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FM-MATRICULA
                  FILE STATUS IS ST-FUNCMST.
      *
           SELECT DADOSPEN ASSIGN TO DADOSPEN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DADOSPEN.
      *
           SELECT QUALREQ ASSIGN TO QUALREQ
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-QUALREQ.
      *
           SELECT RELQREQ ASSIGN TO RELQREQ
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELQREQ.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   DADOSPES
            RECORDING MODE IS F
            RECORD CONTAINS 250 CHARACTERS.
      *----
       01   REG-DADOSPES-E                 PIC X(250).
      *----
       FD   CPFFUNC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-CPFFUNC.
            03 CPF-MATRICULA               PIC 9(008).
            03 CPF-NUMERO                  PIC 9(011).
            03 FILLER                      PIC X(061).
      *----
       FD  FUNCMST
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      *----
       01  REG-FUNCMST.
           03  FM-MATRICULA                PIC 9(008).
           03  FM-NOME                     PIC X(040).
           03  FILLER                      PIC X(032).
      *----
       FD   DADOSPEN
            RECORDING MODE IS F
            RECORD CONTAINS 250 CHARACTERS.
      *----
       01   REG-DADOSPEN                   PIC X(250).
      *----
       FD   QUALREQ
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-QUALREQ                    PIC X(080).
      *----
       FD   RELQREQ.
      *----
       01   REG-RELQREQ                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-DADOSPES                     PIC 9(002) VALUE 0.
       77  ST-CPFFUNC                      PIC 9(002) VALUE 0.
       77  ST-FUNCMST                      PIC 9(002) VALUE 0.
       77  ST-DADOSPEN                     PIC 9(002) VALUE 0.
       77  ST-QUALREQ                      PIC 9(002) VALUE 0.
       77  ST-RELQREQ                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-QTD-CPFS                    PIC 9(005) VALUE 0.
       77  WSS-REG-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-REG-ENVIADOS                PIC 9(006) VALUE ZEROES.
       77  WSS-REG-QUALIFICADOS            PIC 9(006) VALUE ZEROES.
       77  WSS-REG-NAO-ENVIADOS            PIC 9(006) VALUE ZEROES.
       77  WSS-MOTIVO                      PIC X(040) VALUE SPACES.
       77  WSS-CPF-ACHADO                  PIC 9(011) VALUE ZEROES.
      *----
      * REGISTRO DE TRABALHO NO LAYOUT DO CADASTRO (COPY2481)
      *----
           COPY  'COPY2481'.
      *----
      * DATA DE NASCIMENTO NO FORMATO DO PEDIDO (DDMMAAAA)
      *----
       01  WSS-DN-AAAAMMDD                 PIC 9(008) VALUE ZEROES.
       01  WSS-DN-AAAAMMDD-R REDEFINES WSS-DN-AAAAMMDD.
           03 WSS-DN-ANO                   PIC 9(004).
           03 WSS-DN-MES                   PIC 9(002).
           03 WSS-DN-DIA                   PIC 9(002).
       01  WSS-DN-DDMMAAAA.
           03 WSS-DNP-DIA                  PIC 9(002).
           03 WSS-DNP-MES                  PIC 9(002).
           03 WSS-DNP-ANO                  PIC 9(004).
      *----
      * CPF POR MATRICULA, ORDENADO PARA PESQUISA BINARIA
      *----
       01  WSS-TAB-CPFS.
           05 WSS-CPF-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-CPFS
                 ASCENDING KEY IS TCP-MATRICULA
                 INDEXED BY IDX-CPF.
              10 TCP-MATRICULA             PIC 9(008).
              10 TCP-CPF                   PIC 9(011).
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  DET01.
           03 MATRICULA-DET                PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 NOME-DET                     PIC X(040) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 RESULTADO-DET                PIC X(011) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 MOTIVO-DET                   PIC X(040) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL249'
           DISPLAY ' PEDIDO DE QUALIFICACAO CADASTRAL'.

           PERFORM 1000-CARGA-CPFS
              THRU 1000-CARGA-CPFS-EXIT.

           PERFORM 2000-GERA-PEDIDO
              THRU 2000-GERA-PEDIDO-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL249                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* CADASTROS LIDOS      : ' WSS-REG-LIDOS.
           DISPLAY '* JA QUALIFICADOS      : ' WSS-REG-QUALIFICADOS.
           DISPLAY '* ENVIADOS NO PEDIDO   : ' WSS-REG-ENVIADOS.
           DISPLAY '* NAO ENVIADOS         : ' WSS-REG-NAO-ENVIADOS.
           DISPLAY '*******************************************'.

           IF WSS-REG-NAO-ENVIADOS GREATER 0
              MOVE 4                     TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----
      * CADASTRO DE CPF POR MATRICULA; SEM CPFFUNC NENHUM CADASTRO
      * PODE SER ENVIADO
      *----
       1000-CARGA-CPFS.

           DISPLAY '1000-CARGA-CPFS'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT CPFFUNC.

           IF ST-CPFFUNC EQUAL 35
              DISPLAY 'COBOL249 - CPFFUNC NAO INFORMADO, NENHUM '
                      'CADASTRO SERA ENVIADO'
              GO TO 1000-CARGA-CPFS-EXIT
           END-IF.

           IF ST-CPFFUNC NOT EQUAL 0 THEN
              DISPLAY 'COBOL249 - ERRO OPEN CPFFUNC FS=' ST-CPFFUNC
              MOVE ST-CPFFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1001-LER-CPFFUNC
              THRU 1001-LER-CPFFUNC-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CPFFUNC.

           MOVE 'N'                      TO WSS-EOF.

           IF WSS-QTD-CPFS GREATER 1
              SORT WSS-CPF-ENTRY ASCENDING TCP-MATRICULA
           END-IF.

           DISPLAY ' CPFS CARREGADOS : ' WSS-QTD-CPFS.

       1000-CARGA-CPFS-EXIT.
           EXIT.

      *----
       1001-LER-CPFFUNC.

           READ CPFFUNC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CPFFUNC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL249 - ERRO READ CPFFUNC FS=' ST-CPFFUNC
              MOVE ST-CPFFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1001-LER-CPFFUNC-EXIT
           END-IF.

           IF WSS-QTD-CPFS LESS 20000
              ADD 1                      TO WSS-QTD-CPFS
              MOVE CPF-MATRICULA         TO
                   TCP-MATRICULA (WSS-QTD-CPFS)
              MOVE CPF-NUMERO            TO TCP-CPF (WSS-QTD-CPFS)
           ELSE
              DISPLAY 'COBOL249 - TABELA DE CPFS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       1001-LER-CPFFUNC-EXIT.
           EXIT.

      *----
       2000-GERA-PEDIDO.

           DISPLAY '2000-GERA-PEDIDO'.

           OPEN INPUT DADOSPES.

           IF ST-DADOSPES NOT EQUAL 0 THEN
              DISPLAY 'COBOL249 - ERRO OPEN DADOSPES FS=' ST-DADOSPES
              MOVE ST-DADOSPES           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN INPUT FUNCMST.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL249 - ERRO OPEN FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT DADOSPEN.

           IF ST-DADOSPEN NOT EQUAL 0 THEN
              DISPLAY 'COBOL249 - ERRO OPEN DADOSPEN FS=' ST-DADOSPEN
              MOVE ST-DADOSPEN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT QUALREQ.

           IF ST-QUALREQ NOT EQUAL 0 THEN
              DISPLAY 'COBOL249 - ERRO OPEN QUALREQ FS=' ST-QUALREQ
              MOVE ST-QUALREQ            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT RELQREQ.

           IF ST-RELQREQ NOT EQUAL 0 THEN
              DISPLAY 'COBOL249 - ERRO OPEN RELQREQ FS=' ST-RELQREQ
              MOVE ST-RELQREQ            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 2001-TRATA-CADASTRO
              THRU 2001-TRATA-CADASTRO-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE DADOSPES.
           CLOSE FUNCMST.
           CLOSE DADOSPEN.
           CLOSE QUALREQ.
           CLOSE RELQREQ.

       2000-GERA-PEDIDO-EXIT.
           EXIT.

      *----
       2001-TRATA-CADASTRO.

           READ DADOSPES INTO REG-DADOSPES
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-DADOSPES NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL249 - ERRO READ DADOSPES FS=' ST-DADOSPES
              MOVE ST-DADOSPES           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 2001-TRATA-CADASTRO-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-LIDOS.

           IF DPS-QLF-A-ENVIAR OR DPS-QLF-ENVIADO
              PERFORM 2100-ENVIA-CADASTRO
                 THRU 2100-ENVIA-CADASTRO-EXIT
           ELSE
              ADD 1                      TO WSS-REG-QUALIFICADOS
           END-IF.

           WRITE REG-DADOSPEN FROM REG-DADOSPES
           END-WRITE.

           IF ST-DADOSPEN NOT EQUAL 0
              DISPLAY 'COBOL249 - ERRO WRITE DADOSPEN FS=' ST-DADOSPEN
              MOVE ST-DADOSPEN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       2001-TRATA-CADASTRO-EXIT.
           EXIT.

      *----
      * MONTA A LINHA DO PEDIDO; NOME ATE O PRIMEIRO ESPACO DUPLO
      *----
       2100-ENVIA-CADASTRO.

           MOVE DPS-MATRICULA            TO FM-MATRICULA.
           MOVE 'Y'                      TO WSS-ACHOU.

           READ FUNCMST
              INVALID KEY
                 MOVE 'N'                TO WSS-ACHOU
           END-READ.

           IF WSS-ACHOU EQUAL 'N'
              MOVE SPACES                TO FM-NOME
              MOVE 'MATRICULA NAO CADASTRADA NO MESTRE'
                                          TO WSS-MOTIVO
              PERFORM 2900-IMPRIME-NAO-ENVIADO
                 THRU 2900-IMPRIME-NAO-ENVIADO-EXIT
              GO TO 2100-ENVIA-CADASTRO-EXIT
           END-IF.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL249 - ERRO READ FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-ACHOU.

           IF WSS-QTD-CPFS GREATER 0
              SEARCH ALL WSS-CPF-ENTRY
                  AT END
                     MOVE 'N'            TO WSS-ACHOU
                  WHEN TCP-MATRICULA (IDX-CPF) EQUAL DPS-MATRICULA
                     MOVE 'Y'            TO WSS-ACHOU
                     MOVE TCP-CPF (IDX-CPF)
                                          TO WSS-CPF-ACHADO
              END-SEARCH
           END-IF.

           IF WSS-ACHOU NOT EQUAL 'Y'
              MOVE 'SEM CPF NO CADASTRO' TO WSS-MOTIVO
              PERFORM 2900-IMPRIME-NAO-ENVIADO
                 THRU 2900-IMPRIME-NAO-ENVIADO-EXIT
              GO TO 2100-ENVIA-CADASTRO-EXIT
           END-IF.

           MOVE DPS-DATA-NASC            TO WSS-DN-AAAAMMDD.
           MOVE WSS-DN-DIA               TO WSS-DNP-DIA.
           MOVE WSS-DN-MES               TO WSS-DNP-MES.
           MOVE WSS-DN-ANO               TO WSS-DNP-ANO.

           MOVE SPACES                   TO REG-QUALREQ.

           STRING WSS-CPF-ACHADO         DELIMITED BY SIZE
                  ';'                    DELIMITED BY SIZE
                  DPS-NIS                DELIMITED BY SIZE
                  ';'                    DELIMITED BY SIZE
                  FM-NOME                DELIMITED BY '  '
                  ';'                    DELIMITED BY SIZE
                  WSS-DN-DDMMAAAA        DELIMITED BY SIZE
             INTO REG-QUALREQ
           END-STRING.

           WRITE REG-QUALREQ
           END-WRITE.

           IF ST-QUALREQ NOT EQUAL 0
              DISPLAY 'COBOL249 - ERRO WRITE QUALREQ FS=' ST-QUALREQ
              MOVE ST-QUALREQ            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'E'                      TO DPS-QLF-SITUACAO.
           ADD 1                         TO WSS-REG-ENVIADOS.

       2100-ENVIA-CADASTRO-EXIT.
           EXIT.

      *----
       2900-IMPRIME-NAO-ENVIADO.

           ADD 1                         TO WSS-REG-NAO-ENVIADOS.

           MOVE DPS-MATRICULA            TO MATRICULA-DET.
           MOVE FM-NOME                  TO NOME-DET.
           MOVE 'NAO ENVIADO'            TO RESULTADO-DET.
           MOVE WSS-MOTIVO               TO MOTIVO-DET.

           WRITE REG-RELQREQ FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELQREQ NOT EQUAL 0 THEN
              DISPLAY 'COBOL249 - ERRO WRITE RELQREQ FS=' ST-RELQREQ
              MOVE ST-RELQREQ            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       2900-IMPRIME-NAO-ENVIADO-EXIT.
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

           DISPLAY '***ABEND-COBOL249*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
