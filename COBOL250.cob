      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : TRATA O RETORNO DA QUALIFICACAO CADASTRAL (QUALRET)
      *            PEDIDA PELO COBOL249. CADA LINHA DO RETORNO TRAZ
      *            CPF;NIS;NOME;DN SEGUIDOS DOS INDICADORES ('0'/'1')
      *            NIS INVALIDO;CPF INVALIDO;NOME DIVERGENTE;DN
      *            DIVERGENTE;NIS NAO CONSTA NO CNIS;DN DIVERGE NO
      *            CNIS;CPF NAO CONSTA;CPF DIVERGE DO NIS NO CNIS.
      *            O CPF E CASADO COM A MATRICULA PELO CPFFUNC E O
      *            CADASTRO DE DADOS PESSOAIS (DADOSPES, COPY2481) E
      *            REGRAVADO NA NOVA GERACAO DADOSPEN COM A SITUACAO
      *            'Q' (QUALIFICADO) OU 'D' (DIVERGENTE) E A DATA DO
      *            RETORNO. TRABALHADOR DIVERGENTE FICA FORA DOS
      *            EVENTOS DO COBOL164 ATE SER CORRIGIDO (COBOL248) E
      *            QUALIFICADO DE NOVO. RELATORIO RELQUALI.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL250.
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
           SELECT QUALRET ASSIGN TO QUALRET
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-QUALRET.
      *
           SELECT CPFFUNC ASSIGN TO CPFFUNC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CPFFUNC.
      *
           SELECT DADOSPES ASSIGN TO DADOSPES
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DADOSPES.
      *
           SELECT DADOSPEN ASSIGN TO DADOSPEN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DADOSPEN.
      *
           SELECT RELQUALI ASSIGN TO RELQUALI
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELQUALI.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   QUALRET
            RECORDING MODE IS F
            RECORD CONTAINS 200 CHARACTERS.
      *----
       01   REG-QUALRET                    PIC X(200).
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
       FD   DADOSPES
            RECORDING MODE IS F
            RECORD CONTAINS 250 CHARACTERS.
      *----
       01   REG-DADOSPES-E                 PIC X(250).
      *----
       FD   DADOSPEN
            RECORDING MODE IS F
            RECORD CONTAINS 250 CHARACTERS.
      *----
       01   REG-DADOSPEN                   PIC X(250).
      *----
       FD   RELQUALI.
      *----
       01   REG-RELQUALI                   PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-QUALRET                      PIC 9(002) VALUE 0.
       77  ST-CPFFUNC                      PIC 9(002) VALUE 0.
       77  ST-DADOSPES                     PIC 9(002) VALUE 0.
       77  ST-DADOSPEN                     PIC 9(002) VALUE 0.
       77  ST-RELQUALI                     PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-QTD-CPFS                    PIC 9(005) VALUE 0.
       77  WSS-QTD-RETORNOS                PIC 9(005) VALUE 0.
       77  WSS-MATRICULA-ACHADA            PIC 9(008) VALUE ZEROES.
       77  WSS-DATA-HOJE                   PIC 9(008) VALUE ZEROES.
       77  WSS-PONTEIRO                    PIC 9(003) COMP VALUE 0.
       77  WSS-REG-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-REG-QUALIFICADOS            PIC 9(006) VALUE ZEROES.
       77  WSS-REG-DIVERGENTES             PIC 9(006) VALUE ZEROES.
       77  WSS-REG-NAO-LOCALIZADOS         PIC 9(006) VALUE ZEROES.
       77  WSS-MOTIVO                      PIC X(040) VALUE SPACES.
      *----
      * REGISTRO DE TRABALHO NO LAYOUT DO CADASTRO (COPY2481)
      *----
           COPY  'COPY2481'.
      *----
      * CAMPOS DA LINHA DO RETORNO, SEPARADOS POR ';'
      *----
       01  WSS-RETORNO.
           03 RET-CPF                      PIC X(011).
           03 RET-CPF-N REDEFINES RET-CPF  PIC 9(011).
           03 RET-NIS                      PIC X(011).
           03 RET-NOME                     PIC X(060).
           03 RET-DN                       PIC X(008).
           03 RET-COD-NIS-INV              PIC X(001).
           03 RET-COD-CPF-INV              PIC X(001).
           03 RET-COD-NOME-INV             PIC X(001).
           03 RET-COD-DN-INV               PIC X(001).
           03 RET-COD-CNIS-NIS             PIC X(001).
           03 RET-COD-CNIS-DN              PIC X(001).
           03 RET-COD-CPF-NAO-CONSTA       PIC X(001).
           03 RET-COD-CNIS-CPF             PIC X(001).
      *----
      * INDICADORES CONSOLIDADOS NA ORDEM DO CADASTRO (COPY2481)
      *----
       01  WSS-DIVERGENCIAS.
           03 WSS-DIV-CPF-INVALIDO         PIC X(001).
           03 WSS-DIV-NIS-INVALIDO         PIC X(001).
           03 WSS-DIV-NOME-DIVERG          PIC X(001).
           03 WSS-DIV-DN-DIVERG            PIC X(001).
           03 WSS-DIV-CPF-NAO-CONSTA       PIC X(001).
           03 WSS-DIV-NIS-CPF-DIVERG       PIC X(001).
      *----
      * MATRICULA POR CPF, ORDENADO PARA PESQUISA BINARIA
      *----
       01  WSS-TAB-CPFS.
           05 WSS-CPF-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-CPFS
                 ASCENDING KEY IS TCP-CPF
                 INDEXED BY IDX-CPF.
              10 TCP-CPF                   PIC 9(011).
              10 TCP-MATRICULA             PIC 9(008).
      *----
      * RETORNOS JA CASADOS COM A MATRICULA, ORDENADOS POR MATRICULA
      * PARA O CASAMENTO COM O CADASTRO
      *----
       01  WSS-TAB-RETORNOS.
           05 WSS-RET-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-RETORNOS
                 ASCENDING KEY IS TRT-MATRICULA
                 INDEXED BY IDX-RET.
              10 TRT-MATRICULA             PIC 9(008).
              10 TRT-NOME                  PIC X(040).
              10 TRT-DIVERGENCIAS          PIC X(006).
              10 TRT-APLICADO              PIC X(001).
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
           03 RESULTADO-DET                PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 MOTIVO-DET                   PIC X(040) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL250'
           DISPLAY ' RETORNO DA QUALIFICACAO CADASTRAL'.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WSS-DATA-HOJE.

           OPEN OUTPUT RELQUALI.

           IF ST-RELQUALI NOT EQUAL 0 THEN
              DISPLAY 'COBOL250 - ERRO OPEN RELQUALI FS=' ST-RELQUALI
              MOVE ST-RELQUALI           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1000-CARGA-CPFS
              THRU 1000-CARGA-CPFS-EXIT.

           PERFORM 1100-CARGA-RETORNO
              THRU 1100-CARGA-RETORNO-EXIT.

           PERFORM 2000-ATUALIZA-CADASTRO
              THRU 2000-ATUALIZA-CADASTRO-EXIT.

           PERFORM 3000-LISTA-SEM-CADASTRO
              THRU 3000-LISTA-SEM-CADASTRO-EXIT
              VARYING IDX-RET FROM 1 BY 1
                UNTIL IDX-RET > WSS-QTD-RETORNOS.

           CLOSE RELQUALI.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL250                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* LINHAS DO RETORNO    : ' WSS-REG-LIDOS.
           DISPLAY '* QUALIFICADOS         : ' WSS-REG-QUALIFICADOS.
           DISPLAY '* DIVERGENTES          : ' WSS-REG-DIVERGENTES.
           DISPLAY '* NAO LOCALIZADOS      : '
                   WSS-REG-NAO-LOCALIZADOS.
           DISPLAY '*******************************************'.

           IF WSS-REG-DIVERGENTES GREATER 0
              OR WSS-REG-NAO-LOCALIZADOS GREATER 0
              MOVE 4                     TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----
       1000-CARGA-CPFS.

           DISPLAY '1000-CARGA-CPFS'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT CPFFUNC.

           IF ST-CPFFUNC NOT EQUAL 0 THEN
              DISPLAY 'COBOL250 - ERRO OPEN CPFFUNC FS=' ST-CPFFUNC
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
              SORT WSS-CPF-ENTRY ASCENDING TCP-CPF
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
              DISPLAY 'COBOL250 - ERRO READ CPFFUNC FS=' ST-CPFFUNC
              MOVE ST-CPFFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1001-LER-CPFFUNC-EXIT
           END-IF.

           IF WSS-QTD-CPFS LESS 20000
              ADD 1                      TO WSS-QTD-CPFS
              MOVE CPF-NUMERO            TO TCP-CPF (WSS-QTD-CPFS)
              MOVE CPF-MATRICULA         TO
                   TCP-MATRICULA (WSS-QTD-CPFS)
           ELSE
              DISPLAY 'COBOL250 - TABELA DE CPFS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       1001-LER-CPFFUNC-EXIT.
           EXIT.

      *----
      * LE O RETORNO, CASA O CPF COM A MATRICULA E GUARDA OS
      * INDICADORES; LINHA COM CPF NAO NUMERICO (CABECALHO) E
      * IGNORADA
      *----
       1100-CARGA-RETORNO.

           DISPLAY '1100-CARGA-RETORNO'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT QUALRET.

           IF ST-QUALRET NOT EQUAL 0 THEN
              DISPLAY 'COBOL250 - ERRO OPEN QUALRET FS=' ST-QUALRET
              MOVE ST-QUALRET            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1101-LER-QUALRET
              THRU 1101-LER-QUALRET-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE QUALRET.

           MOVE 'N'                      TO WSS-EOF.

           IF WSS-QTD-RETORNOS GREATER 1
              SORT WSS-RET-ENTRY ASCENDING TRT-MATRICULA
           END-IF.

           DISPLAY ' RETORNOS CASADOS : ' WSS-QTD-RETORNOS.

       1100-CARGA-RETORNO-EXIT.
           EXIT.

      *----
       1101-LER-QUALRET.

           READ QUALRET
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-QUALRET NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL250 - ERRO READ QUALRET FS=' ST-QUALRET
              MOVE ST-QUALRET            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1101-LER-QUALRET-EXIT
           END-IF.

           MOVE SPACES                   TO WSS-RETORNO.

           UNSTRING REG-QUALRET DELIMITED BY ';'
               INTO RET-CPF
                    RET-NIS
                    RET-NOME
                    RET-DN
                    RET-COD-NIS-INV
                    RET-COD-CPF-INV
                    RET-COD-NOME-INV
                    RET-COD-DN-INV
                    RET-COD-CNIS-NIS
                    RET-COD-CNIS-DN
                    RET-COD-CPF-NAO-CONSTA
                    RET-COD-CNIS-CPF
           END-UNSTRING.

           IF RET-CPF NOT NUMERIC
              GO TO 1101-LER-QUALRET-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-LIDOS.

           PERFORM 1110-CONSOLIDA-INDICADORES
              THRU 1110-CONSOLIDA-INDICADORES-EXIT.

           MOVE 'N'                      TO WSS-ACHOU.

           IF WSS-QTD-CPFS GREATER 0
              SEARCH ALL WSS-CPF-ENTRY
                  AT END
                     MOVE 'N'            TO WSS-ACHOU
                  WHEN TCP-CPF (IDX-CPF) EQUAL RET-CPF-N
                     MOVE 'Y'            TO WSS-ACHOU
                     MOVE TCP-MATRICULA (IDX-CPF)
                                          TO WSS-MATRICULA-ACHADA
              END-SEARCH
           END-IF.

           IF WSS-ACHOU NOT EQUAL 'Y'
              ADD 1                      TO WSS-REG-NAO-LOCALIZADOS
              MOVE ZEROES                TO MATRICULA-DET
              MOVE RET-NOME              TO NOME-DET
              MOVE 'NAO LOCALIZADO'      TO RESULTADO-DET
              MOVE 'CPF DO RETORNO FORA DO CPFFUNC'
                                          TO MOTIVO-DET
              PERFORM 2900-IMPRIME-LINHA
                 THRU 2900-IMPRIME-LINHA-EXIT
              GO TO 1101-LER-QUALRET-EXIT
           END-IF.

           IF WSS-QTD-RETORNOS NOT LESS 20000
              DISPLAY 'COBOL250 - TABELA DE RETORNOS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-RETORNOS.
           MOVE WSS-MATRICULA-ACHADA     TO
                TRT-MATRICULA (WSS-QTD-RETORNOS).
           MOVE RET-NOME                 TO
                TRT-NOME (WSS-QTD-RETORNOS).
           MOVE WSS-DIVERGENCIAS         TO
                TRT-DIVERGENCIAS (WSS-QTD-RETORNOS).
           MOVE 'N'                      TO
                TRT-APLICADO (WSS-QTD-RETORNOS).

       1101-LER-QUALRET-EXIT.
           EXIT.

      *----
      * OITO INDICADORES DO RETORNO VIRAM OS SEIS DO CADASTRO: O NIS
      * E A DATA DE NASCIMENTO DIVERGEM TANTO NA BASE DO CPF QUANTO
      * NO CNIS
      *----
       1110-CONSOLIDA-INDICADORES.

           MOVE ALL '0'                  TO WSS-DIVERGENCIAS.

           IF RET-COD-CPF-INV EQUAL '1'
              MOVE '1'                   TO WSS-DIV-CPF-INVALIDO
           END-IF.

           IF RET-COD-NIS-INV EQUAL '1'
              OR RET-COD-CNIS-NIS EQUAL '1'
              MOVE '1'                   TO WSS-DIV-NIS-INVALIDO
           END-IF.

           IF RET-COD-NOME-INV EQUAL '1'
              MOVE '1'                   TO WSS-DIV-NOME-DIVERG
           END-IF.

           IF RET-COD-DN-INV EQUAL '1'
              OR RET-COD-CNIS-DN EQUAL '1'
              MOVE '1'                   TO WSS-DIV-DN-DIVERG
           END-IF.

           IF RET-COD-CPF-NAO-CONSTA EQUAL '1'
              MOVE '1'                   TO WSS-DIV-CPF-NAO-CONSTA
           END-IF.

           IF RET-COD-CNIS-CPF EQUAL '1'
              MOVE '1'                   TO WSS-DIV-NIS-CPF-DIVERG
           END-IF.

       1110-CONSOLIDA-INDICADORES-EXIT.
           EXIT.

      *----
      * REGRAVA O CADASTRO NA NOVA GERACAO, APLICANDO OS RETORNOS
      *----
       2000-ATUALIZA-CADASTRO.

           DISPLAY '2000-ATUALIZA-CADASTRO'.

           OPEN INPUT DADOSPES.

           IF ST-DADOSPES NOT EQUAL 0 THEN
              DISPLAY 'COBOL250 - ERRO OPEN DADOSPES FS=' ST-DADOSPES
              MOVE ST-DADOSPES           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT DADOSPEN.

           IF ST-DADOSPEN NOT EQUAL 0 THEN
              DISPLAY 'COBOL250 - ERRO OPEN DADOSPEN FS=' ST-DADOSPEN
              MOVE ST-DADOSPEN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 2001-TRATA-CADASTRO
              THRU 2001-TRATA-CADASTRO-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE DADOSPES.
           CLOSE DADOSPEN.

       2000-ATUALIZA-CADASTRO-EXIT.
           EXIT.

      *----
       2001-TRATA-CADASTRO.

           READ DADOSPES INTO REG-DADOSPES
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-DADOSPES NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL250 - ERRO READ DADOSPES FS=' ST-DADOSPES
              MOVE ST-DADOSPES           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 2001-TRATA-CADASTRO-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-ACHOU.

           IF WSS-QTD-RETORNOS GREATER 0
              SEARCH ALL WSS-RET-ENTRY
                  AT END
                     MOVE 'N'            TO WSS-ACHOU
                  WHEN TRT-MATRICULA (IDX-RET) EQUAL DPS-MATRICULA
                     MOVE 'Y'            TO WSS-ACHOU
              END-SEARCH
           END-IF.

           IF WSS-ACHOU EQUAL 'Y'
              PERFORM 2100-APLICA-RETORNO
                 THRU 2100-APLICA-RETORNO-EXIT
           END-IF.

           WRITE REG-DADOSPEN FROM REG-DADOSPES
           END-WRITE.

           IF ST-DADOSPEN NOT EQUAL 0
              DISPLAY 'COBOL250 - ERRO WRITE DADOSPEN FS=' ST-DADOSPEN
              MOVE ST-DADOSPEN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       2001-TRATA-CADASTRO-EXIT.
           EXIT.

      *----
       2100-APLICA-RETORNO.

           MOVE 'S'                      TO TRT-APLICADO (IDX-RET).
           MOVE TRT-DIVERGENCIAS (IDX-RET)
                                          TO DPS-QLF-DIVERGENCIAS.
           MOVE WSS-DATA-HOJE            TO DPS-QLF-DATA.

           MOVE DPS-MATRICULA            TO MATRICULA-DET.
           MOVE TRT-NOME (IDX-RET)       TO NOME-DET.

           IF DPS-QLF-DIVERGENCIAS EQUAL ALL '0'
              MOVE 'Q'                   TO DPS-QLF-SITUACAO
              ADD 1                      TO WSS-REG-QUALIFICADOS
              MOVE 'QUALIFICADO'         TO RESULTADO-DET
              MOVE SPACES                TO MOTIVO-DET
           ELSE
              MOVE 'D'                   TO DPS-QLF-SITUACAO
              ADD 1                      TO WSS-REG-DIVERGENTES
              MOVE 'DIVERGENTE'          TO RESULTADO-DET
              PERFORM 2110-MONTA-MOTIVO
                 THRU 2110-MONTA-MOTIVO-EXIT
              MOVE WSS-MOTIVO            TO MOTIVO-DET
           END-IF.

           PERFORM 2900-IMPRIME-LINHA
              THRU 2900-IMPRIME-LINHA-EXIT.

       2100-APLICA-RETORNO-EXIT.
           EXIT.

      *----
      * LISTA RESUMIDA DAS DIVERGENCIAS APONTADAS
      *----
       2110-MONTA-MOTIVO.

           MOVE SPACES                   TO WSS-MOTIVO.
           MOVE 1                        TO WSS-PONTEIRO.

           IF DPS-QLF-CPF-INVALIDO EQUAL '1'
              STRING 'CPF-INV '          DELIMITED BY SIZE
                INTO WSS-MOTIVO WITH POINTER WSS-PONTEIRO
              END-STRING
           END-IF.

           IF DPS-QLF-NIS-INVALIDO EQUAL '1'
              STRING 'NIS-INV '          DELIMITED BY SIZE
                INTO WSS-MOTIVO WITH POINTER WSS-PONTEIRO
              END-STRING
           END-IF.

           IF DPS-QLF-NOME-DIVERG EQUAL '1'
              STRING 'NOME '             DELIMITED BY SIZE
                INTO WSS-MOTIVO WITH POINTER WSS-PONTEIRO
              END-STRING
           END-IF.

           IF DPS-QLF-DN-DIVERG EQUAL '1'
              STRING 'NASCIMENTO '       DELIMITED BY SIZE
                INTO WSS-MOTIVO WITH POINTER WSS-PONTEIRO
              END-STRING
           END-IF.

           IF DPS-QLF-CPF-NAO-CONSTA EQUAL '1'
              STRING 'CPF-NAO-CONSTA '   DELIMITED BY SIZE
                INTO WSS-MOTIVO WITH POINTER WSS-PONTEIRO
              END-STRING
           END-IF.

           IF DPS-QLF-NIS-CPF-DIVERG EQUAL '1'
              STRING 'NIS-X-CPF'         DELIMITED BY SIZE
                INTO WSS-MOTIVO WITH POINTER WSS-PONTEIRO
              END-STRING
           END-IF.

       2110-MONTA-MOTIVO-EXIT.
           EXIT.

      *----
       2900-IMPRIME-LINHA.

           WRITE REG-RELQUALI FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELQUALI NOT EQUAL 0 THEN
              DISPLAY 'COBOL250 - ERRO WRITE RELQUALI FS=' ST-RELQUALI
              MOVE ST-RELQUALI           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       2900-IMPRIME-LINHA-EXIT.
           EXIT.

      *----
      * RETORNO DE MATRICULA SEM CADASTRO DE DADOS PESSOAIS
      *----
       3000-LISTA-SEM-CADASTRO.

           IF TRT-APLICADO (IDX-RET) EQUAL 'S'
              GO TO 3000-LISTA-SEM-CADASTRO-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-NAO-LOCALIZADOS.

           MOVE TRT-MATRICULA (IDX-RET)  TO MATRICULA-DET.
           MOVE TRT-NOME (IDX-RET)       TO NOME-DET.
           MOVE 'NAO LOCALIZADO'         TO RESULTADO-DET.
           MOVE 'MATRICULA SEM CADASTRO DE DADOS PESSOAIS'
                                          TO MOTIVO-DET.

           PERFORM 2900-IMPRIME-LINHA
              THRU 2900-IMPRIME-LINHA-EXIT.

       3000-LISTA-SEM-CADASTRO-EXIT.
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

           DISPLAY '***ABEND-COBOL250*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
