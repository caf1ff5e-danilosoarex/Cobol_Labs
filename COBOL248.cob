      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : MANUTENCAO BATCH DO CADASTRO COMPLEMENTAR DE DADOS
      *            PESSOAIS DO FUNCIONARIO (DADOSPES, COPY2481). LE O
      *            ARQUIVO DE MOVIMENTOS MOVPESS ('I' INCLUSAO, 'A'
      *            ALTERACAO, 'E' EXCLUSAO, CASADOS POR MATRICULA),
      *            VALIDA A MATRICULA NO MESTRE, A DATA DE NASCIMENTO
      *            (VALIDA-DATA, COBOL100), O DIGITO DO NIS, A UF E O
      *            CEP, E REGRAVA O CADASTRO COMPLETO NA NOVA GERACAO
      *            DADOSPEN, COM RELATORIO DE APLICADOS E REJEITADOS
      *            (RELPESS). NA ALTERACAO, CAMPO EM BRANCO OU ZERADO
      *            NO MOVIMENTO MANTEM O VALOR CADASTRADO. ALTERAR A
      *            DATA DE NASCIMENTO OU O NIS VOLTA A QUALIFICACAO
      *            CADASTRAL PARA 'A ENVIAR' (COBOL249).
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL248.
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
           SELECT MOVPESS ASSIGN TO MOVPESS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-MOVPESS.
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
           SELECT RELPESS ASSIGN TO RELPESS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELPESS.
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
       FD   MOVPESS
            RECORDING MODE IS F
            RECORD CONTAINS 200 CHARACTERS.
      *----
       01   REG-MOVPESS.
            03 MPS-TIPO                    PIC X(001).
               88 MPS-INCLUSAO                     VALUE 'I'.
               88 MPS-ALTERACAO                    VALUE 'A'.
               88 MPS-EXCLUSAO                     VALUE 'E'.
            03 MPS-MATRICULA               PIC 9(008).
            03 MPS-DATA-NASC               PIC X(008).
            03 MPS-NIS                     PIC X(011).
            03 MPS-NOME-MAE                PIC X(040).
            03 MPS-LOGRADOURO              PIC X(040).
            03 MPS-NUMERO                  PIC X(006).
            03 MPS-COMPLEMENTO             PIC X(015).
            03 MPS-BAIRRO                  PIC X(025).
            03 MPS-CIDADE                  PIC X(030).
            03 MPS-UF                      PIC X(002).
            03 MPS-CEP                     PIC X(008).
            03 FILLER                      PIC X(006).
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
       FD   RELPESS.
      *----
       01   REG-RELPESS                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-DADOSPES                     PIC 9(002) VALUE 0.
       77  ST-MOVPESS                      PIC 9(002) VALUE 0.
       77  ST-FUNCMST                      PIC 9(002) VALUE 0.
       77  ST-DADOSPEN                     PIC 9(002) VALUE 0.
       77  ST-RELPESS                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-QTD-PESSOAS                 PIC 9(005) VALUE 0.
       77  WSS-REG-MOVIMENTOS              PIC 9(006) VALUE ZEROES.
       77  WSS-REG-APLICADOS               PIC 9(006) VALUE ZEROES.
       77  WSS-REG-REJEITADOS              PIC 9(006) VALUE ZEROES.
       77  WSS-RESULTADO                   PIC X(001) VALUE SPACE.
           88 WSS-MOV-APLICADO                       VALUE 'A'.
           88 WSS-MOV-REJEITADO                      VALUE 'R'.
       77  WSS-MOTIVO                      PIC X(040) VALUE SPACES.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-DATA-HOJE                   PIC 9(008) VALUE ZEROES.
       77  WSS-DATA-NASC-ANT               PIC 9(008) VALUE ZEROES.
       77  WSS-NIS-ANT                     PIC 9(011) VALUE ZEROES.
       77  WSS-NIS-SOMA                    PIC 9(004) COMP VALUE 0.
       77  WSS-NIS-QUOC                    PIC 9(004) COMP VALUE 0.
       77  WSS-NIS-RESTO                   PIC 9(004) COMP VALUE 0.
       77  WSS-NIS-DV                      PIC 9(002) VALUE 0.
       77  WSS-NIS-POS                     PIC 9(004) COMP VALUE 0.
       77  WSS-UF-TESTE                    PIC X(002) VALUE SPACES.
           88 WSS-UF-VALIDA    VALUE 'AC' 'AL' 'AP' 'AM' 'BA' 'CE'
                                     'DF' 'ES' 'GO' 'MA' 'MT' 'MS'
                                     'MG' 'PA' 'PB' 'PR' 'PE' 'PI'
                                     'RJ' 'RN' 'RS' 'RO' 'RR' 'SC'
                                     'SP' 'SE' 'TO'.
      *----
      * REGISTRO DE TRABALHO NO LAYOUT DO CADASTRO (COPY2481)
      *----
           COPY  'COPY2481'.
      *----
      * NIS (PIS/PASEP): DIGITO VERIFICADOR MODULO 11 SOBRE AS DEZ
      * PRIMEIRAS POSICOES, PESOS 3 2 9 8 7 6 5 4 3 2; RESTO 0 OU 1
      * DA DIGITO ZERO
      *----
       01  WSS-NIS-NUMERO                  PIC 9(011) VALUE ZEROES.
       01  WSS-NIS-DIGITOS REDEFINES WSS-NIS-NUMERO.
           03 WSS-NIS-DIG                  PIC 9(001) OCCURS 11 TIMES.
       01  WSS-NIS-PESOS-VAL               PIC X(010)
                                           VALUE '3298765432'.
       01  WSS-NIS-PESOS REDEFINES WSS-NIS-PESOS-VAL.
           03 WSS-NIS-PESO                 PIC 9(001) OCCURS 10 TIMES.
      *----
      * CADASTRO COMPLETO EM MEMORIA: OS MOVIMENTOS SAO APLICADOS NA
      * TABELA E O RESULTADO REGRAVADO NA NOVA GERACAO, EM ORDEM DE
      * MATRICULA
      *----
       01  WSS-TAB-PESSOAS.
           05 WSS-DPS-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-PESSOAS
                 ASCENDING KEY IS TDP-MATRICULA
                 INDEXED BY IDX-DPS.
              10 TDP-REGISTRO.
                 15 TDP-MATRICULA          PIC 9(008).
                 15 FILLER                 PIC X(242).
              10 TDP-ATIVO                 PIC X(001).
      *----
      * LINKAGE DO KIT DE VALIDACOES (COBOL100) - VALIDA-DATA
      *----
           COPY  'COPY1001'.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  DET01.
           03 TIPO-DET                     PIC X(001) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 MATRICULA-DET                PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 NOME-DET                     PIC X(040) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 RESULTADO-DET                PIC X(009) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 MOTIVO-DET                   PIC X(040) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL248'
           DISPLAY ' MANUTENCAO DO CADASTRO DE DADOS PESSOAIS'.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WSS-DATA-HOJE.

           PERFORM 1000-CARGA-DADOSPES
              THRU 1000-CARGA-DADOSPES-EXIT.

           PERFORM 2000-APLICA-MOVIMENTOS
              THRU 2000-APLICA-MOVIMENTOS-EXIT.

           PERFORM 3000-GRAVA-NOVA-GERACAO
              THRU 3000-GRAVA-NOVA-GERACAO-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL248                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* MOVIMENTOS LIDOS     : ' WSS-REG-MOVIMENTOS.
           DISPLAY '* MOVIMENTOS APLICADOS : ' WSS-REG-APLICADOS.
           DISPLAY '* MOVIMENTOS REJEITADOS: ' WSS-REG-REJEITADOS.
           DISPLAY '*******************************************'.

           IF WSS-REG-REJEITADOS GREATER 0
              MOVE 4                     TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----
       1000-CARGA-DADOSPES.

           DISPLAY '1000-CARGA-DADOSPES'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT DADOSPES.

           IF ST-DADOSPES EQUAL 35
              DISPLAY 'COBOL248 - DADOSPES INEXISTENTE, CADASTRO '
                      'COMECA VAZIO'
              GO TO 1000-CARGA-DADOSPES-EXIT
           END-IF.

           IF ST-DADOSPES NOT EQUAL 0 THEN
              DISPLAY 'COBOL248 - ERRO OPEN DADOSPES FS=' ST-DADOSPES
              MOVE ST-DADOSPES           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1001-LER-DADOSPES
              THRU 1001-LER-DADOSPES-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE DADOSPES.

           DISPLAY ' CADASTROS CARREGADOS : ' WSS-QTD-PESSOAS.

       1000-CARGA-DADOSPES-EXIT.
           EXIT.

      *----
       1001-LER-DADOSPES.

           READ DADOSPES INTO REG-DADOSPES
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-DADOSPES NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL248 - ERRO READ DADOSPES FS=' ST-DADOSPES
              MOVE ST-DADOSPES           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1001-LER-DADOSPES-EXIT
           END-IF.

           IF WSS-QTD-PESSOAS LESS 20000
              ADD 1                      TO WSS-QTD-PESSOAS
              MOVE REG-DADOSPES          TO
                   TDP-REGISTRO (WSS-QTD-PESSOAS)
              MOVE 'A'                   TO
                   TDP-ATIVO (WSS-QTD-PESSOAS)
           ELSE
              DISPLAY 'COBOL248 - TABELA DE DADOS PESSOAIS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       1001-LER-DADOSPES-EXIT.
           EXIT.

      *----
       2000-APLICA-MOVIMENTOS.

           DISPLAY '2000-APLICA-MOVIMENTOS'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT MOVPESS.

           IF ST-MOVPESS NOT EQUAL 0 THEN
              DISPLAY 'COBOL248 - ERRO OPEN MOVPESS FS=' ST-MOVPESS
              MOVE ST-MOVPESS            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN INPUT FUNCMST.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL248 - ERRO OPEN FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT RELPESS.

           IF ST-RELPESS NOT EQUAL 0 THEN
              DISPLAY 'COBOL248 - ERRO OPEN RELPESS FS=' ST-RELPESS
              MOVE ST-RELPESS            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 2001-APLICA-UM-MOVIMENTO
              THRU 2001-APLICA-UM-MOVIMENTO-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE MOVPESS.
           CLOSE FUNCMST.
           CLOSE RELPESS.

       2000-APLICA-MOVIMENTOS-EXIT.
           EXIT.

      *----
       2001-APLICA-UM-MOVIMENTO.

           READ MOVPESS
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-MOVPESS NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL248 - ERRO READ MOVPESS FS=' ST-MOVPESS
              MOVE ST-MOVPESS            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 2001-APLICA-UM-MOVIMENTO-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-MOVIMENTOS.
           MOVE 'A'                      TO WSS-RESULTADO.
           MOVE SPACES                   TO WSS-MOTIVO.
           MOVE SPACES                   TO FM-NOME.

           EVALUATE TRUE
               WHEN MPS-INCLUSAO
                    PERFORM 2100-INCLUI-PESSOA
                       THRU 2100-INCLUI-PESSOA-EXIT
               WHEN MPS-ALTERACAO
                    PERFORM 2200-ALTERA-PESSOA
                       THRU 2200-ALTERA-PESSOA-EXIT
               WHEN MPS-EXCLUSAO
                    PERFORM 2300-EXCLUI-PESSOA
                       THRU 2300-EXCLUI-PESSOA-EXIT
               WHEN OTHER
                    MOVE 'R'             TO WSS-RESULTADO
                    MOVE 'TIPO DE MOVIMENTO INVALIDO'
                                          TO WSS-MOTIVO
           END-EVALUATE.

           PERFORM 2900-IMPRIME-MOVIMENTO
              THRU 2900-IMPRIME-MOVIMENTO-EXIT.

           IF WSS-MOV-APLICADO
              ADD 1                      TO WSS-REG-APLICADOS
           ELSE
              ADD 1                      TO WSS-REG-REJEITADOS
           END-IF.

       2001-APLICA-UM-MOVIMENTO-EXIT.
           EXIT.

      *----
      * INCLUSAO: MATRICULA PRECISA EXISTIR NO MESTRE E AINDA NAO TER
      * CADASTRO DE DADOS PESSOAIS
      *----
       2100-INCLUI-PESSOA.

           PERFORM 2500-PROCURA-PESSOA
              THRU 2500-PROCURA-PESSOA-EXIT.

           IF WSS-ACHOU = 'Y'
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'DADOS PESSOAIS JA CADASTRADOS'
                                          TO WSS-MOTIVO
              GO TO 2100-INCLUI-PESSOA-EXIT
           END-IF.

           PERFORM 2510-LE-MESTRE
              THRU 2510-LE-MESTRE-EXIT.

           IF WSS-MOV-REJEITADO
              GO TO 2100-INCLUI-PESSOA-EXIT
           END-IF.

           IF WSS-QTD-PESSOAS NOT LESS 20000
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'CADASTRO CHEIO'      TO WSS-MOTIVO
              GO TO 2100-INCLUI-PESSOA-EXIT
           END-IF.

           MOVE SPACES                   TO REG-DADOSPES.
           MOVE MPS-MATRICULA            TO DPS-MATRICULA.
           MOVE ZEROES                   TO DPS-DATA-NASC
                                            DPS-NIS
                                            DPS-CEP.

           PERFORM 2600-SOBREPOE-CAMPOS
              THRU 2600-SOBREPOE-CAMPOS-EXIT.

           IF WSS-MOV-REJEITADO
              GO TO 2100-INCLUI-PESSOA-EXIT
           END-IF.

           PERFORM 2700-VALIDA-CADASTRO
              THRU 2700-VALIDA-CADASTRO-EXIT.

           IF WSS-MOV-REJEITADO
              GO TO 2100-INCLUI-PESSOA-EXIT
           END-IF.

           PERFORM 2800-ZERA-QUALIFICACAO
              THRU 2800-ZERA-QUALIFICACAO-EXIT.

           MOVE WSS-DATA-HOJE            TO DPS-DATA-ATUALIZ.

           ADD 1                         TO WSS-QTD-PESSOAS.
           MOVE REG-DADOSPES             TO
                TDP-REGISTRO (WSS-QTD-PESSOAS).
           MOVE 'A'                      TO
                TDP-ATIVO (WSS-QTD-PESSOAS).

       2100-INCLUI-PESSOA-EXIT.
           EXIT.

      *----
      * ALTERACAO: SO OS CAMPOS INFORMADOS SUBSTITUEM OS CADASTRADOS;
      * MUDANCA DE DATA DE NASCIMENTO OU NIS EXIGE NOVA QUALIFICACAO
      *----
       2200-ALTERA-PESSOA.

           PERFORM 2500-PROCURA-PESSOA
              THRU 2500-PROCURA-PESSOA-EXIT.

           IF WSS-ACHOU NOT = 'Y'
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'DADOS PESSOAIS NAO CADASTRADOS'
                                          TO WSS-MOTIVO
              GO TO 2200-ALTERA-PESSOA-EXIT
           END-IF.

           PERFORM 2510-LE-MESTRE
              THRU 2510-LE-MESTRE-EXIT.

           IF WSS-MOV-REJEITADO
              GO TO 2200-ALTERA-PESSOA-EXIT
           END-IF.

           MOVE TDP-REGISTRO (IDX-DPS)   TO REG-DADOSPES.
           MOVE DPS-DATA-NASC            TO WSS-DATA-NASC-ANT.
           MOVE DPS-NIS                  TO WSS-NIS-ANT.

           PERFORM 2600-SOBREPOE-CAMPOS
              THRU 2600-SOBREPOE-CAMPOS-EXIT.

           IF WSS-MOV-REJEITADO
              GO TO 2200-ALTERA-PESSOA-EXIT
           END-IF.

           PERFORM 2700-VALIDA-CADASTRO
              THRU 2700-VALIDA-CADASTRO-EXIT.

           IF WSS-MOV-REJEITADO
              GO TO 2200-ALTERA-PESSOA-EXIT
           END-IF.

           IF DPS-DATA-NASC NOT EQUAL WSS-DATA-NASC-ANT
              OR DPS-NIS NOT EQUAL WSS-NIS-ANT
              PERFORM 2800-ZERA-QUALIFICACAO
                 THRU 2800-ZERA-QUALIFICACAO-EXIT
           END-IF.

           MOVE WSS-DATA-HOJE            TO DPS-DATA-ATUALIZ.
           MOVE REG-DADOSPES             TO TDP-REGISTRO (IDX-DPS).

       2200-ALTERA-PESSOA-EXIT.
           EXIT.

      *----
       2300-EXCLUI-PESSOA.

           PERFORM 2500-PROCURA-PESSOA
              THRU 2500-PROCURA-PESSOA-EXIT.

           IF WSS-ACHOU NOT = 'Y'
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'DADOS PESSOAIS NAO CADASTRADOS'
                                          TO WSS-MOTIVO
              GO TO 2300-EXCLUI-PESSOA-EXIT
           END-IF.

           MOVE 'I'                      TO TDP-ATIVO (IDX-DPS).

       2300-EXCLUI-PESSOA-EXIT.
           EXIT.

      *----
      * PROCURA A MATRICULA ATIVA NA TABELA; IDX-DPS FICA APONTANDO
      * PARA A ENTRADA ENCONTRADA
      *----
       2500-PROCURA-PESSOA.

           MOVE 'N'                      TO WSS-ACHOU.

           IF WSS-QTD-PESSOAS EQUAL 0
              GO TO 2500-PROCURA-PESSOA-EXIT
           END-IF.

           SET IDX-DPS                   TO 1.

           SEARCH WSS-DPS-ENTRY
               AT END
                  MOVE 'N'               TO WSS-ACHOU
               WHEN TDP-MATRICULA (IDX-DPS) EQUAL MPS-MATRICULA
                AND TDP-ATIVO (IDX-DPS) EQUAL 'A'
                  MOVE 'Y'               TO WSS-ACHOU
           END-SEARCH.

       2500-PROCURA-PESSOA-EXIT.
           EXIT.

      *----
      * A MATRICULA PRECISA EXISTIR NO MESTRE; O NOME VAI PARA O
      * RELATORIO
      *----
       2510-LE-MESTRE.

           MOVE MPS-MATRICULA            TO FM-MATRICULA.

           READ FUNCMST
              INVALID KEY
                 MOVE 'R'                TO WSS-RESULTADO
                 MOVE 'MATRICULA NAO CADASTRADA NO MESTRE'
                                          TO WSS-MOTIVO
                 MOVE SPACES             TO FM-NOME
                 GO TO 2510-LE-MESTRE-EXIT
           END-READ.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL248 - ERRO READ FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       2510-LE-MESTRE-EXIT.
           EXIT.

      *----
      * CAMPO EM BRANCO (OU ZERADO, NOS NUMERICOS) NO MOVIMENTO MANTEM
      * O VALOR QUE JA ESTA NO REGISTRO DE TRABALHO
      *----
       2600-SOBREPOE-CAMPOS.

           IF MPS-DATA-NASC NOT EQUAL SPACES
              AND MPS-DATA-NASC NOT EQUAL ZEROES
              IF MPS-DATA-NASC NOT NUMERIC
                 MOVE 'R'                TO WSS-RESULTADO
                 MOVE 'DATA DE NASCIMENTO NAO NUMERICA'
                                          TO WSS-MOTIVO
                 GO TO 2600-SOBREPOE-CAMPOS-EXIT
              END-IF
              MOVE MPS-DATA-NASC         TO DPS-DATA-NASC
           END-IF.

           IF MPS-NIS NOT EQUAL SPACES
              AND MPS-NIS NOT EQUAL ZEROES
              IF MPS-NIS NOT NUMERIC
                 MOVE 'R'                TO WSS-RESULTADO
                 MOVE 'NIS NAO NUMERICO' TO WSS-MOTIVO
                 GO TO 2600-SOBREPOE-CAMPOS-EXIT
              END-IF
              MOVE MPS-NIS               TO DPS-NIS
           END-IF.

           IF MPS-CEP NOT EQUAL SPACES
              AND MPS-CEP NOT EQUAL ZEROES
              IF MPS-CEP NOT NUMERIC
                 MOVE 'R'                TO WSS-RESULTADO
                 MOVE 'CEP NAO NUMERICO' TO WSS-MOTIVO
                 GO TO 2600-SOBREPOE-CAMPOS-EXIT
              END-IF
              MOVE MPS-CEP               TO DPS-CEP
           END-IF.

           IF MPS-NOME-MAE NOT EQUAL SPACES
              MOVE MPS-NOME-MAE          TO DPS-NOME-MAE
           END-IF.

           IF MPS-LOGRADOURO NOT EQUAL SPACES
              MOVE MPS-LOGRADOURO        TO DPS-LOGRADOURO
           END-IF.

           IF MPS-NUMERO NOT EQUAL SPACES
              MOVE MPS-NUMERO            TO DPS-NUMERO
           END-IF.

           IF MPS-COMPLEMENTO NOT EQUAL SPACES
              MOVE MPS-COMPLEMENTO       TO DPS-COMPLEMENTO
           END-IF.

           IF MPS-BAIRRO NOT EQUAL SPACES
              MOVE MPS-BAIRRO            TO DPS-BAIRRO
           END-IF.

           IF MPS-CIDADE NOT EQUAL SPACES
              MOVE MPS-CIDADE            TO DPS-CIDADE
           END-IF.

           IF MPS-UF NOT EQUAL SPACES
              MOVE MPS-UF                TO DPS-UF
           END-IF.

       2600-SOBREPOE-CAMPOS-EXIT.
           EXIT.

      *----
      * VALIDA O REGISTRO JA MONTADO: DATA DE NASCIMENTO OBRIGATORIA
      * (VALIDA-DATA, COBOL100), NIS COM DIGITO CORRETO QUANDO
      * INFORMADO, UF DA TABELA E CEP QUANDO HA ENDERECO
      *----
       2700-VALIDA-CADASTRO.

           IF DPS-DATA-NASC EQUAL ZEROES
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'DATA DE NASCIMENTO NAO INFORMADA'
                                          TO WSS-MOTIVO
              GO TO 2700-VALIDA-CADASTRO-EXIT
           END-IF.

           MOVE DPS-DATA-NASC            TO WSS-VALIDA-DATA-REC.

           CALL 'VALIDA-DATA' USING WSS-VALIDA-DATA-LINKAGE.

           IF WSS-VALIDA-DATA-RC NOT EQUAL 0
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE WSS-VALIDA-DATA-MSG   TO WSS-MOTIVO
              GO TO 2700-VALIDA-CADASTRO-EXIT
           END-IF.

           IF DPS-DATA-NASC NOT LESS WSS-DATA-HOJE
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'DATA DE NASCIMENTO FUTURA'
                                          TO WSS-MOTIVO
              GO TO 2700-VALIDA-CADASTRO-EXIT
           END-IF.

           IF DPS-NIS NOT EQUAL ZEROES
              PERFORM 2710-CALCULA-DV-NIS
                 THRU 2710-CALCULA-DV-NIS-EXIT
              IF WSS-NIS-DV NOT EQUAL WSS-NIS-DIG (11)
                 MOVE 'R'                TO WSS-RESULTADO
                 MOVE 'NIS COM DIGITO VERIFICADOR INVALIDO'
                                          TO WSS-MOTIVO
                 GO TO 2700-VALIDA-CADASTRO-EXIT
              END-IF
           END-IF.

           IF DPS-LOGRADOURO EQUAL SPACES
              GO TO 2700-VALIDA-CADASTRO-EXIT
           END-IF.

           MOVE DPS-UF                   TO WSS-UF-TESTE.

           IF NOT WSS-UF-VALIDA
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'UF INVALIDA'         TO WSS-MOTIVO
              GO TO 2700-VALIDA-CADASTRO-EXIT
           END-IF.

           IF DPS-CEP EQUAL ZEROES
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'CEP NAO INFORMADO'   TO WSS-MOTIVO
              GO TO 2700-VALIDA-CADASTRO-EXIT
           END-IF.

           IF DPS-CIDADE EQUAL SPACES
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'CIDADE NAO INFORMADA'
                                          TO WSS-MOTIVO
              GO TO 2700-VALIDA-CADASTRO-EXIT
           END-IF.

       2700-VALIDA-CADASTRO-EXIT.
           EXIT.

      *----
       2710-CALCULA-DV-NIS.

           MOVE DPS-NIS                  TO WSS-NIS-NUMERO.
           MOVE 0                        TO WSS-NIS-SOMA.

           PERFORM 2711-SOMA-POSICAO-NIS
              THRU 2711-SOMA-POSICAO-NIS-EXIT
              VARYING WSS-NIS-POS FROM 1 BY 1
                UNTIL WSS-NIS-POS > 10.

           DIVIDE WSS-NIS-SOMA BY 11 GIVING WSS-NIS-QUOC
                  REMAINDER WSS-NIS-RESTO.

           IF WSS-NIS-RESTO LESS 2
              MOVE 0                     TO WSS-NIS-DV
           ELSE
              COMPUTE WSS-NIS-DV = 11 - WSS-NIS-RESTO
           END-IF.

       2710-CALCULA-DV-NIS-EXIT.
           EXIT.

      *----
       2711-SOMA-POSICAO-NIS.

           COMPUTE WSS-NIS-SOMA = WSS-NIS-SOMA
                 + WSS-NIS-DIG (WSS-NIS-POS)
                 * WSS-NIS-PESO (WSS-NIS-POS).

       2711-SOMA-POSICAO-NIS-EXIT.
           EXIT.

      *----
      * QUALIFICACAO CADASTRAL VOLTA PARA 'A ENVIAR' (COBOL249)
      *----
       2800-ZERA-QUALIFICACAO.

           MOVE SPACE                    TO DPS-QLF-SITUACAO.
           MOVE ZEROES                   TO DPS-QLF-DATA.
           MOVE ALL '0'                  TO DPS-QLF-DIVERGENCIAS.

       2800-ZERA-QUALIFICACAO-EXIT.
           EXIT.

      *----
       2900-IMPRIME-MOVIMENTO.

           MOVE MPS-TIPO                 TO TIPO-DET.
           MOVE MPS-MATRICULA            TO MATRICULA-DET.
           MOVE FM-NOME                  TO NOME-DET.

           IF WSS-MOV-APLICADO
              MOVE 'APLICADO '           TO RESULTADO-DET
           ELSE
              MOVE 'REJEITADO'           TO RESULTADO-DET
           END-IF.

           MOVE WSS-MOTIVO               TO MOTIVO-DET.

           WRITE REG-RELPESS FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELPESS NOT EQUAL 0 THEN
              DISPLAY 'COBOL248 - ERRO WRITE RELPESS FS=' ST-RELPESS
              MOVE ST-RELPESS            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       2900-IMPRIME-MOVIMENTO-EXIT.
           EXIT.

      *----
      * REGRAVA O CADASTRO (SO OS ATIVOS) NA NOVA GERACAO DADOSPEN,
      * EM ORDEM DE MATRICULA
      *----
       3000-GRAVA-NOVA-GERACAO.

           DISPLAY '3000-GRAVA-NOVA-GERACAO'.

           IF WSS-QTD-PESSOAS GREATER 1
              SORT WSS-DPS-ENTRY ASCENDING TDP-MATRICULA
           END-IF.

           OPEN OUTPUT DADOSPEN.

           IF ST-DADOSPEN NOT EQUAL 0 THEN
              DISPLAY 'COBOL248 - ERRO OPEN DADOSPEN FS=' ST-DADOSPEN
              MOVE ST-DADOSPEN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 3001-GRAVA-PESSOA
              THRU 3001-GRAVA-PESSOA-EXIT
              VARYING IDX-DPS FROM 1 BY 1
                UNTIL IDX-DPS > WSS-QTD-PESSOAS.

           CLOSE DADOSPEN.

       3000-GRAVA-NOVA-GERACAO-EXIT.
           EXIT.

      *----
       3001-GRAVA-PESSOA.

           IF TDP-ATIVO (IDX-DPS) NOT EQUAL 'A'
              GO TO 3001-GRAVA-PESSOA-EXIT
           END-IF.

           WRITE REG-DADOSPEN FROM TDP-REGISTRO (IDX-DPS)
           END-WRITE.

           IF ST-DADOSPEN NOT EQUAL 0
              DISPLAY 'COBOL248 - ERRO WRITE DADOSPEN FS=' ST-DADOSPEN
              MOVE ST-DADOSPEN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       3001-GRAVA-PESSOA-EXIT.
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

           DISPLAY '***ABEND-COBOL248*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
