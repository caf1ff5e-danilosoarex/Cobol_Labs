      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : CARGA DO RETORNO DA CONSULTA DA SITUACAO CADASTRAL
      *            DOS CNPJ NA RECEITA FEDERAL (CNPJRET, RESPOSTA AO
      *            CNPJCONS DO COBOL268). GRAVA NO CADASTRO DE
      *            FORNECEDORES (NOVA GERACAO FORNMSTN) A SITUACAO E A
      *            DATA DA CONSULTA, NOS CODIGOS DA RECEITA:
      *            01 NULA, 02 ATIVA, 03 SUSPENSA, 04 INAPTA E
      *            08 BAIXADA (00 = AINDA NAO CONSULTADO).
      *            FORNECEDOR FORA DA SITUACAO ATIVA FICA BLOQUEADO
      *            PARA NOVAS PROPOSTAS DE PAGAMENTO (COBOL193).
      *            RELATORIO RELSITC COM AS MUDANCAS DE SITUACAO DESDE
      *            A CONSULTA ANTERIOR E, NO AUDLOG, CADA BLOQUEIO E
      *            CADA LIBERACAO.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL269.
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
           SELECT CNPJRET ASSIGN TO CNPJRET
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CNPJRET.
      *
           SELECT FORNMST ASSIGN TO FORNMST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FORNMST.
      *
           SELECT FORNMSTN ASSIGN TO FORNMSTN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FORNMSTN.
      *
           SELECT RELSITC ASSIGN TO RELSITC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELSITC.
      *
           SELECT AUDLOG ASSIGN TO AUDLOG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-AUDLOG.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   CNPJRET
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * RETORNO DA CONSULTA: CNPJ, SITUACAO CADASTRAL E DATA DA
      * SITUACAO NA RECEITA
      *----
       01   REG-CNPJRET.
            03 CNR-CNPJ                    PIC 9(014).
            03 CNR-SITUACAO                PIC 9(002).
               88 CNR-SITUACAO-VALIDA              VALUE 01 02 03
                                                         04 08.
            03 CNR-DATA-SITUACAO           PIC 9(008).
            03 FILLER                      PIC X(056).
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
      * SITUACAO CADASTRAL DO CNPJ NA RECEITA E DATA DA CONSULTA
      *----
            03 FOR-SIT-CADASTRAL           PIC 9(002).
            03 FOR-DATA-CONSULTA           PIC 9(008).
            03 FOR-MOEDA                   PIC X(003).
            03 FILLER                      PIC X(022).
      *----
       FD   FORNMSTN
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
       01   REG-FORNMSTN                   PIC X(160).
      *----
       FD   RELSITC.
      *----
       01   REG-RELSITC                    PIC X(132).
      *----
       FD   AUDLOG
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01  REG-AUDLOG.
           03  AUD-JOBNAME                 PIC X(008).
           03  AUD-DATA-HORA               PIC X(014).
           03  AUD-TIPO                    PIC X(010).
           03  AUD-SEQ                     PIC 9(003).
           03  AUD-VALOR                   PIC X(020).
           03  FILLER                      PIC X(025).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-CNPJRET                      PIC 9(002) VALUE 0.
       77  ST-FORNMST                      PIC 9(002) VALUE 0.
       77  ST-FORNMSTN                     PIC 9(002) VALUE 0.
       77  ST-RELSITC                      PIC 9(002) VALUE 0.
       77  ST-AUDLOG                       PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-QTD-RETORNOS                PIC 9(005) VALUE 0.
       77  WSS-REG-RETORNOS                PIC 9(006) VALUE ZEROES.
       77  WSS-REG-RET-INVALIDOS           PIC 9(006) VALUE ZEROES.
       77  WSS-REG-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-REG-ATUALIZADOS             PIC 9(006) VALUE ZEROES.
       77  WSS-REG-SEM-RETORNO             PIC 9(006) VALUE ZEROES.
       77  WSS-REG-MUDANCAS                PIC 9(006) VALUE ZEROES.
       77  WSS-REG-BLOQUEADOS              PIC 9(006) VALUE ZEROES.
       77  WSS-REG-LIBERADOS               PIC 9(006) VALUE ZEROES.
       77  WSS-SIT-ANTERIOR                PIC 9(002) VALUE 0.
       77  WSS-SIT-NOVA                    PIC 9(002) VALUE 0.
       77  WSS-SIT-CODIGO                  PIC 9(002) VALUE 0.
       77  WSS-SIT-DESCRICAO               PIC X(012) VALUE SPACES.
       77  WSS-AUD-SEQ                     PIC 9(003) VALUE 0.
       77  WSS-AUD-TIPO                    PIC X(010) VALUE SPACES.
       77  MASCARA-DATA                    PIC 99/99/9999.
      *----
      * BLOQUEIO DO FORNECEDOR ANTES E DEPOIS DA CONSULTA: SO A
      * SITUACAO ATIVA (OU AINDA NAO CONSULTADA) LIBERA PAGAMENTO
      *----
       01  WSS-BLOQ-ANTERIOR               PIC X(001) VALUE 'N'.
           88 WSS-ERA-BLOQUEADO                     VALUE 'S'.
       01  WSS-BLOQ-NOVO                   PIC X(001) VALUE 'N'.
           88 WSS-FICA-BLOQUEADO                    VALUE 'S'.
      *----
       01  WSS-DATA-EDIT                   PIC 9(008) VALUE 0.
       01  WSS-DATA-EDIT-R REDEFINES WSS-DATA-EDIT.
           03 WSS-DE-ANO                   PIC 9(004).
           03 WSS-DE-MES                   PIC 9(002).
           03 WSS-DE-DIA                   PIC 9(002).
       01  WSS-DATA-DDMMAAAA               PIC 9(008) VALUE 0.
       01  WSS-DATA-DDMMAAAA-R REDEFINES WSS-DATA-DDMMAAAA.
           03 WSS-DD-DIA                   PIC 9(002).
           03 WSS-DD-MES                   PIC 9(002).
           03 WSS-DD-ANO                   PIC 9(004).
      *----
      * RETORNO DA CONSULTA EM MEMORIA, PESQUISADO PELO CNPJ DE CADA
      * FORNECEDOR
      *----
       01  WSS-TAB-RETORNOS.
           05 WSS-RET-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-RETORNOS
                 INDEXED BY IDX-RET.
              10 TRT-CNPJ                  PIC 9(014).
              10 TRT-SITUACAO              PIC 9(002).
              10 TRT-DATA-SITUACAO         PIC 9(008).
      *----
       01  DATA-HORA.
           03 DH-DATA                      PIC 9(008).
           03 FILLER                       PIC X(013).
      *----
      * LINKAGE DO ENCADEAMENTO DO AUDLOG (COBOL259): SEQUENCIA E
      * HASH DO REGISTRO ANTERIOR EM CADA GRAVACAO
      *----
           COPY  'COPY2591'.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(010) VALUE 'COBOL269'.
           03 FILLER                       PIC X(052)
              VALUE 'SITUACAO CADASTRAL DOS FORNECEDORES NA RECEITA'.
           03 FILLER                       PIC X(010)
              VALUE 'CONSULTA: '.
           03 CAB-DATA                     PIC X(010) VALUE SPACES.
      *----
       01  CAB02.
           03 FILLER                       PIC X(031)
              VALUE 'FORNECEDOR'.
           03 FILLER                       PIC X(031)
              VALUE 'RAZAO SOCIAL'.
           03 FILLER                       PIC X(020)
              VALUE 'CNPJ'.
           03 FILLER                       PIC X(013)
              VALUE 'ANTERIOR'.
           03 FILLER                       PIC X(013)
              VALUE 'ATUAL'.
           03 FILLER                       PIC X(011)
              VALUE 'DESDE'.
           03 FILLER                       PIC X(010)
              VALUE 'PAGAMENTO'.
      *----
       01  DET01.
           03 FORN-DET                     PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 RAZAO-DET                    PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 CNPJ-DET                     PIC 9(014) VALUE ZEROES.
           03 FILLER                       PIC X(006) VALUE SPACES.
           03 SIT-ANT-DET                  PIC X(012) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 SIT-NOVA-DET                 PIC X(012) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 DATA-SIT-DET                 PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 ACAO-DET                     PIC X(010) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL269'
           DISPLAY ' CARGA DA SITUACAO CADASTRAL DOS FORNECEDORES'.

           PERFORM 0001-CARGA-RETORNO
              THRU 0001-CARGA-RETORNO-EXIT.

           PERFORM 1000-ABRE-ARQUIVOS
              THRU 1000-ABRE-ARQUIVOS-EXIT.

           PERFORM 2000-ATUALIZA-FORNECEDOR
              THRU 2000-ATUALIZA-FORNECEDOR-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FORNMST.
           CLOSE FORNMSTN.
           CLOSE RELSITC.
           CLOSE AUDLOG.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL269                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* RETORNOS LIDOS       : ' WSS-REG-RETORNOS.
           DISPLAY '* RETORNOS INVALIDOS   : ' WSS-REG-RET-INVALIDOS.
           DISPLAY '* FORNECEDORES LIDOS   : ' WSS-REG-LIDOS.
           DISPLAY '* SITUACAO ATUALIZADA  : ' WSS-REG-ATUALIZADOS.
           DISPLAY '* SEM RETORNO          : ' WSS-REG-SEM-RETORNO.
           DISPLAY '* MUDANCAS DE SITUACAO : ' WSS-REG-MUDANCAS.
           DISPLAY '* FORNECEDORES BLOQUEAD: ' WSS-REG-BLOQUEADOS.
           DISPLAY '* FORNECEDORES LIBERADO: ' WSS-REG-LIBERADOS.
           DISPLAY '*******************************************'.

           STOP RUN.

      *----
      * RETORNO DA RECEITA EM MEMORIA; CNPJ REPETIDO NO RETORNO FICA
      * COM A ULTIMA OCORRENCIA
      *----
       0001-CARGA-RETORNO.

           DISPLAY '0001-CARGA-RETORNO'.

           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.
           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT CNPJRET.

           IF ST-CNPJRET NOT EQUAL 0 THEN
              DISPLAY 'COBOL269 - ERRO OPEN CNPJRET FS=' ST-CNPJRET
              MOVE ST-CNPJRET            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0002-LER-CNPJRET
              THRU 0002-LER-CNPJRET-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CNPJRET.

           DISPLAY ' CNPJ NO RETORNO : ' WSS-QTD-RETORNOS.

       0001-CARGA-RETORNO-EXIT.
           EXIT.

      *----
       0002-LER-CNPJRET.

           READ CNPJRET
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CNPJRET NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL269 - ERRO READ CNPJRET FS=' ST-CNPJRET
              MOVE ST-CNPJRET            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0002-LER-CNPJRET-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-RETORNOS.

           IF CNR-CNPJ NOT NUMERIC
              OR CNR-SITUACAO NOT NUMERIC
              OR NOT CNR-SITUACAO-VALIDA
              DISPLAY 'COBOL269 - RETORNO INVALIDO: ' REG-CNPJRET
              ADD 1                      TO WSS-REG-RET-INVALIDOS
              GO TO 0002-LER-CNPJRET-EXIT
           END-IF.

           IF CNR-DATA-SITUACAO NOT NUMERIC
              MOVE 0                     TO CNR-DATA-SITUACAO
           END-IF.

           SET IDX-RET                   TO 1.

           SEARCH WSS-RET-ENTRY
               AT END
                  IF WSS-QTD-RETORNOS NOT LESS 5000
                     DISPLAY 'COBOL269 - TABELA DE RETORNOS CHEIA'
                     MOVE 16             TO RETURN-CODE
                     PERFORM ROT-ABEND
                        THRU ROT-ABEND-EXIT
                  END-IF
                  ADD 1                  TO WSS-QTD-RETORNOS
                  SET IDX-RET            TO WSS-QTD-RETORNOS
               WHEN TRT-CNPJ (IDX-RET) EQUAL CNR-CNPJ
                  CONTINUE
           END-SEARCH.

           MOVE CNR-CNPJ                 TO TRT-CNPJ (IDX-RET).
           MOVE CNR-SITUACAO             TO TRT-SITUACAO (IDX-RET).
           MOVE CNR-DATA-SITUACAO        TO TRT-DATA-SITUACAO (IDX-RET).

       0002-LER-CNPJRET-EXIT.
           EXIT.

      *----
       1000-ABRE-ARQUIVOS.

           DISPLAY '1000-ABRE-ARQUIVOS'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT FORNMST.

           IF ST-FORNMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL269 - ERRO OPEN FORNMST FS=' ST-FORNMST
              MOVE ST-FORNMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT FORNMSTN.

           IF ST-FORNMSTN NOT EQUAL 0 THEN
              DISPLAY 'COBOL269 - ERRO OPEN FORNMSTN FS=' ST-FORNMSTN
              MOVE ST-FORNMSTN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT RELSITC.

           IF ST-RELSITC NOT EQUAL 0 THEN
              DISPLAY 'COBOL269 - ERRO OPEN RELSITC FS=' ST-RELSITC
              MOVE ST-RELSITC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE DH-DATA                  TO WSS-DATA-EDIT.
           PERFORM ROT-EDITA-DATA
              THRU ROT-EDITA-DATA-EXIT.
           MOVE MASCARA-DATA             TO CAB-DATA.

           WRITE REG-RELSITC FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           WRITE REG-RELSITC FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

      *----
      * TRILHA DE AUDITORIA: CADA RODADA ACRESCENTA AO AUDLOG,
      * ENCADEADO AO ULTIMO REGISTRO GRAVADO
      *----
           MOVE 'INICIA'                 TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           OPEN EXTEND AUDLOG.

           IF ST-AUDLOG EQUAL 35
              OPEN OUTPUT AUDLOG
           END-IF.

           IF ST-AUDLOG NOT EQUAL 0 THEN
              DISPLAY 'COBOL269 - ERRO OPEN AUDLOG FS=' ST-AUDLOG
              MOVE ST-AUDLOG             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       1000-ABRE-ARQUIVOS-EXIT.
           EXIT.

      *----
      * CADA FORNECEDOR VAI PARA A NOVA GERACAO; COM RETORNO DA
      * CONSULTA, LEVA A SITUACAO NOVA E A MUDANCA E IMPRESSA
      *----
       2000-ATUALIZA-FORNECEDOR.

           READ FORNMST
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FORNMST NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL269 - ERRO READ FORNMST FS=' ST-FORNMST
              MOVE ST-FORNMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 2000-ATUALIZA-FORNECEDOR-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-LIDOS.

           IF FOR-SIT-CADASTRAL NOT NUMERIC
              MOVE 0                     TO FOR-SIT-CADASTRAL
           END-IF.

           IF FOR-DATA-CONSULTA NOT NUMERIC
              MOVE 0                     TO FOR-DATA-CONSULTA
           END-IF.

           IF FOR-CNPJ NOT NUMERIC OR FOR-CNPJ EQUAL 0
              ADD 1                      TO WSS-REG-SEM-RETORNO
              GO TO 2000-GRAVA-FORNECEDOR
           END-IF.

           SET IDX-RET                   TO 1.

           SEARCH WSS-RET-ENTRY
               AT END
                  ADD 1                  TO WSS-REG-SEM-RETORNO
                  GO TO 2000-GRAVA-FORNECEDOR
               WHEN TRT-CNPJ (IDX-RET) EQUAL FOR-CNPJ
                  CONTINUE
           END-SEARCH.

           ADD 1                         TO WSS-REG-ATUALIZADOS.
           MOVE FOR-SIT-CADASTRAL        TO WSS-SIT-ANTERIOR.
           MOVE TRT-SITUACAO (IDX-RET)   TO WSS-SIT-NOVA.
           MOVE WSS-SIT-NOVA             TO FOR-SIT-CADASTRAL.
           MOVE DH-DATA                  TO FOR-DATA-CONSULTA.

           IF WSS-SIT-NOVA NOT EQUAL WSS-SIT-ANTERIOR
              PERFORM 2100-REGISTRA-MUDANCA
                 THRU 2100-REGISTRA-MUDANCA-EXIT
           END-IF.

       2000-GRAVA-FORNECEDOR.

           WRITE REG-FORNMSTN FROM REG-FORNMST.

           IF ST-FORNMSTN NOT EQUAL 0 THEN
              DISPLAY 'COBOL269 - ERRO WRITE FORNMSTN FS=' ST-FORNMSTN
              MOVE ST-FORNMSTN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       2000-ATUALIZA-FORNECEDOR-EXIT.
           EXIT.

      *----
      * MUDANCA DE SITUACAO: LINHA NO RELATORIO E, QUANDO O
      * FORNECEDOR PASSA A BLOQUEADO OU DEIXA DE SER, NO AUDLOG
      * (AUD-VALOR = CNPJ + SITUACAO NOVA)
      *----
       2100-REGISTRA-MUDANCA.

           ADD 1                         TO WSS-REG-MUDANCAS.

           MOVE 'N'                      TO WSS-BLOQ-ANTERIOR
                                            WSS-BLOQ-NOVO.

           IF WSS-SIT-ANTERIOR NOT EQUAL 0
              AND WSS-SIT-ANTERIOR NOT EQUAL 02
              MOVE 'S'                   TO WSS-BLOQ-ANTERIOR
           END-IF.

           IF WSS-SIT-NOVA NOT EQUAL 02
              MOVE 'S'                   TO WSS-BLOQ-NOVO
           END-IF.

           MOVE SPACES                   TO FORN-DET RAZAO-DET
                                            SIT-ANT-DET SIT-NOVA-DET
                                            DATA-SIT-DET ACAO-DET.
           MOVE FOR-CODIGO               TO FORN-DET.
           MOVE FOR-RAZAO                TO RAZAO-DET.
           MOVE FOR-CNPJ                 TO CNPJ-DET.

           MOVE WSS-SIT-ANTERIOR         TO WSS-SIT-CODIGO.
           PERFORM ROT-DESCREVE-SITUACAO
              THRU ROT-DESCREVE-SITUACAO-EXIT.
           MOVE WSS-SIT-DESCRICAO        TO SIT-ANT-DET.

           MOVE WSS-SIT-NOVA             TO WSS-SIT-CODIGO.
           PERFORM ROT-DESCREVE-SITUACAO
              THRU ROT-DESCREVE-SITUACAO-EXIT.
           MOVE WSS-SIT-DESCRICAO        TO SIT-NOVA-DET.

           IF TRT-DATA-SITUACAO (IDX-RET) GREATER 0
              MOVE TRT-DATA-SITUACAO (IDX-RET) TO WSS-DATA-EDIT
              PERFORM ROT-EDITA-DATA
                 THRU ROT-EDITA-DATA-EXIT
              MOVE MASCARA-DATA          TO DATA-SIT-DET
           END-IF.

           EVALUATE TRUE
               WHEN WSS-FICA-BLOQUEADO AND NOT WSS-ERA-BLOQUEADO
                    MOVE 'BLOQUEADO'     TO ACAO-DET
                    MOVE 'FOR-BLOQUE'    TO WSS-AUD-TIPO
                    ADD 1                TO WSS-REG-BLOQUEADOS
               WHEN WSS-ERA-BLOQUEADO AND NOT WSS-FICA-BLOQUEADO
                    MOVE 'LIBERADO'      TO ACAO-DET
                    MOVE 'FOR-LIBERA'    TO WSS-AUD-TIPO
                    ADD 1                TO WSS-REG-LIBERADOS
               WHEN WSS-FICA-BLOQUEADO
                    MOVE 'BLOQUEADO'     TO ACAO-DET
                    MOVE SPACES          TO WSS-AUD-TIPO
               WHEN OTHER
                    MOVE 'LIBERADO'      TO ACAO-DET
                    MOVE SPACES          TO WSS-AUD-TIPO
           END-EVALUATE.

           WRITE REG-RELSITC FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELSITC NOT EQUAL 0 THEN
              DISPLAY 'COBOL269 - ERRO WRITE RELSITC FS=' ST-RELSITC
              MOVE ST-RELSITC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-AUD-TIPO NOT EQUAL SPACES
              PERFORM ROT-GRAVA-AUDLOG
                 THRU ROT-GRAVA-AUDLOG-EXIT
           END-IF.

       2100-REGISTRA-MUDANCA-EXIT.
           EXIT.

      *----
      * DESCRICAO DO CODIGO DE SITUACAO CADASTRAL DA RECEITA
      *----
       ROT-DESCREVE-SITUACAO.

           EVALUATE WSS-SIT-CODIGO
               WHEN 00
                    MOVE 'NAO CONSULT.'  TO WSS-SIT-DESCRICAO
               WHEN 01
                    MOVE 'NULA'          TO WSS-SIT-DESCRICAO
               WHEN 02
                    MOVE 'ATIVA'         TO WSS-SIT-DESCRICAO
               WHEN 03
                    MOVE 'SUSPENSA'      TO WSS-SIT-DESCRICAO
               WHEN 04
                    MOVE 'INAPTA'        TO WSS-SIT-DESCRICAO
               WHEN 08
                    MOVE 'BAIXADA'       TO WSS-SIT-DESCRICAO
               WHEN OTHER
                    MOVE 'DESCONHECIDA'  TO WSS-SIT-DESCRICAO
           END-EVALUATE.

       ROT-DESCREVE-SITUACAO-EXIT.
           EXIT.

      *----
       ROT-EDITA-DATA.

           MOVE WSS-DE-DIA               TO WSS-DD-DIA.
           MOVE WSS-DE-MES               TO WSS-DD-MES.
           MOVE WSS-DE-ANO               TO WSS-DD-ANO.
           MOVE WSS-DATA-DDMMAAAA        TO MASCARA-DATA.

       ROT-EDITA-DATA-EXIT.
           EXIT.

      *----
      * TRILHA DE AUDITORIA DO BLOQUEIO/LIBERACAO
      * (AUD-VALOR = CNPJ + SITUACAO CADASTRAL NOVA)
      *----
       ROT-GRAVA-AUDLOG.

           MOVE SPACES                   TO REG-AUDLOG.
           MOVE 'COBOL269'               TO AUD-JOBNAME.
           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.
           MOVE DATA-HORA (1:14)         TO AUD-DATA-HORA.
           MOVE WSS-AUD-TIPO             TO AUD-TIPO.
           ADD 1                         TO WSS-AUD-SEQ.
           MOVE WSS-AUD-SEQ              TO AUD-SEQ.

           STRING FOR-CNPJ               DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  FOR-SIT-CADASTRAL      DELIMITED BY SIZE
              INTO AUD-VALOR
           END-STRING.

           MOVE 'ENCADEIA'               TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           WRITE REG-AUDLOG.

           IF ST-AUDLOG NOT EQUAL 0 THEN
              DISPLAY 'COBOL269 - ERRO WRITE AUDLOG FS=' ST-AUDLOG
              MOVE ST-AUDLOG             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       ROT-GRAVA-AUDLOG-EXIT.
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

           DISPLAY '***ABEND-COBOL269*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
