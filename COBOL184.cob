      *            PROVA QUE A SOMA DOS INFORMES BATE COM OS TOTAIS
      *            DO ACUMULADOR.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - LAYOUT DO DEPTREF COM DEPARTAMENTO SUPERIOR E
      *                  GESTOR RESPONSAVEL
      * 15/10/2026 VRB - CONTRIBUICAO A PREVIDENCIA COMPLEMENTAR DO ANO
      *                  (YTDACC) NO INFORME E NA PAGINA DE CONTROLE
      * 15/10/2026 VRB - ENDERECO RESIDENCIAL DO CADASTRO DE DADOS
      *                  PESSOAIS (DADOSPES, OPCIONAL) NA IDENTIFICACAO
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-YTDACC.
      *
           SELECT DADOSPES ASSIGN TO DADOSPES
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DADOSPES.
      *
           SELECT INFOREND ASSIGN TO INFOREND
                  ORGANIZATION IS SEQUENTIAL
            03 DEPTREF-CODIGO              PIC X(005).
            03 DEPTREF-NOME                PIC X(030).
            03 DEPTREF-STATUS              PIC X(001).
      *----
      * DEPARTAMENTO SUPERIOR (BRANCO = RAIZ) E MATRICULA DO GESTOR
      * RESPONSAVEL (ZERO = RESPONDE O GESTOR DO SUPERIOR)
      *----
            03 DEPTREF-PAI                 PIC X(005).
            03 DEPTREF-GESTOR              PIC 9(008).
      *----
       FD   YTDACC
            RECORDING MODE IS F
            03 YTA-LIQUIDO                 PIC S9(009)V99
                                               SIGN LEADING SEPARATE.
            03 YTA-HORAS-EXTRA             PIC 9(005)V99.
            03 FILLER                      PIC X(003).
            03 YTA-PREVIDENCIA             PIC 9(007)V99.
            03 FILLER                      PIC X(003).
      *----
       FD   DADOSPES
            RECORDING MODE IS F
            RECORD CONTAINS 250 CHARACTERS.
      *----
           COPY  'COPY2481'.
      *----
       FD   INFOREND.
      *----
       77  ST-EMPREGID                     PIC 9(002) VALUE 0.
       77  ST-DEPTREF                      PIC 9(002) VALUE 0.
       77  ST-YTDACC                       PIC 9(002) VALUE 0.
       77  ST-DADOSPES                     PIC 9(002) VALUE 0.
       77  ST-INFOREND                     PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-ANO-INFORME                 PIC 9(004) VALUE 0.
       77  WSS-QTD-DEPTOS                  PIC 9(004) VALUE 0.
       77  WSS-QTD-FUNCS                   PIC 9(004) VALUE 0.
       77  WSS-QTD-ENDERECOS               PIC 9(004) VALUE 0.
       77  WSS-REG-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-REG-INFORMES                PIC 9(006) VALUE ZEROES.
       77  WSS-EMP-CNPJ                    PIC 9(014) VALUE ZEROES.
       77  WSS-TOT-INSS                    PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-IRRF                    PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-13                      PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-PREV                    PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-SOMA-BRUTO                  PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-SOMA-INSS                   PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-SOMA-IRRF                   PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-SOMA-13                     PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-SOMA-PREV                   PIC 9(013)V99 COMP-3 VALUE 0.
       77  MASCARA-TOTAL                   PIC ZZZ.ZZZ.ZZ9,99.
      *----
       01  WSS-TAB-DEPTREF.
              10 TDR-CODIGO                PIC X(005).
              10 TDR-NOME                  PIC X(030).
      *----
      * ENDERECO RESIDENCIAL DO CADASTRO DE DADOS PESSOAIS (DADOSPES,
      * OPCIONAL), MONTADO NAS MESMAS TRES LINHAS DO CONTRACHEQUE
      * (COBOL158) E CLASSIFICADO POR MATRICULA PARA A BUSCA
      *----
       01  WSS-TAB-ENDERECO.
           05 WSS-END-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-ENDERECOS
                 ASCENDING KEY IS TEN-MATRICULA
                 INDEXED BY IDX-END.
              10 TEN-MATRICULA             PIC 9(008).
              10 TEN-LINHA-1               PIC X(040).
              10 TEN-LINHA-2               PIC X(040).
              10 TEN-LINHA-3               PIC X(040).
      *----
       01  WSS-CEP-NUMERO                  PIC 9(008) VALUE 0.
       01  WSS-CEP-PARTES REDEFINES WSS-CEP-NUMERO.
           03 WSS-CEP-PREFIXO              PIC 9(005).
           03 WSS-CEP-SUFIXO               PIC 9(003).
      *----
      * ACUMULADO DO ANO POR MATRICULA, COM A CHAVE DE ORDENACAO
      * DEPARTAMENTO + MATRICULA (SELECAO DIRETA EM MEMORIA, NOS
      * MOLDES DO COBOL158)
              10 TFN-INSS                  PIC 9(011)V99 COMP-3.
              10 TFN-IRRF                  PIC 9(011)V99 COMP-3.
              10 TFN-13                    PIC 9(011)V99 COMP-3.
              10 TFN-PREV                  PIC 9(011)V99 COMP-3.
      *----
       01  WSS-AREA-TROCA.
           03 TRC-CHAVE                    PIC X(013).
           03 TRC-INSS                     PIC 9(011)V99 COMP-3.
           03 TRC-IRRF                     PIC 9(011)V99 COMP-3.
           03 TRC-13                       PIC 9(011)V99 COMP-3.
           03 TRC-PREV                     PIC 9(011)V99 COMP-3.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
           PERFORM 0003-CARGA-DEPTREF
              THRU 0003-CARGA-DEPTREF-EXIT.

           PERFORM 0005-CARGA-DADOSPES
              THRU 0005-CARGA-DADOSPES-EXIT.

           PERFORM 1000-ACUMULA-YTDACC
              THRU 1000-ACUMULA-YTDACC-EXIT.

       0004-LER-DEPTREF-EXIT.
           EXIT.

      *----
      * ENDERECO DOS FUNCIONARIOS (SEM O ARQUIVO O INFORME SAI SEM
      * ENDERECO, COMO ANTES)
      *----
       0005-CARGA-DADOSPES.

           DISPLAY '0005-CARGA-DADOSPES'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT DADOSPES.

           IF ST-DADOSPES EQUAL 35
              GO TO 0005-CARGA-DADOSPES-EXIT
           END-IF.

           IF ST-DADOSPES NOT EQUAL 0 THEN
              DISPLAY 'COBOL184 - ERRO OPEN DADOSPES FS=' ST-DADOSPES
              MOVE ST-DADOSPES           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0006-LER-DADOSPES
              THRU 0006-LER-DADOSPES-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE DADOSPES.

           IF WSS-QTD-ENDERECOS GREATER 1
              SORT WSS-END-ENTRY ASCENDING TEN-MATRICULA
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

       0005-CARGA-DADOSPES-EXIT.
           EXIT.

      *----
      * LINHA 1: LOGRADOURO, NUMERO E COMPLEMENTO; LINHA 2: BAIRRO;
      * LINHA 3: CIDADE/UF E CEP
      *----
       0006-LER-DADOSPES.

           READ DADOSPES
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-DADOSPES NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL184 - ERRO READ DADOSPES FS=' ST-DADOSPES
              MOVE ST-DADOSPES           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0006-LER-DADOSPES-EXIT
           END-IF.

           IF DPS-LOGRADOURO EQUAL SPACES
              OR WSS-QTD-ENDERECOS NOT LESS 5000
              GO TO 0006-LER-DADOSPES-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-ENDERECOS.
           SET IDX-END                   TO WSS-QTD-ENDERECOS.

           MOVE DPS-MATRICULA            TO TEN-MATRICULA (IDX-END).
           MOVE SPACES                   TO TEN-LINHA-1 (IDX-END)
                                            TEN-LINHA-2 (IDX-END)
                                            TEN-LINHA-3 (IDX-END).

           STRING DPS-LOGRADOURO         DELIMITED BY '  '
                  ', '                   DELIMITED BY SIZE
                  DPS-NUMERO             DELIMITED BY ' '
                  ' '                    DELIMITED BY SIZE
                  DPS-COMPLEMENTO        DELIMITED BY '  '
             INTO TEN-LINHA-1 (IDX-END)
           END-STRING.

           MOVE DPS-BAIRRO               TO TEN-LINHA-2 (IDX-END).

           MOVE DPS-CEP                  TO WSS-CEP-NUMERO.

           STRING DPS-CIDADE             DELIMITED BY '  '
                  '/'                    DELIMITED BY SIZE
                  DPS-UF                 DELIMITED BY SIZE
                  ' CEP '                DELIMITED BY SIZE
                  WSS-CEP-PREFIXO        DELIMITED BY SIZE
                  '-'                    DELIMITED BY SIZE
                  WSS-CEP-SUFIXO         DELIMITED BY SIZE
             INTO TEN-LINHA-3 (IDX-END)
           END-STRING.

       0006-LER-DADOSPES-EXIT.
           EXIT.

      *----
      * ACUMULA O ANO DO ACUMULADOR POR MATRICULA; O DEPARTAMENTO
      * DA CHAVE E O DA CONTRIBUICAO MAIS RECENTE
              ADD YTA-BRUTO              TO WSS-TOT-13
           END-IF.

      *----
      * REGISTROS GRAVADOS ANTES DO CAMPO DA PREVIDENCIA COMPLEMENTAR
      * TEM BRANCOS NESSA POSICAO
      *----
           IF YTA-PREVIDENCIA NUMERIC
              ADD YTA-PREVIDENCIA        TO WSS-TOT-PREV
           END-IF.

           PERFORM VARYING WSS-IDX FROM 1 BY 1
                   UNTIL WSS-IDX > WSS-QTD-FUNCS
              IF TFN-MATRICULA (WSS-IDX) EQUAL YTA-MATRICULA
           MOVE 0                        TO TFN-INSS (WSS-IDX).
           MOVE 0                        TO TFN-IRRF (WSS-IDX).
           MOVE 0                        TO TFN-13 (WSS-IDX).
           MOVE 0                        TO TFN-PREV (WSS-IDX).

       1002-ACUMULA-EXISTENTE.

              ADD YTA-BRUTO              TO TFN-13 (WSS-IDX)
           END-IF.

           IF YTA-PREVIDENCIA NUMERIC
              ADD YTA-PREVIDENCIA        TO TFN-PREV (WSS-IDX)
           END-IF.

           MOVE YTA-DEPARTAMENTO         TO TFN-DEPTO (WSS-IDX).

       1001-LER-YTDACC-EXIT.
                 MOVE TFN-INSS (WSS-IDX)     TO TRC-INSS
                 MOVE TFN-IRRF (WSS-IDX)     TO TRC-IRRF
                 MOVE TFN-13 (WSS-IDX)       TO TRC-13
                 MOVE TFN-PREV (WSS-IDX)     TO TRC-PREV
                 MOVE TFN-CHAVE (WSS-MENOR)  TO TFN-CHAVE (WSS-IDX)
                 MOVE TFN-BRUTO (WSS-MENOR)  TO TFN-BRUTO (WSS-IDX)
                 MOVE TFN-INSS (WSS-MENOR)   TO TFN-INSS (WSS-IDX)
                 MOVE TFN-IRRF (WSS-MENOR)   TO TFN-IRRF (WSS-IDX)
                 MOVE TFN-13 (WSS-MENOR)     TO TFN-13 (WSS-IDX)
                 MOVE TFN-PREV (WSS-MENOR)   TO TFN-PREV (WSS-IDX)
                 MOVE TRC-CHAVE              TO TFN-CHAVE (WSS-MENOR)
                 MOVE TRC-BRUTO              TO TFN-BRUTO (WSS-MENOR)
                 MOVE TRC-INSS               TO TFN-INSS (WSS-MENOR)
                 MOVE TRC-IRRF               TO TFN-IRRF (WSS-MENOR)
                 MOVE TRC-13                 TO TFN-13 (WSS-MENOR)
                 MOVE TRC-PREV               TO TFN-PREV (WSS-MENOR)
              END-IF
           END-PERFORM.

           PERFORM 3900-GRAVA-LINHA
              THRU 3900-GRAVA-LINHA-EXIT.

           PERFORM 3150-IMPRIME-ENDERECO
              THRU 3150-IMPRIME-ENDERECO-EXIT.

           MOVE 'RENDIMENTOS TRIBUTAVEIS DO ANO  :' TO LT-ROTULO.
           MOVE TFN-BRUTO (WSS-IDX)      TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 3900-GRAVA-LINHA
              THRU 3900-GRAVA-LINHA-EXIT.

           MOVE 'PREVIDENCIA COMPLEMENTAR (PGBL) :' TO LT-ROTULO.
           MOVE TFN-PREV (WSS-IDX)       TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 3900-GRAVA-LINHA
              THRU 3900-GRAVA-LINHA-EXIT.

           ADD 1                         TO WSS-REG-INFORMES.
           ADD TFN-BRUTO (WSS-IDX)       TO WSS-SOMA-BRUTO.
           ADD TFN-INSS (WSS-IDX)        TO WSS-SOMA-INSS.
           ADD TFN-IRRF (WSS-IDX)        TO WSS-SOMA-IRRF.
           ADD TFN-13 (WSS-IDX)          TO WSS-SOMA-13.
           ADD TFN-PREV (WSS-IDX)        TO WSS-SOMA-PREV.

       3100-IMPRIME-UM-INFORME-EXIT.
           EXIT.

      *----
       3150-IMPRIME-ENDERECO.

           IF WSS-QTD-ENDERECOS EQUAL 0
              GO TO 3150-IMPRIME-ENDERECO-EXIT
           END-IF.

           SEARCH ALL WSS-END-ENTRY
              AT END
                 GO TO 3150-IMPRIME-ENDERECO-EXIT
              WHEN TEN-MATRICULA (IDX-END) EQUAL TFN-MATRICULA (WSS-IDX)
                 CONTINUE
           END-SEARCH.

           MOVE 'ENDERECO                        :' TO LT-ROTULO.
           MOVE TEN-LINHA-1 (IDX-END)    TO LT-VALOR.
           PERFORM 3900-GRAVA-LINHA
              THRU 3900-GRAVA-LINHA-EXIT.

           IF TEN-LINHA-2 (IDX-END) NOT EQUAL SPACES
              MOVE SPACES                TO LT-ROTULO
              MOVE TEN-LINHA-2 (IDX-END) TO LT-VALOR
              PERFORM 3900-GRAVA-LINHA
                 THRU 3900-GRAVA-LINHA-EXIT
           END-IF.

           MOVE SPACES                   TO LT-ROTULO.
           MOVE TEN-LINHA-3 (IDX-END)    TO LT-VALOR.
           PERFORM 3900-GRAVA-LINHA
              THRU 3900-GRAVA-LINHA-EXIT.

       3150-IMPRIME-ENDERECO-EXIT.
           EXIT.

      *----
      * PAGINA DE CONTROLE: OS INFORMES SOMADOS DEVEM BATER COM OS
      * TOTAIS DO ACUMULADOR DO ANO
           PERFORM 3900-GRAVA-LINHA
              THRU 3900-GRAVA-LINHA-EXIT.

           MOVE 'PREV. - SOMA DOS INFORMES       :' TO LT-ROTULO.
           MOVE WSS-SOMA-PREV            TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 3900-GRAVA-LINHA
              THRU 3900-GRAVA-LINHA-EXIT.

           MOVE 'PREV. - TOTAL DO ACUMULADOR     :' TO LT-ROTULO.
           MOVE WSS-TOT-PREV             TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 3900-GRAVA-LINHA
              THRU 3900-GRAVA-LINHA-EXIT.

           IF WSS-SOMA-BRUTO EQUAL WSS-TOT-BRUTO
              AND WSS-SOMA-INSS EQUAL WSS-TOT-INSS
              AND WSS-SOMA-IRRF EQUAL WSS-TOT-IRRF
              AND WSS-SOMA-13 EQUAL WSS-TOT-13
              AND WSS-SOMA-PREV EQUAL WSS-TOT-PREV
              MOVE 'CONTROLE                        :' TO LT-ROTULO
              MOVE 'INFORMES CONFEREM COM O ACUMULADOR'
                                          TO LT-VALOR
