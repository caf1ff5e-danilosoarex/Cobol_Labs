      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : CONSOLIDADOR MENSAL DOS GRUPOS DE PAGAMENTO
      *            SEMANAL E QUINZENAL. RODA APOS O ULTIMO PERIODO DO
      *            GRUPO NA COMPETENCIA (CARTAO SEMPRM), LE OS
      *            FOLHANET DE TODOS OS PERIODOS (FOLHASEM,
      *            CONCATENADOS) E GRAVA UM FOLHANET MENSAL COM UM
      *            REGISTRO POR MATRICULA - BRUTO, DESCONTOS,
      *            BENEFICIOS E LIQUIDO SOMADOS - PARA O EXTRATO
      *            ESOCIAL (COBOL164) E AS OBRIGACOES MENSAIS. ANTES
      *            DE PUBLICAR PROVA QUE TODOS OS PERIODOS DO
      *            CALENDARIO (CALPROC) FORAM PAGOS E QUE O BRUTO E A
      *            QUANTIDADE DE PAGAMENTOS BATEM COM O ACUMULADO DA
      *            COMPETENCIA (SEMACUM) GRAVADO PELO COBOL089
      *            (RELATORIO RELSEMC; DIVERGENCIA DERRUBA O JOB COM
      *            RETORNO 16). O ANO-A-DATA (COBOL183) E ALIMENTADO
      *            A CADA PERIODO E NAO DEVE RECEBER ESTE FOLHANET.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL237.
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
           SELECT SEMPRM ASSIGN TO SEMPRM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-SEMPRM.
      *
           SELECT CALPROC ASSIGN TO CALPROC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CALPROC.
      *
           SELECT SEMACUM ASSIGN TO SEMACUM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-SEMACUM.
      *
           SELECT FOLHASEM ASSIGN TO FOLHASEM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FOLHASEM.
      *
           SELECT FOLHANET ASSIGN TO FOLHANET
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FOLHANET.
      *
           SELECT RELSEMC ASSIGN TO RELSEMC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELSEMC.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   SEMPRM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * COMPETENCIA E GRUPO ('S' SEMANAL, 'Q' QUINZENAL) A CONSOLIDAR
      *----
       01   REG-SEMPRM.
            03 SPR-COMPETENCIA             PIC 9(006).
            03 SPR-GRUPO                   PIC X(001).
            03 FILLER                      PIC X(073).
      *----
       FD   CALPROC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CALENDARIO DE PROCESSAMENTO (COBOL199): PERIODOS DO GRUPO NA
      * COMPETENCIA
      *----
       01   REG-CALPROC.
            03 CAL-COMPETENCIA             PIC 9(006).
            03 CAL-CORTE-PONTO             PIC 9(008).
            03 CAL-PRAZO-FUNCI             PIC 9(008).
            03 CAL-DATA-PAGAMENTO          PIC 9(008).
            03 CAL-VENC-GPS                PIC 9(008).
            03 CAL-VENC-DARF               PIC 9(008).
            03 CAL-GRUPO                   PIC X(001).
            03 CAL-PERIODO                 PIC 9(002).
            03 CAL-INICIO                  PIC 9(008).
            03 CAL-FIM                     PIC 9(008).
            03 CAL-ULTIMO                  PIC X(001).
            03 FILLER                      PIC X(014).
      *----
       FD   SEMACUM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * ACUMULADO DOS PERIODOS PAGOS (COBOL089), ULTIMA GERACAO
      *----
           COPY  'COPY2372'.
      *----
       FD   FOLHASEM
            RECORDING MODE IS F
            RECORD CONTAINS 200 CHARACTERS.
       01   REG-FOLHASEM                   PIC X(200).
      *----
       FD   FOLHANET
            RECORDING MODE IS F
            RECORD CONTAINS 200 CHARACTERS.
       01   REG-FOLHANET                   PIC X(200).
      *----
       FD   RELSEMC.
       01   REG-RELSEMC                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-SEMPRM                       PIC 9(002) VALUE 0.
       77  ST-CALPROC                      PIC 9(002) VALUE 0.
       77  ST-SEMACUM                      PIC 9(002) VALUE 0.
       77  ST-FOLHASEM                     PIC 9(002) VALUE 0.
       77  ST-FOLHANET                     PIC 9(002) VALUE 0.
       77  ST-RELSEMC                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-COMPETENCIA                 PIC 9(006) VALUE 0.
       77  WSS-GRUPO                       PIC X(001) VALUE SPACE.
       77  WSS-QTD-PER-CAL                 PIC 9(002) VALUE 0.
       77  WSS-QTD-PER-SMA                 PIC 9(002) VALUE 0.
       77  WSS-IDX-PER                     PIC 9(002) VALUE 0.
       77  WSS-QTD-REG-SMA                 PIC 9(008) VALUE 0.
       77  WSS-QTD-REG-FSE                 PIC 9(008) VALUE 0.
       77  WSS-QTD-CONSOLIDADO             PIC 9(008) VALUE 0.
       77  WSS-QTD-FSE                     PIC 9(005) VALUE 0.
       77  WSS-MATR-ANT                    PIC 9(008) VALUE 0.
       77  WSS-TOT-BASE-SMA                PIC 9(013)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TOT-BRUTO-FSE               PIC 9(013)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TOT-CONSOLIDADO             PIC 9(013)V99 COMP-3
                                                          VALUE 0.
       77  WSS-PROVADO                     PIC X(001) VALUE 'S'.
       77  MASCARA-TOTAL                   PIC ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-QTDE                    PIC ZZZZZZZ9.
       77  WSS-RC-ABEND                    PIC 9(003) VALUE 0.
      *----
      * IMAGEM DO FOLHANET DO COBOL089 (LEITURA DOS PERIODOS E
      * GRAVACAO DO CONSOLIDADO)
      *----
       01  WSS-FOLHA-IMG.
           03 WFN-MATRICULA                PIC 9(008).
           03 WFN-NOME                     PIC X(040).
           03 WFN-DEPARTAMENTO             PIC X(005).
           03 WFN-DATA-ADMISSAO            PIC 9(008).
           03 WFN-SALARIO                  PIC 9(005)V99.
           03 WFN-BRUTO                    PIC 9(007)V99.
           03 WFN-INSS                     PIC 9(007)V99.
           03 WFN-IRRF                     PIC 9(007)V99.
           03 WFN-OUTRAS-DED               PIC 9(007)V99.
           03 WFN-BENEFICIOS               PIC S9(007)V99
                                               SIGN LEADING SEPARATE.
           03 WFN-LIQUIDO                  PIC S9(007)V99
                                               SIGN LEADING SEPARATE.
           03 WFN-MOEDA                    PIC X(003).
           03 WFN-PREMIO-ATS               PIC 9(007)V99.
           03 WFN-EMPRESA                  PIC X(002).
           03 WFN-ADIC-NOT                 PIC 9(007)V99.
           03 WFN-PERIC                    PIC 9(007)V99.
           03 WFN-ADIANT-DED               PIC 9(007)V99.
           03 WFN-ABONO-PEC                PIC 9(007)V99.
           03 WFN-ABONO-TERCO              PIC 9(007)V99.
           03 WFN-PENSAO                   PIC 9(007)V99.
           03 WFN-DSR                      PIC 9(005)V99.
           03 WFN-TIPO-CONTRATO            PIC X(001).
      *----
      * PERIODOS DO GRUPO ENCONTRADOS NO SEMACUM
      *----
       01  WSS-TAB-PER-SMA.
           05 WSS-PER-SMA OCCURS 10 TIMES  PIC X(001).
      *----
      * PAGAMENTOS DOS PERIODOS, CLASSIFICADOS POR MATRICULA E ORDEM
      * DE LEITURA: OS DADOS CADASTRAIS DO CONSOLIDADO SAO OS DO
      * ULTIMO PERIODO
      *----
       01  WSS-TAB-FOLHASEM.
           05 WSS-FSE-ENTRY OCCURS 0 TO 30000 TIMES
                 DEPENDING ON WSS-QTD-FSE
                 INDEXED BY IDX-FSE.
              10 TFS-MATRICULA             PIC 9(008).
              10 TFS-SEQ                   PIC 9(005) COMP.
              10 TFS-NOME                  PIC X(040).
              10 TFS-DEPARTAMENTO          PIC X(005).
              10 TFS-DATA-ADMISSAO         PIC 9(008).
              10 TFS-SALARIO               PIC 9(005)V99 COMP-3.
              10 TFS-BRUTO                 PIC 9(007)V99 COMP-3.
              10 TFS-INSS                  PIC 9(007)V99 COMP-3.
              10 TFS-IRRF                  PIC 9(007)V99 COMP-3.
              10 TFS-OUTRAS-DED            PIC 9(007)V99 COMP-3.
              10 TFS-BENEFICIOS            PIC S9(007)V99 COMP-3.
              10 TFS-LIQUIDO               PIC S9(007)V99 COMP-3.
              10 TFS-MOEDA                 PIC X(003).
              10 TFS-PREMIO-ATS            PIC 9(007)V99 COMP-3.
              10 TFS-EMPRESA               PIC X(002).
              10 TFS-ADIC-NOT              PIC 9(007)V99 COMP-3.
              10 TFS-PERIC                 PIC 9(007)V99 COMP-3.
              10 TFS-ADIANT-DED            PIC 9(007)V99 COMP-3.
              10 TFS-ABONO-PEC             PIC 9(007)V99 COMP-3.
              10 TFS-ABONO-TERCO           PIC 9(007)V99 COMP-3.
              10 TFS-PENSAO                PIC 9(007)V99 COMP-3.
              10 TFS-DSR                   PIC 9(005)V99 COMP-3.
              10 TFS-TIPO-CONTRATO         PIC X(001).
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL237'.
           03 FILLER                       PIC X(051)
              VALUE 'CONSOLIDACAO MENSAL DOS GRUPOS SEMANAL/QUINZENAL'.
      *----
       01  LINHA-TEXTO.
           03 LT-ROTULO                    PIC X(034) VALUE SPACES.
           03 LT-VALOR                     PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(084) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL237'
           DISPLAY ' CONSOLIDACAO MENSAL DOS GRUPOS DE PAGAMENTO'.

           PERFORM 0001-CARGA-SEMPRM
              THRU 0001-CARGA-SEMPRM-EXIT.

           PERFORM 0002-CARGA-CALPROC
              THRU 0002-CARGA-CALPROC-EXIT.

           PERFORM 0004-CARGA-SEMACUM
              THRU 0004-CARGA-SEMACUM-EXIT.

           PERFORM 1000-CARGA-FOLHASEM
              THRU 1000-CARGA-FOLHASEM-EXIT.

           PERFORM 2000-CONSOLIDA
              THRU 2000-CONSOLIDA-EXIT.

           PERFORM 8000-PROVA-E-IMPRIME
              THRU 8000-PROVA-E-IMPRIME-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL237                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* COMPETENCIA/GRUPO    : ' WSS-COMPETENCIA
                   '/' WSS-GRUPO.
           DISPLAY '* PERIODOS CONSOLIDADOS: ' WSS-QTD-PER-SMA.
           DISPLAY '* FUNCIONARIOS         : ' WSS-QTD-CONSOLIDADO.
           DISPLAY '* BRUTO CONSOLIDADO    : '
                     WSS-TOT-CONSOLIDADO.
           DISPLAY '*******************************************'.

           STOP RUN.

      *----
      * CARTAO DA CONSOLIDACAO: OBRIGATORIO, COM COMPETENCIA E GRUPO
      * SEMANAL OU QUINZENAL
      *----
       0001-CARGA-SEMPRM.

           DISPLAY '0001-CARGA-SEMPRM'.

           OPEN INPUT SEMPRM.

           IF ST-SEMPRM NOT EQUAL 0 THEN
              DISPLAY 'COBOL237 - ERRO OPEN SEMPRM FS=' ST-SEMPRM
              MOVE ST-SEMPRM             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ SEMPRM.

           IF ST-SEMPRM NOT EQUAL 0 THEN
              DISPLAY 'COBOL237 - ERRO READ SEMPRM FS=' ST-SEMPRM
              MOVE ST-SEMPRM             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE SEMPRM.

           IF SPR-COMPETENCIA NOT NUMERIC
              OR SPR-COMPETENCIA EQUAL 0
              OR (SPR-GRUPO NOT EQUAL 'S' AND SPR-GRUPO NOT EQUAL 'Q')
              DISPLAY 'COBOL237 - CARTAO SEMPRM INVALIDO: '
                      REG-SEMPRM (1:7)
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SPR-COMPETENCIA          TO WSS-COMPETENCIA.
           MOVE SPR-GRUPO                TO WSS-GRUPO.

           DISPLAY 'COBOL237 - COMPETENCIA ' WSS-COMPETENCIA
                   ' GRUPO ' WSS-GRUPO.

       0001-CARGA-SEMPRM-EXIT.
           EXIT.

      *----
      * QUANTIDADE DE PERIODOS DO GRUPO NA COMPETENCIA PELO
      * CALENDARIO
      *----
       0002-CARGA-CALPROC.

           DISPLAY '0002-CARGA-CALPROC'.

           OPEN INPUT CALPROC.

           IF ST-CALPROC NOT EQUAL 0 THEN
              DISPLAY 'COBOL237 - ERRO OPEN CALPROC FS=' ST-CALPROC
              MOVE ST-CALPROC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0003-LER-CALPROC
              THRU 0003-LER-CALPROC-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CALPROC.

           IF WSS-QTD-PER-CAL EQUAL 0
              DISPLAY 'COBOL237 - GRUPO SEM PERIODOS NO CALPROC PARA '
                      'A COMPETENCIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           DISPLAY 'COBOL237 - PERIODOS NO CALENDARIO: '
                   WSS-QTD-PER-CAL.

       0002-CARGA-CALPROC-EXIT.
           EXIT.

      *----
       0003-LER-CALPROC.

           READ CALPROC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CALPROC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL237 - ERRO READ CALPROC FS=' ST-CALPROC
              MOVE ST-CALPROC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0003-LER-CALPROC-EXIT
           END-IF.

           IF CAL-COMPETENCIA EQUAL WSS-COMPETENCIA
              AND CAL-GRUPO EQUAL WSS-GRUPO
              ADD 1                      TO WSS-QTD-PER-CAL
           END-IF.

       0003-LER-CALPROC-EXIT.
           EXIT.

      *----
      * ACUMULADO DA COMPETENCIA: PERIODOS PAGOS, QUANTIDADE DE
      * PAGAMENTOS E BASE (BRUTO + ATS), REFERENCIA DA PROVA
      *----
       0004-CARGA-SEMACUM.

           DISPLAY '0004-CARGA-SEMACUM'.

           MOVE SPACES                   TO WSS-TAB-PER-SMA.

           OPEN INPUT SEMACUM.

           IF ST-SEMACUM NOT EQUAL 0 THEN
              DISPLAY 'COBOL237 - ERRO OPEN SEMACUM FS=' ST-SEMACUM
              MOVE ST-SEMACUM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0005-LER-SEMACUM
              THRU 0005-LER-SEMACUM-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE SEMACUM.

           PERFORM 0006-CONTA-PERIODO
              THRU 0006-CONTA-PERIODO-EXIT
              VARYING WSS-IDX-PER FROM 1 BY 1
              UNTIL WSS-IDX-PER GREATER 10.

           DISPLAY 'COBOL237 - PERIODOS NO SEMACUM: ' WSS-QTD-PER-SMA
                   ' PAGAMENTOS: ' WSS-QTD-REG-SMA.

       0004-CARGA-SEMACUM-EXIT.
           EXIT.

      *----
       0005-LER-SEMACUM.

           READ SEMACUM
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-SEMACUM NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL237 - ERRO READ SEMACUM FS=' ST-SEMACUM
              MOVE ST-SEMACUM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0005-LER-SEMACUM-EXIT
           END-IF.

           IF SMA-COMPETENCIA NOT EQUAL WSS-COMPETENCIA
              OR SMA-GRUPO NOT EQUAL WSS-GRUPO
              GO TO 0005-LER-SEMACUM-EXIT
           END-IF.

           IF SMA-PERIODO EQUAL 0 OR SMA-PERIODO GREATER 10
              DISPLAY 'COBOL237 - PERIODO INVALIDO NO SEMACUM: '
                      SMA-MATRICULA ' ' SMA-PERIODO
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'S'                      TO WSS-PER-SMA (SMA-PERIODO).
           ADD 1                         TO WSS-QTD-REG-SMA.
           ADD SMA-BASE                  TO WSS-TOT-BASE-SMA.

       0005-LER-SEMACUM-EXIT.
           EXIT.

      *----
       0006-CONTA-PERIODO.

           IF WSS-PER-SMA (WSS-IDX-PER) EQUAL 'S'
              ADD 1                      TO WSS-QTD-PER-SMA
           END-IF.

       0006-CONTA-PERIODO-EXIT.
           EXIT.

      *----
      * PAGAMENTOS DOS PERIODOS (FOLHANET DE CADA RODADA SEMANAL,
      * CONCATENADOS); O TRAILER DE CONTROLE (MATRICULA 99999999)
      * NAO ENTRA NA CONSOLIDACAO
      *----
       1000-CARGA-FOLHASEM.

           DISPLAY '1000-CARGA-FOLHASEM'.

           OPEN INPUT FOLHASEM.

           IF ST-FOLHASEM NOT EQUAL 0 THEN
              DISPLAY 'COBOL237 - ERRO OPEN FOLHASEM FS=' ST-FOLHASEM
              MOVE ST-FOLHASEM           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1001-LER-FOLHASEM
              THRU 1001-LER-FOLHASEM-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FOLHASEM.

           IF WSS-QTD-FSE GREATER 1
              SORT WSS-FSE-ENTRY ASCENDING TFS-MATRICULA TFS-SEQ
           END-IF.

           DISPLAY 'COBOL237 - PAGAMENTOS LIDOS: ' WSS-QTD-REG-FSE.

       1000-CARGA-FOLHASEM-EXIT.
           EXIT.

      *----
       1001-LER-FOLHASEM.

           READ FOLHASEM INTO WSS-FOLHA-IMG
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FOLHASEM NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL237 - ERRO READ FOLHASEM FS=' ST-FOLHASEM
              MOVE ST-FOLHASEM           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y' OR WFN-MATRICULA EQUAL 99999999
              GO TO 1001-LER-FOLHASEM-EXIT
           END-IF.

           IF WSS-QTD-FSE NOT LESS 30000
              DISPLAY 'COBOL237 - TABELA DE PAGAMENTOS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-FSE.
           ADD 1                         TO WSS-QTD-REG-FSE.
           SET IDX-FSE                   TO WSS-QTD-FSE.

           MOVE WFN-MATRICULA            TO TFS-MATRICULA (IDX-FSE).
           MOVE WSS-QTD-FSE              TO TFS-SEQ (IDX-FSE).
           MOVE WFN-NOME                 TO TFS-NOME (IDX-FSE).
           MOVE WFN-DEPARTAMENTO         TO TFS-DEPARTAMENTO (IDX-FSE).
           MOVE WFN-DATA-ADMISSAO        TO
                TFS-DATA-ADMISSAO (IDX-FSE).
           MOVE WFN-SALARIO              TO TFS-SALARIO (IDX-FSE).
           MOVE WFN-BRUTO                TO TFS-BRUTO (IDX-FSE).
           MOVE WFN-INSS                 TO TFS-INSS (IDX-FSE).
           MOVE WFN-IRRF                 TO TFS-IRRF (IDX-FSE).
           MOVE WFN-OUTRAS-DED           TO TFS-OUTRAS-DED (IDX-FSE).
           MOVE WFN-BENEFICIOS           TO TFS-BENEFICIOS (IDX-FSE).
           MOVE WFN-LIQUIDO              TO TFS-LIQUIDO (IDX-FSE).
           MOVE WFN-MOEDA                TO TFS-MOEDA (IDX-FSE).
           MOVE WFN-PREMIO-ATS           TO TFS-PREMIO-ATS (IDX-FSE).
           MOVE WFN-EMPRESA              TO TFS-EMPRESA (IDX-FSE).
           MOVE 0                        TO TFS-ADIC-NOT (IDX-FSE)
                                            TFS-PERIC (IDX-FSE)
                                            TFS-ADIANT-DED (IDX-FSE)
                                            TFS-ABONO-PEC (IDX-FSE)
                                            TFS-ABONO-TERCO (IDX-FSE)
                                            TFS-PENSAO (IDX-FSE)
                                            TFS-DSR (IDX-FSE).
           IF WFN-ADIC-NOT NUMERIC
              MOVE WFN-ADIC-NOT          TO TFS-ADIC-NOT (IDX-FSE)
           END-IF.
           IF WFN-PERIC NUMERIC
              MOVE WFN-PERIC             TO TFS-PERIC (IDX-FSE)
           END-IF.
           IF WFN-ADIANT-DED NUMERIC
              MOVE WFN-ADIANT-DED        TO TFS-ADIANT-DED (IDX-FSE)
           END-IF.
           IF WFN-ABONO-PEC NUMERIC
              MOVE WFN-ABONO-PEC         TO TFS-ABONO-PEC (IDX-FSE)
           END-IF.
           IF WFN-ABONO-TERCO NUMERIC
              MOVE WFN-ABONO-TERCO       TO TFS-ABONO-TERCO (IDX-FSE)
           END-IF.
           IF WFN-PENSAO NUMERIC
              MOVE WFN-PENSAO            TO TFS-PENSAO (IDX-FSE)
           END-IF.
           IF WFN-DSR NUMERIC
              MOVE WFN-DSR               TO TFS-DSR (IDX-FSE)
           END-IF.
           MOVE WFN-TIPO-CONTRATO        TO
                TFS-TIPO-CONTRATO (IDX-FSE).

           COMPUTE WSS-TOT-BRUTO-FSE = WSS-TOT-BRUTO-FSE
                   + WFN-BRUTO + WFN-PREMIO-ATS.

       1001-LER-FOLHASEM-EXIT.
           EXIT.

      *----
      * QUEBRA POR MATRICULA: UM REGISTRO MENSAL POR FUNCIONARIO COM
      * OS VALORES DOS PERIODOS SOMADOS
      *----
       2000-CONSOLIDA.

           DISPLAY '2000-CONSOLIDA'.

           OPEN OUTPUT FOLHANET.

           IF ST-FOLHANET NOT EQUAL 0 THEN
              DISPLAY 'COBOL237 - ERRO OPEN FOLHANET FS=' ST-FOLHANET
              MOVE ST-FOLHANET           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 0                        TO WSS-MATR-ANT.

           PERFORM 2100-ACUMULA-PAGAMENTO
              THRU 2100-ACUMULA-PAGAMENTO-EXIT
              VARYING IDX-FSE FROM 1 BY 1
              UNTIL IDX-FSE GREATER WSS-QTD-FSE.

           IF WSS-MATR-ANT NOT EQUAL 0
              PERFORM 2200-GRAVA-CONSOLIDADO
                 THRU 2200-GRAVA-CONSOLIDADO-EXIT
           END-IF.

           CLOSE FOLHANET.

       2000-CONSOLIDA-EXIT.
           EXIT.

      *----
       2100-ACUMULA-PAGAMENTO.

           IF TFS-MATRICULA (IDX-FSE) NOT EQUAL WSS-MATR-ANT
              IF WSS-MATR-ANT NOT EQUAL 0
                 PERFORM 2200-GRAVA-CONSOLIDADO
                    THRU 2200-GRAVA-CONSOLIDADO-EXIT
              END-IF
              MOVE SPACES                TO WSS-FOLHA-IMG
              MOVE 0                     TO WFN-BRUTO
              MOVE 0                     TO WFN-INSS
              MOVE 0                     TO WFN-IRRF
              MOVE 0                     TO WFN-OUTRAS-DED
              MOVE 0                     TO WFN-BENEFICIOS
              MOVE 0                     TO WFN-LIQUIDO
              MOVE 0                     TO WFN-PREMIO-ATS
              MOVE 0                     TO WFN-ADIC-NOT
              MOVE 0                     TO WFN-PERIC
              MOVE 0                     TO WFN-ADIANT-DED
              MOVE 0                     TO WFN-ABONO-PEC
              MOVE 0                     TO WFN-ABONO-TERCO
              MOVE 0                     TO WFN-PENSAO
              MOVE 0                     TO WFN-DSR
              MOVE TFS-MATRICULA (IDX-FSE) TO WSS-MATR-ANT
           END-IF.

           MOVE TFS-MATRICULA (IDX-FSE)  TO WFN-MATRICULA.
           MOVE TFS-NOME (IDX-FSE)       TO WFN-NOME.
           MOVE TFS-DEPARTAMENTO (IDX-FSE) TO WFN-DEPARTAMENTO.
           MOVE TFS-DATA-ADMISSAO (IDX-FSE) TO WFN-DATA-ADMISSAO.
           MOVE TFS-SALARIO (IDX-FSE)    TO WFN-SALARIO.
           MOVE TFS-MOEDA (IDX-FSE)      TO WFN-MOEDA.
           MOVE TFS-EMPRESA (IDX-FSE)    TO WFN-EMPRESA.
           MOVE TFS-TIPO-CONTRATO (IDX-FSE) TO WFN-TIPO-CONTRATO.

           ADD TFS-BRUTO (IDX-FSE)       TO WFN-BRUTO.
           ADD TFS-INSS (IDX-FSE)        TO WFN-INSS.
           ADD TFS-IRRF (IDX-FSE)        TO WFN-IRRF.
           ADD TFS-OUTRAS-DED (IDX-FSE)  TO WFN-OUTRAS-DED.
           ADD TFS-BENEFICIOS (IDX-FSE)  TO WFN-BENEFICIOS.
           ADD TFS-LIQUIDO (IDX-FSE)     TO WFN-LIQUIDO.
           ADD TFS-PREMIO-ATS (IDX-FSE)  TO WFN-PREMIO-ATS.
           ADD TFS-ADIC-NOT (IDX-FSE)    TO WFN-ADIC-NOT.
           ADD TFS-PERIC (IDX-FSE)       TO WFN-PERIC.
           ADD TFS-ADIANT-DED (IDX-FSE)  TO WFN-ADIANT-DED.
           ADD TFS-ABONO-PEC (IDX-FSE)   TO WFN-ABONO-PEC.
           ADD TFS-ABONO-TERCO (IDX-FSE) TO WFN-ABONO-TERCO.
           ADD TFS-PENSAO (IDX-FSE)      TO WFN-PENSAO.
           ADD TFS-DSR (IDX-FSE)         TO WFN-DSR.

       2100-ACUMULA-PAGAMENTO-EXIT.
           EXIT.

      *----
       2200-GRAVA-CONSOLIDADO.

           WRITE REG-FOLHANET FROM WSS-FOLHA-IMG.

           IF ST-FOLHANET NOT EQUAL 0 THEN
              DISPLAY 'COBOL237 - ERRO WRITE FOLHANET FS='
                      ST-FOLHANET
              MOVE ST-FOLHANET           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-CONSOLIDADO.
           COMPUTE WSS-TOT-CONSOLIDADO = WSS-TOT-CONSOLIDADO
                   + WFN-BRUTO + WFN-PREMIO-ATS.

       2200-GRAVA-CONSOLIDADO-EXIT.
           EXIT.

      *----
      * PROVA DA CONSOLIDACAO: TODOS OS PERIODOS DO CALENDARIO PAGOS
      * E ACUMULADOS, QUANTIDADE DE PAGAMENTOS E BRUTO DOS PERIODOS
      * IGUAIS AOS DO SEMACUM E BRUTO CONSOLIDADO IGUAL AO DOS
      * PERIODOS
      *----
       8000-PROVA-E-IMPRIME.

           DISPLAY '8000-PROVA-E-IMPRIME'.

           IF WSS-QTD-PER-SMA NOT EQUAL WSS-QTD-PER-CAL
              OR WSS-QTD-REG-FSE NOT EQUAL WSS-QTD-REG-SMA
              OR WSS-TOT-BRUTO-FSE NOT EQUAL WSS-TOT-BASE-SMA
              OR WSS-TOT-CONSOLIDADO NOT EQUAL WSS-TOT-BRUTO-FSE
              MOVE 'N'                   TO WSS-PROVADO
           END-IF.

           OPEN OUTPUT RELSEMC.

           IF ST-RELSEMC NOT EQUAL 0 THEN
              DISPLAY 'COBOL237 - ERRO OPEN RELSEMC FS=' ST-RELSEMC
              MOVE ST-RELSEMC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           WRITE REG-RELSEMC FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           MOVE 'COMPETENCIA / GRUPO             :' TO LT-ROTULO.
           MOVE WSS-COMPETENCIA          TO LT-VALOR.
           MOVE WSS-GRUPO                TO LT-VALOR (8:1).
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'PERIODOS NO CALENDARIO          :' TO LT-ROTULO.
           MOVE WSS-QTD-PER-CAL          TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'PERIODOS NO ACUMULADO           :' TO LT-ROTULO.
           MOVE WSS-QTD-PER-SMA          TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'PAGAMENTOS NOS PERIODOS         :' TO LT-ROTULO.
           MOVE WSS-QTD-REG-FSE          TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'PAGAMENTOS NO ACUMULADO         :' TO LT-ROTULO.
           MOVE WSS-QTD-REG-SMA          TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'BRUTO DOS PERIODOS              :' TO LT-ROTULO.
           MOVE WSS-TOT-BRUTO-FSE        TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'BASE NO ACUMULADO               :' TO LT-ROTULO.
           MOVE WSS-TOT-BASE-SMA         TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'BRUTO CONSOLIDADO               :' TO LT-ROTULO.
           MOVE WSS-TOT-CONSOLIDADO      TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'FUNCIONARIOS CONSOLIDADOS       :' TO LT-ROTULO.
           MOVE WSS-QTD-CONSOLIDADO      TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'CONSOLIDACAO PROVADA            :' TO LT-ROTULO.

           IF WSS-PROVADO EQUAL 'S'
              MOVE 'SIM'                 TO LT-VALOR
              PERFORM 8900-GRAVA-LINHA
                 THRU 8900-GRAVA-LINHA-EXIT
           ELSE
              MOVE 'NAO'                 TO LT-VALOR
              PERFORM 8900-GRAVA-LINHA
                 THRU 8900-GRAVA-LINHA-EXIT
              CLOSE RELSEMC
              DISPLAY 'COBOL237 - PERIODOS OU TOTAIS NAO CONFEREM, '
                      'FOLHANET NAO DEVE SER PUBLICADO'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE RELSEMC.

       8000-PROVA-E-IMPRIME-EXIT.
           EXIT.

      *----
       8900-GRAVA-LINHA.

           WRITE REG-RELSEMC FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELSEMC NOT EQUAL 0 THEN
              DISPLAY 'COBOL237 - ERRO WRITE RELSEMC FS='
                      ST-RELSEMC
              MOVE ST-RELSEMC            TO RETURN-CODE
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

           DISPLAY '***ABEND-COBOL237*** RC=' WSS-RC-ABEND
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           MOVE WSS-RC-ABEND TO RETURN-CODE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
