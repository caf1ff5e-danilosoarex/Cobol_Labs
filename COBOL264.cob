      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : ENTRADA DE NOTAS FISCAIS DE FORNECEDOR COM O
      *            CONFRONTO PEDIDO X RECEBIMENTO X NOTA. CADA NOTA
      *            DO NFENTRA (E CADA NOTA AINDA BLOQUEADA NO NFBLOQ
      *            DA RODADA ANTERIOR) E CASADA COM A LINHA DO PEDIDO
      *            DE COMPRA (PEDCOMPR) E COM A QUANTIDADE RECEBIDA
      *            (RECEBMER):
      *            - O FORNECEDOR DEVE SER O DO PEDIDO E A LINHA NAO
      *              PODE ESTAR CANCELADA;
      *            - A QUANTIDADE FATURADA, SOMADA A JA FATURADA NA
      *              LINHA, NAO PODE PASSAR DA RECEBIDA ALEM DA
      *              TOLERANCIA DO CARTAO;
      *            - O VALOR DA NOTA NAO PODE DIVERGIR DE QUANTIDADE
      *              X PRECO UNITARIO DO PEDIDO ALEM DA TOLERANCIA.
      *            A NOTA CASADA ENTRA NO DUPLICTA COMO TITULO A
      *            PAGAR E SOMA NA QUANTIDADE FATURADA DO PEDIDO
      *            (PEDCOMPN, NOVA GERACAO DO CADASTRO); A QUE NAO
      *            CASA VAI PARA O NFBLOQN COM O MOTIVO. SAI TAMBEM O
      *            AGING DAS NOTAS BLOQUEADAS PARA COMPRAS (RELBLOQ).
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - DATA DE EMISSAO DA NOTA NO TITULO DO DUPLICTA
      *                  (BASE DO DESCONTO POR ANTECIPACAO)
      * 15/10/2026 VRB - LINHA DIGITAVEL DO BOLETO NA NOTA (NFENTRA E
      *                  NFBLOQ COM 240 POSICOES), CONFERIDA NO COBOL267
      *                  CONTRA O VALOR E O VENCIMENTO DA NOTA E LEVADA
      *                  AO DUPLICTA (160 POSICOES)
      * 15/10/2026 VRB - NOTA PARCELADA (ATE 3 PARCELAS NO NFENTRA)
      *                  CONFERIDA CONTRA O VALOR DA NOTA E GRAVADA
      *                  COMO UM TITULO POR PARCELA NO DUPLICTA
      * 15/10/2026 VRB - NOTA EM MOEDA ESTRANGEIRA (MOEDA DA NOTA OU DO
      *                  FORNECEDOR NO FORNMST): MOEDA E TAXA DO
      *                  CAMBIOTB NA EMISSAO GRAVADAS NO DUPLICTA; SEM
      *                  TAXA OU COM BOLETO, A NOTA E BLOQUEADA
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL264.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 16:00:00.
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
           SELECT NFPARM ASSIGN TO NFPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-NFPARM.
      *
           SELECT PEDCOMPR ASSIGN TO PEDCOMPR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PEDCOMPR.
      *
           SELECT RECEBMER ASSIGN TO RECEBMER
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RECEBMER.
      *
           SELECT NFENTRA ASSIGN TO NFENTRA
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-NFENTRA.
      *
           SELECT NFBLOQ ASSIGN TO NFBLOQ
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-NFBLOQ.
      *
           SELECT DUPLICTA ASSIGN TO DUPLICTA
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DUPLICTA.
      *
           SELECT NFBLOQN ASSIGN TO NFBLOQN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-NFBLOQN.
      *
           SELECT PEDCOMPN ASSIGN TO PEDCOMPN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PEDCOMPN.
      *
           SELECT RELBLOQ ASSIGN TO RELBLOQ
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELBLOQ.
      *
           SELECT FORNMST ASSIGN TO FORNMST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FORNMST.
      *
           SELECT CAMBIOTB ASSIGN TO CAMBIOTB
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CAMBIOTB.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   NFPARM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CARTAO: DATA DE REFERENCIA (ZERO ASSUME A DATA DO SISTEMA),
      * TOLERANCIA DE VALOR EM % (NAO NUMERICA ASSUME 2,00) E
      * TOLERANCIA DE QUANTIDADE EM % (NAO NUMERICA ASSUME ZERO)
      *----
       01   REG-NFPARM.
            03 NPR-DATA-REF                PIC 9(008).
            03 NPR-TOL-VALOR-PCT           PIC 9(002)V99.
            03 NPR-TOL-QTDE-PCT            PIC 9(002)V99.
            03 FILLER                      PIC X(064).
      *----
       FD   PEDCOMPR
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2641'.
      *----
       FD   RECEBMER
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2642'.
      *----
       FD   NFENTRA
            RECORDING MODE IS F
            RECORD CONTAINS 240 CHARACTERS.
      *----
       01   REG-NFENTRA-E                  PIC X(240).
      *----
       FD   NFBLOQ
            RECORDING MODE IS F
            RECORD CONTAINS 240 CHARACTERS.
      *----
       01   REG-NFBLOQ                     PIC X(240).
      *----
       FD   DUPLICTA
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
       01   REG-DUPLICTA.
            03 DUP-CHAVE.
               05 DUP-FORNECEDOR           PIC X(030).
               05 DUP-NUMERO-NF            PIC 9(008).
            03 DUP-DATA-VENCIMENTO         PIC 9(008).
            03 DUP-VALOR                   PIC 9(007)V99.
            03 DUP-COD-SERVICO             PIC X(005).
            03 DUP-DATA-EMISSAO            PIC 9(008).
            03 DUP-LINHA-DIGITAVEL         PIC X(047).
            03 DUP-PARCELA                 PIC 9(002).
            03 DUP-QTD-PARCELAS            PIC 9(002).
            03 DUP-VALOR-NF                PIC 9(007)V99.
            03 DUP-MOEDA                   PIC X(003).
            03 DUP-TAXA-EMISSAO            PIC 9(005)V9(005).
            03 FILLER                      PIC X(019).
      *----
       FD   NFBLOQN
            RECORDING MODE IS F
            RECORD CONTAINS 240 CHARACTERS.
      *----
       01   REG-NFBLOQN                    PIC X(240).
      *----
       FD   PEDCOMPN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-PEDCOMPN                   PIC X(080).
      *----
       FD   RELBLOQ.
      *----
       01   REG-RELBLOQ                    PIC X(132).
      *----
       FD   FORNMST
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
      * CADASTRO DE FORNECEDORES (COBOL175): SO INTERESSA A MOEDA DE
      * FATURAMENTO, QUE VALE PARA A NOTA QUE CHEGA SEM MOEDA
      *----
       01   REG-FORNMST.
            03 FOR-CODIGO                  PIC X(030).
            03 FILLER                      PIC X(105).
            03 FOR-MOEDA                   PIC X(003).
            03 FILLER                      PIC X(022).
      *----
       FD   CAMBIOTB
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * TAXAS DE CAMBIO POR MOEDA E VIGENCIA (COBOL191)
      *----
       01   REG-CAMBIOTB.
            03 CMB-MOEDA                   PIC X(003).
            03 CMB-VIGENCIA                PIC 9(008).
            03 CMB-TAXA                    PIC 9(005)V9(005).
            03 FILLER                      PIC X(059).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-NFPARM                       PIC 9(002) VALUE 0.
       77  ST-PEDCOMPR                     PIC 9(002) VALUE 0.
       77  ST-RECEBMER                     PIC 9(002) VALUE 0.
       77  ST-NFENTRA                      PIC 9(002) VALUE 0.
       77  ST-NFBLOQ                       PIC 9(002) VALUE 0.
       77  ST-DUPLICTA                     PIC 9(002) VALUE 0.
       77  ST-NFBLOQN                      PIC 9(002) VALUE 0.
       77  ST-PEDCOMPN                     PIC 9(002) VALUE 0.
       77  ST-RELBLOQ                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-DATA-REF                    PIC 9(008) VALUE 0.
       77  WSS-TOL-VALOR-PCT               PIC 9(002)V99 VALUE 2,00.
       77  WSS-TOL-QTDE-PCT                PIC 9(002)V99 VALUE 0.
       77  WSS-QTD-PEDIDOS                 PIC 9(005) VALUE 0.
       77  WSS-REG-PEDIDOS                 PIC 9(006) VALUE ZEROES.
       77  WSS-REG-RECEB                   PIC 9(006) VALUE ZEROES.
       77  WSS-REG-RECEB-SEM-PED           PIC 9(006) VALUE ZEROES.
       77  WSS-REG-NOTAS                   PIC 9(006) VALUE ZEROES.
       77  WSS-REG-REAPRESENTADAS          PIC 9(006) VALUE ZEROES.
       77  WSS-REG-LIBERADAS               PIC 9(006) VALUE ZEROES.
       77  WSS-REG-BLOQUEADAS              PIC 9(006) VALUE ZEROES.
       77  WSS-VALOR-LIBERADO              PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-VALOR-BLOQUEADO             PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-MOTIVO                      PIC X(040) VALUE SPACES.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-QTDE-LIMITE                 PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-QTDE-APOS                   PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-VALOR-PEDIDO                PIC 9(011)V99 COMP-3 VALUE 0.
       77  WSS-DIFERENCA                   PIC S9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-DIFERENCA-LIMITE            PIC 9(011)V99 COMP-3 VALUE 0.
       77  WSS-DIAS-BLOQUEIO               PIC 9(005) VALUE 0.
       77  WSS-REG-PARCELAS                PIC 9(006) VALUE ZEROES.
       77  WSS-PARCELADA                   PIC X(001) VALUE 'N'.
       77  WSS-IND-PARC                    PIC 9(002) COMP VALUE 0.
       77  WSS-SOMA-PARCELAS               PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-VENC-ANTERIOR               PIC 9(008) VALUE 0.
       77  ST-FORNMST                      PIC 9(002) VALUE 0.
       77  ST-CAMBIOTB                     PIC 9(002) VALUE 0.
       77  WSS-QTD-FORNS                   PIC 9(004) VALUE 0.
       77  WSS-QTD-TAXAS                   PIC 9(004) VALUE 0.
       77  WSS-IDX-TAX                     PIC 9(004) COMP VALUE 0.
       77  WSS-DATA-TAXA                   PIC 9(008) VALUE 0.
       77  WSS-TAXA-ACHADA                 PIC 9(005)V9(005) VALUE 0.
       77  WSS-VIG-ACHADA                  PIC 9(008) VALUE 0.
       77  WSS-TAXA-EMISSAO                PIC 9(005)V9(005) VALUE 0.
       77  WSS-VALOR-REAIS                 PIC 9(011)V99 COMP-3 VALUE 0.
       77  WSS-REG-MOEDA                   PIC 9(006) VALUE ZEROES.
       77  MASCARA-VALOR                   PIC ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-DIAS                    PIC ZZZZ9.
       77  MASCARA-QTDE                    PIC ZZZZZ9.
      *----
      * NOTA EM PROCESSO (COPY2643), VINDA DO NFENTRA OU DO NFBLOQ
      *----
           COPY  'COPY2643'.
      *----
      * LINHAS DE PEDIDO EM MEMORIA, COM A QUANTIDADE RECEBIDA
      * ACUMULADA DO RECEBMER; A QUANTIDADE FATURADA E ATUALIZADA A
      * CADA NOTA LIBERADA E GRAVADA NO PEDCOMPN NO FIM
      *----
       01  WSS-TAB-PEDIDOS.
           05 WSS-PED-ENTRY OCCURS 0 TO 10000 TIMES
                 DEPENDING ON WSS-QTD-PEDIDOS
                 INDEXED BY IDX-PED.
              10 TPD-REGISTRO              PIC X(080).
              10 TPD-QTDE-RECEBIDA         PIC 9(009)V99 COMP-3.
      *----
      * MOEDA DE FATURAMENTO DE CADA FORNECEDOR E TAXAS DE CAMBIO
      *----
       01  WSS-TAB-FORNS.
           05 WSS-FRN-ENTRY OCCURS 0 TO 1000 TIMES
                 DEPENDING ON WSS-QTD-FORNS
                 INDEXED BY IDX-FRN.
              10 TFR-CODIGO                PIC X(030).
              10 TFR-MOEDA                 PIC X(003).
      *----
       01  WSS-TAB-TAXAS.
           05 WSS-TAX-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-TAXAS.
              10 TCM-MOEDA                 PIC X(003).
              10 TCM-VIGENCIA              PIC 9(008).
              10 TCM-TAXA                  PIC 9(005)V9(005).
      *----
      * AGING DAS NOTAS BLOQUEADAS PELOS DIAS DESDE A PRIMEIRA
      * ENTRADA (ATE 7 / 8 A 15 / 16 A 30 / ACIMA DE 30 DIAS)
      *----
       01  WSS-FAIXAS-BLOQUEIO.
           05 WSS-FAIXA-ENTRY OCCURS 4 TIMES INDEXED BY IDX-FAI.
              10 TFX-QTDE                  PIC 9(006).
              10 TFX-VALOR                 PIC 9(013)V99 COMP-3.
       01  WSS-NOMES-FAIXAS.
           05 FILLER                       PIC X(020)
              VALUE 'ATE 7 DIAS'.
           05 FILLER                       PIC X(020)
              VALUE 'DE 8 A 15 DIAS'.
           05 FILLER                       PIC X(020)
              VALUE 'DE 16 A 30 DIAS'.
           05 FILLER                       PIC X(020)
              VALUE 'ACIMA DE 30 DIAS'.
       01  WSS-NOMES-FAIXAS-R REDEFINES WSS-NOMES-FAIXAS.
           05 WSS-NOME-FAIXA OCCURS 4 TIMES PIC X(020).
      *----
      * LINKAGE DO SUBPROGRAMA DE CONFERENCIA DO BOLETO (COBOL267)
      *----
           COPY  'COPY2671'.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(010) VALUE 'COBOL264'.
           03 FILLER                       PIC X(052)
              VALUE 'NOTAS BLOQUEADAS - CONFRONTO PEDIDO X RECEBIMENTO'.
           03 FILLER                       PIC X(012)
              VALUE 'REFERENCIA: '.
           03 CAB-DATA-REF                 PIC 9(008) VALUE ZEROES.
      *----
       01  CAB02.
           03 FILLER                       PIC X(031)
              VALUE 'FORNECEDOR'.
           03 FILLER                       PIC X(009) VALUE 'NOTA'.
           03 FILLER                       PIC X(013)
              VALUE 'PEDIDO/ITEM'.
           03 FILLER                       PIC X(015)
              VALUE '          VALOR'.
           03 FILLER                       PIC X(007) VALUE '  DIAS'.
           03 FILLER                       PIC X(017) VALUE 'FAIXA'.
           03 FILLER                       PIC X(040) VALUE 'MOTIVO'.
      *----
       01  DET01.
           03 FORN-DET                     PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 NF-DET                       PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 PEDIDO-DET                   PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(001) VALUE '/'.
           03 ITEM-DET                     PIC 9(003) VALUE ZEROES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 VALOR-DET                    PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DIAS-DET                     PIC X(005) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 FAIXA-DET                    PIC X(016) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 MOTIVO-DET                   PIC X(040) VALUE SPACES.
      *----
       01  DET02.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 FAIXA-TOT                    PIC X(020) VALUE SPACES.
           03 QTDE-TOT                     PIC X(006) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 VALOR-TOT                    PIC X(014) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL264'
           DISPLAY ' ENTRADA DE NOTAS - CONFRONTO COM PEDIDO'.

           PERFORM 0001-CARGA-CARTAO
              THRU 0001-CARGA-CARTAO-EXIT.

           PERFORM 0002-CARGA-PEDCOMPR
              THRU 0002-CARGA-PEDCOMPR-EXIT.

           PERFORM 0004-CARGA-RECEBMER
              THRU 0004-CARGA-RECEBMER-EXIT.

           PERFORM 0006-CARGA-FORNMST
              THRU 0006-CARGA-FORNMST-EXIT.

           PERFORM 0008-CARGA-CAMBIOTB
              THRU 0008-CARGA-CAMBIOTB-EXIT.

           PERFORM 1000-ABRE-SAIDAS
              THRU 1000-ABRE-SAIDAS-EXIT.

           PERFORM 2000-REAPRESENTA-BLOQUEADAS
              THRU 2000-REAPRESENTA-BLOQUEADAS-EXIT.

           PERFORM 3000-PROCESSA-ENTRADA
              THRU 3000-PROCESSA-ENTRADA-EXIT.

           PERFORM 7000-GRAVA-PEDCOMPN
              THRU 7000-GRAVA-PEDCOMPN-EXIT.

           PERFORM 8000-IMPRIME-TOTAIS
              THRU 8000-IMPRIME-TOTAIS-EXIT.

           CLOSE DUPLICTA.
           CLOSE NFBLOQN.
           CLOSE RELBLOQ.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL264                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* LINHAS DE PEDIDO     : ' WSS-REG-PEDIDOS.
           DISPLAY '* RECEBIMENTOS LIDOS   : ' WSS-REG-RECEB.
           DISPLAY '* RECEB. SEM PEDIDO    : ' WSS-REG-RECEB-SEM-PED.
           DISPLAY '* NOTAS NOVAS          : ' WSS-REG-NOTAS.
           DISPLAY '* NOTAS REAPRESENTADAS : ' WSS-REG-REAPRESENTADAS.
           DISPLAY '* LIBERADAS (DUPLICTA) : ' WSS-REG-LIBERADAS.
           DISPLAY '* PARCELAS GRAVADAS    : ' WSS-REG-PARCELAS.
           DISPLAY '* EM MOEDA ESTRANGEIRA : ' WSS-REG-MOEDA.
           DISPLAY '* VALOR LIBERADO (R$)  : ' WSS-VALOR-LIBERADO.
           DISPLAY '* BLOQUEADAS (NFBLOQN) : ' WSS-REG-BLOQUEADAS.
           DISPLAY '* VALOR BLOQUEADO      : ' WSS-VALOR-BLOQUEADO.
           DISPLAY '*******************************************'.

           STOP RUN.

      *----
       0001-CARGA-CARTAO.

           DISPLAY '0001-CARGA-CARTAO'.

           OPEN INPUT NFPARM.

           IF ST-NFPARM NOT EQUAL 0 THEN
              DISPLAY 'COBOL264 - ERRO OPEN NFPARM FS=' ST-NFPARM
              MOVE ST-NFPARM             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ NFPARM.

           IF ST-NFPARM NOT EQUAL 0
              DISPLAY 'COBOL264 - CARTAO NFPARM AUSENTE'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF NPR-DATA-REF NUMERIC AND NPR-DATA-REF GREATER 0
              MOVE NPR-DATA-REF          TO WSS-DATA-REF
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:8) TO WSS-DATA-REF
           END-IF.

           IF NPR-TOL-VALOR-PCT NUMERIC
              MOVE NPR-TOL-VALOR-PCT     TO WSS-TOL-VALOR-PCT
           END-IF.

           IF NPR-TOL-QTDE-PCT NUMERIC
              MOVE NPR-TOL-QTDE-PCT      TO WSS-TOL-QTDE-PCT
           END-IF.

           MOVE WSS-DATA-REF             TO CAB-DATA-REF.

           CLOSE NFPARM.

       0001-CARGA-CARTAO-EXIT.
           EXIT.

      *----
       0002-CARGA-PEDCOMPR.

           DISPLAY '0002-CARGA-PEDCOMPR'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT PEDCOMPR.

           IF ST-PEDCOMPR NOT EQUAL 0 THEN
              DISPLAY 'COBOL264 - ERRO OPEN PEDCOMPR FS=' ST-PEDCOMPR
              MOVE ST-PEDCOMPR           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0003-LER-PEDCOMPR
              THRU 0003-LER-PEDCOMPR-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE PEDCOMPR.

       0002-CARGA-PEDCOMPR-EXIT.
           EXIT.

      *----
       0003-LER-PEDCOMPR.

           READ PEDCOMPR
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-PEDCOMPR NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL264 - ERRO READ PEDCOMPR FS=' ST-PEDCOMPR
              MOVE ST-PEDCOMPR           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0003-LER-PEDCOMPR-EXIT
           END-IF.

           IF WSS-QTD-PEDIDOS NOT LESS 10000
              DISPLAY 'COBOL264 - TABELA DE PEDIDOS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF PED-QTDE-FATURADA NOT NUMERIC
              MOVE 0                     TO PED-QTDE-FATURADA
           END-IF.

           ADD 1                         TO WSS-REG-PEDIDOS.
           ADD 1                         TO WSS-QTD-PEDIDOS.
           SET IDX-PED                   TO WSS-QTD-PEDIDOS.
           MOVE REG-PEDCOMPR             TO TPD-REGISTRO (IDX-PED).
           MOVE 0                        TO
                TPD-QTDE-RECEBIDA (IDX-PED).

       0003-LER-PEDCOMPR-EXIT.
           EXIT.

      *----
      * RECEBIMENTOS ACUMULADOS NA LINHA DO PEDIDO (SEM O ARQUIVO,
      * NADA FOI RECEBIDO E TODA NOTA FICA BLOQUEADA)
      *----
       0004-CARGA-RECEBMER.

           DISPLAY '0004-CARGA-RECEBMER'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT RECEBMER.

           IF ST-RECEBMER EQUAL 35
              GO TO 0004-CARGA-RECEBMER-EXIT
           END-IF.

           IF ST-RECEBMER NOT EQUAL 0 THEN
              DISPLAY 'COBOL264 - ERRO OPEN RECEBMER FS=' ST-RECEBMER
              MOVE ST-RECEBMER           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0005-LER-RECEBMER
              THRU 0005-LER-RECEBMER-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE RECEBMER.

       0004-CARGA-RECEBMER-EXIT.
           EXIT.

      *----
       0005-LER-RECEBMER.

           READ RECEBMER
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-RECEBMER NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL264 - ERRO READ RECEBMER FS=' ST-RECEBMER
              MOVE ST-RECEBMER           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0005-LER-RECEBMER-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-RECEB.

           IF WSS-QTD-PEDIDOS EQUAL 0
              ADD 1                      TO WSS-REG-RECEB-SEM-PED
              GO TO 0005-LER-RECEBMER-EXIT
           END-IF.

           SET IDX-PED                   TO 1.

           SEARCH WSS-PED-ENTRY
               AT END
                  ADD 1                  TO WSS-REG-RECEB-SEM-PED
                  DISPLAY 'COBOL264 - RECEBIMENTO SEM PEDIDO: '
                          REC-PEDIDO '/' REC-ITEM
               WHEN TPD-REGISTRO (IDX-PED) (1:8) EQUAL REC-PEDIDO
                AND TPD-REGISTRO (IDX-PED) (9:3) EQUAL REC-ITEM
                  ADD REC-QTDE           TO
                      TPD-QTDE-RECEBIDA (IDX-PED)
           END-SEARCH.

       0005-LER-RECEBMER-EXIT.
           EXIT.

      *----
      * MOEDA DE FATURAMENTO DOS FORNECEDORES (OPCIONAL: SEM O
      * FORNMST, NOTA SEM MOEDA E EM REAIS)
      *----
       0006-CARGA-FORNMST.

           DISPLAY '0006-CARGA-FORNMST'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT FORNMST.

           IF ST-FORNMST EQUAL 35
              GO TO 0006-CARGA-FORNMST-EXIT
           END-IF.

           IF ST-FORNMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL264 - ERRO OPEN FORNMST FS=' ST-FORNMST
              MOVE ST-FORNMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0007-LER-FORNMST
              THRU 0007-LER-FORNMST-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FORNMST.

           MOVE 'N'                      TO WSS-EOF.

       0006-CARGA-FORNMST-EXIT.
           EXIT.

      *----
      * SO FICAM NA TABELA OS FORNECEDORES QUE FATURAM EM MOEDA
      * ESTRANGEIRA
      *----
       0007-LER-FORNMST.

           READ FORNMST
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FORNMST NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL264 - ERRO READ FORNMST FS=' ST-FORNMST
              MOVE ST-FORNMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0007-LER-FORNMST-EXIT
           END-IF.

           IF FOR-MOEDA EQUAL SPACES OR FOR-MOEDA EQUAL 'BRL'
              OR FOR-MOEDA EQUAL LOW-VALUES
              GO TO 0007-LER-FORNMST-EXIT
           END-IF.

           IF WSS-QTD-FORNS LESS 1000
              ADD 1                      TO WSS-QTD-FORNS
              MOVE FOR-CODIGO            TO TFR-CODIGO (WSS-QTD-FORNS)
              MOVE FOR-MOEDA             TO TFR-MOEDA (WSS-QTD-FORNS)
           END-IF.

       0007-LER-FORNMST-EXIT.
           EXIT.

      *----
      * TAXAS DE CAMBIO (COBOL191), OPCIONAL: SEM ELAS, NOTA EM MOEDA
      * ESTRANGEIRA FICA BLOQUEADA
      *----
       0008-CARGA-CAMBIOTB.

           DISPLAY '0008-CARGA-CAMBIOTB'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT CAMBIOTB.

           IF ST-CAMBIOTB EQUAL 35
              GO TO 0008-CARGA-CAMBIOTB-EXIT
           END-IF.

           IF ST-CAMBIOTB NOT EQUAL 0 THEN
              DISPLAY 'COBOL264 - ERRO OPEN CAMBIOTB FS=' ST-CAMBIOTB
              MOVE ST-CAMBIOTB           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0009-LER-CAMBIOTB
              THRU 0009-LER-CAMBIOTB-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CAMBIOTB.

           MOVE 'N'                      TO WSS-EOF.

       0008-CARGA-CAMBIOTB-EXIT.
           EXIT.

      *----
       0009-LER-CAMBIOTB.

           READ CAMBIOTB
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CAMBIOTB NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL264 - ERRO READ CAMBIOTB FS=' ST-CAMBIOTB
              MOVE ST-CAMBIOTB           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF NOT = 'Y'
              AND WSS-QTD-TAXAS LESS 500
              ADD 1                      TO WSS-QTD-TAXAS
              MOVE CMB-MOEDA             TO TCM-MOEDA (WSS-QTD-TAXAS)
              MOVE CMB-VIGENCIA          TO
                   TCM-VIGENCIA (WSS-QTD-TAXAS)
              MOVE CMB-TAXA              TO TCM-TAXA (WSS-QTD-TAXAS)
           END-IF.

       0009-LER-CAMBIOTB-EXIT.
           EXIT.

      *----
      * NOTAS LIBERADAS VAO PARA O FIM DO DUPLICTA (NA PRIMEIRA VEZ
      * O ARQUIVO E CRIADO)
      *----
       1000-ABRE-SAIDAS.

           INITIALIZE WSS-FAIXAS-BLOQUEIO.

           OPEN EXTEND DUPLICTA.

           IF ST-DUPLICTA EQUAL 35
              OPEN OUTPUT DUPLICTA
           END-IF.

           OPEN OUTPUT NFBLOQN.
           OPEN OUTPUT RELBLOQ.

           IF ST-DUPLICTA NOT EQUAL 0 OR ST-NFBLOQN NOT EQUAL 0
              OR ST-RELBLOQ NOT EQUAL 0
              DISPLAY 'COBOL264 - ERRO OPEN SAIDAS FS=' ST-DUPLICTA
                      ' ' ST-NFBLOQN ' ' ST-RELBLOQ
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           WRITE REG-RELBLOQ FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           WRITE REG-RELBLOQ FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

       1000-ABRE-SAIDAS-EXIT.
           EXIT.

      *----
      * NOTAS BLOQUEADAS NA RODADA ANTERIOR VOLTAM AO CONFRONTO
      * (O RECEBIMENTO OU A CORRECAO DO PEDIDO PODE TER CHEGADO)
      *----
       2000-REAPRESENTA-BLOQUEADAS.

           DISPLAY '2000-REAPRESENTA-BLOQUEADAS'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT NFBLOQ.

           IF ST-NFBLOQ EQUAL 35
              GO TO 2000-REAPRESENTA-BLOQUEADAS-EXIT
           END-IF.

           IF ST-NFBLOQ NOT EQUAL 0 THEN
              DISPLAY 'COBOL264 - ERRO OPEN NFBLOQ FS=' ST-NFBLOQ
              MOVE ST-NFBLOQ             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 2001-LER-NFBLOQ
              THRU 2001-LER-NFBLOQ-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE NFBLOQ.

       2000-REAPRESENTA-BLOQUEADAS-EXIT.
           EXIT.

      *----
       2001-LER-NFBLOQ.

           READ NFBLOQ INTO REG-NFENTRA
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-NFBLOQ NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL264 - ERRO READ NFBLOQ FS=' ST-NFBLOQ
              MOVE ST-NFBLOQ             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 2001-LER-NFBLOQ-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-REAPRESENTADAS.

           PERFORM 4000-CONFRONTA-NOTA
              THRU 4000-CONFRONTA-NOTA-EXIT.

       2001-LER-NFBLOQ-EXIT.
           EXIT.

      *----
       3000-PROCESSA-ENTRADA.

           DISPLAY '3000-PROCESSA-ENTRADA'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT NFENTRA.

           IF ST-NFENTRA NOT EQUAL 0 THEN
              DISPLAY 'COBOL264 - ERRO OPEN NFENTRA FS=' ST-NFENTRA
              MOVE ST-NFENTRA            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 3001-LER-NFENTRA
              THRU 3001-LER-NFENTRA-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE NFENTRA.

       3000-PROCESSA-ENTRADA-EXIT.
           EXIT.

      *----
       3001-LER-NFENTRA.

           READ NFENTRA INTO REG-NFENTRA
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-NFENTRA NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL264 - ERRO READ NFENTRA FS=' ST-NFENTRA
              MOVE ST-NFENTRA            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 3001-LER-NFENTRA-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-NOTAS.

           IF NFE-DATA-ENTRADA NOT NUMERIC OR NFE-DATA-ENTRADA EQUAL 0
              MOVE WSS-DATA-REF          TO NFE-DATA-ENTRADA
           END-IF.

           PERFORM 4000-CONFRONTA-NOTA
              THRU 4000-CONFRONTA-NOTA-EXIT.

       3001-LER-NFENTRA-EXIT.
           EXIT.

      *----
      * CONFRONTO DA NOTA COM A LINHA DO PEDIDO E COM O RECEBIDO;
      * O PRIMEIRO MOTIVO ENCONTRADO BLOQUEIA A NOTA
      *----
       4000-CONFRONTA-NOTA.

           MOVE SPACES                   TO WSS-MOTIVO.

           IF NFE-VALOR NOT NUMERIC OR NFE-VALOR EQUAL 0
              OR NFE-QTDE NOT NUMERIC OR NFE-QTDE EQUAL 0
              OR NFE-DATA-VENCIMENTO NOT NUMERIC
              MOVE 'NOTA COM VALOR/QUANTIDADE/VENCTO INVALIDO'
                                          TO WSS-MOTIVO
              GO TO 4000-CONFRONTA-NOTA-FIM
           END-IF.

      *----
      * NOTA PARCELADA: ATE 3 PARCELAS COM VENCIMENTOS CRESCENTES E
      * VALORES QUE SOMAM O VALOR DA NOTA
      *----
           MOVE 'N'                      TO WSS-PARCELADA.

           IF NFE-QTD-PARCELAS NUMERIC
              AND NFE-QTD-PARCELAS GREATER 0
              MOVE 'S'                   TO WSS-PARCELADA
              PERFORM 4050-CONFERE-PARCELAS
                 THRU 4050-CONFERE-PARCELAS-EXIT
              IF WSS-MOTIVO NOT EQUAL SPACES
                 GO TO 4000-CONFRONTA-NOTA-FIM
              END-IF
           END-IF.

           IF NFE-PEDIDO NOT NUMERIC OR NFE-PEDIDO EQUAL 0
              MOVE 'NOTA SEM PEDIDO DE COMPRA'
                                          TO WSS-MOTIVO
              GO TO 4000-CONFRONTA-NOTA-FIM
           END-IF.

           MOVE 'N'                      TO WSS-ACHOU.

           IF WSS-QTD-PEDIDOS GREATER 0
              SET IDX-PED                TO 1
              SEARCH WSS-PED-ENTRY
                  AT END
                     CONTINUE
                  WHEN TPD-REGISTRO (IDX-PED) (1:8) EQUAL NFE-PEDIDO
                   AND TPD-REGISTRO (IDX-PED) (9:3) EQUAL NFE-ITEM
                     MOVE 'Y'            TO WSS-ACHOU
              END-SEARCH
           END-IF.

           IF WSS-ACHOU NOT = 'Y'
              MOVE 'PEDIDO/ITEM NAO CADASTRADO EM PEDCOMPR'
                                          TO WSS-MOTIVO
              GO TO 4000-CONFRONTA-NOTA-FIM
           END-IF.

           MOVE TPD-REGISTRO (IDX-PED)   TO REG-PEDCOMPR.

           IF PED-FORNECEDOR NOT EQUAL NFE-FORNECEDOR
              MOVE 'FORNECEDOR DIFERENTE DO PEDIDO'
                                          TO WSS-MOTIVO
              GO TO 4000-CONFRONTA-NOTA-FIM
           END-IF.

           IF PED-CANCELADO
              MOVE 'LINHA DO PEDIDO CANCELADA'
                                          TO WSS-MOTIVO
              GO TO 4000-CONFRONTA-NOTA-FIM
           END-IF.

      *----
      * QUANTIDADE: JA FATURADA + ESTA NOTA ATE O RECEBIDO MAIS A
      * TOLERANCIA
      *----
           COMPUTE WSS-QTDE-LIMITE ROUNDED =
                   TPD-QTDE-RECEBIDA (IDX-PED)
                   * (100 + WSS-TOL-QTDE-PCT) / 100.

           COMPUTE WSS-QTDE-APOS = PED-QTDE-FATURADA + NFE-QTDE.

           IF WSS-QTDE-APOS GREATER WSS-QTDE-LIMITE
              IF TPD-QTDE-RECEBIDA (IDX-PED) EQUAL 0
                 MOVE 'MERCADORIA/SERVICO NAO RECEBIDO'
                                          TO WSS-MOTIVO
              ELSE
                 MOVE 'QUANTIDADE FATURADA ACIMA DA RECEBIDA'
                                          TO WSS-MOTIVO
              END-IF
              GO TO 4000-CONFRONTA-NOTA-FIM
           END-IF.

      *----
      * VALOR: QUANTIDADE DA NOTA X PRECO DO PEDIDO, COM A
      * TOLERANCIA PARA MAIS OU PARA MENOS
      *----
           COMPUTE WSS-VALOR-PEDIDO ROUNDED =
                   NFE-QTDE * PED-PRECO-UNIT.

           COMPUTE WSS-DIFERENCA = NFE-VALOR - WSS-VALOR-PEDIDO.

           IF WSS-DIFERENCA LESS 0
              COMPUTE WSS-DIFERENCA = 0 - WSS-DIFERENCA
           END-IF.

           COMPUTE WSS-DIFERENCA-LIMITE ROUNDED =
                   WSS-VALOR-PEDIDO * WSS-TOL-VALOR-PCT / 100.

           IF WSS-DIFERENCA GREATER WSS-DIFERENCA-LIMITE
              MOVE 'VALOR DIVERGENTE DO PEDIDO'
                                          TO WSS-MOTIVO
              GO TO 4000-CONFRONTA-NOTA-FIM
           END-IF.

      *----
      * MOEDA DA NOTA E TAXA DA EMISSAO
      *----
           PERFORM 4070-DEFINE-MOEDA
              THRU 4070-DEFINE-MOEDA-EXIT.

           IF WSS-MOTIVO NOT EQUAL SPACES
              GO TO 4000-CONFRONTA-NOTA-FIM
           END-IF.

      *----
      * NOTA COBRADA POR BOLETO: DIGITOS DA LINHA DIGITAVEL, VALOR E
      * VENCIMENTO DO BOLETO CONTRA OS DA NOTA (COBOL267); NA NOTA
      * PARCELADA O BOLETO E O DA PRIMEIRA PARCELA
      *----
           IF NFE-LINHA-DIGITAVEL NOT EQUAL SPACES
              MOVE NFE-LINHA-DIGITAVEL   TO WSS-BOL-LINHA
              IF WSS-PARCELADA EQUAL 'S'
                 MOVE NFE-PARC-VALOR (1) TO WSS-BOL-VALOR-NOTA
                 MOVE NFE-PARC-VENCIMENTO (1)
                                         TO WSS-BOL-VENC-NOTA
              ELSE
                 MOVE NFE-VALOR          TO WSS-BOL-VALOR-NOTA
                 MOVE NFE-DATA-VENCIMENTO
                                         TO WSS-BOL-VENC-NOTA
              END-IF
              CALL 'COBOL267' USING WSS-BOLETO-LINKAGE
              IF WSS-BOL-RETURN-CODE NOT EQUAL 0
                 MOVE WSS-BOL-MENSAGEM   TO WSS-MOTIVO
                 GO TO 4000-CONFRONTA-NOTA-FIM
              END-IF
           END-IF.

       4000-CONFRONTA-NOTA-FIM.

           IF WSS-MOTIVO EQUAL SPACES
              PERFORM 4100-LIBERA-NOTA
                 THRU 4100-LIBERA-NOTA-EXIT
           ELSE
              PERFORM 4200-BLOQUEIA-NOTA
                 THRU 4200-BLOQUEIA-NOTA-EXIT
           END-IF.

       4000-CONFRONTA-NOTA-EXIT.
           EXIT.

      *----
      * CONFERENCIA DAS PARCELAS DA NOTA; O PRIMEIRO ERRO BLOQUEIA
      *----
       4050-CONFERE-PARCELAS.

           IF NFE-QTD-PARCELAS GREATER 3
              MOVE 'NOTA COM MAIS DE 3 PARCELAS'
                                          TO WSS-MOTIVO
              GO TO 4050-CONFERE-PARCELAS-EXIT
           END-IF.

           MOVE 0                        TO WSS-SOMA-PARCELAS
                                            WSS-VENC-ANTERIOR.

           PERFORM 4060-CONFERE-PARCELA
              THRU 4060-CONFERE-PARCELA-EXIT
              VARYING WSS-IND-PARC FROM 1 BY 1
              UNTIL WSS-IND-PARC GREATER NFE-QTD-PARCELAS
                 OR WSS-MOTIVO NOT EQUAL SPACES.

           IF WSS-MOTIVO NOT EQUAL SPACES
              GO TO 4050-CONFERE-PARCELAS-EXIT
           END-IF.

           IF WSS-SOMA-PARCELAS NOT EQUAL NFE-VALOR
              MOVE 'PARCELAS NAO SOMAM O VALOR DA NOTA'
                                          TO WSS-MOTIVO
           END-IF.

       4050-CONFERE-PARCELAS-EXIT.
           EXIT.

      *----
       4060-CONFERE-PARCELA.

           IF NFE-PARC-VENCIMENTO (WSS-IND-PARC) NOT NUMERIC
              OR NFE-PARC-VALOR (WSS-IND-PARC) NOT NUMERIC
              OR NFE-PARC-VALOR (WSS-IND-PARC) EQUAL 0
              OR NFE-PARC-VENCIMENTO (WSS-IND-PARC)
                 NOT GREATER WSS-VENC-ANTERIOR
              MOVE 'PARCELAMENTO INVALIDO (VENCTO/VALOR)'
                                          TO WSS-MOTIVO
              GO TO 4060-CONFERE-PARCELA-EXIT
           END-IF.

           MOVE NFE-PARC-VENCIMENTO (WSS-IND-PARC)
                                         TO WSS-VENC-ANTERIOR.
           ADD NFE-PARC-VALOR (WSS-IND-PARC)
                                         TO WSS-SOMA-PARCELAS.

       4060-CONFERE-PARCELA-EXIT.
           EXIT.

      *----
      * NOTA SEM MOEDA ASSUME A DO FORNECEDOR; EM MOEDA ESTRANGEIRA A
      * NOTA PRECISA DA TAXA DO CAMBIOTB NA EMISSAO (TAXA DA
      * CONTABILIZACAO, GRAVADA NO TITULO) E NAO PODE VIR COM BOLETO,
      * QUE E SEMPRE EM REAIS
      *----
       4070-DEFINE-MOEDA.

           MOVE 0                        TO WSS-TAXA-EMISSAO.

           IF NFE-MOEDA EQUAL 'BRL' OR NFE-MOEDA EQUAL LOW-VALUES
              MOVE SPACES                TO NFE-MOEDA
              GO TO 4070-DEFINE-MOEDA-EXIT
           END-IF.

           IF NFE-MOEDA EQUAL SPACES AND WSS-QTD-FORNS GREATER 0
              SET IDX-FRN                TO 1
              SEARCH WSS-FRN-ENTRY
                  AT END
                     CONTINUE
                  WHEN TFR-CODIGO (IDX-FRN) EQUAL NFE-FORNECEDOR
                     MOVE TFR-MOEDA (IDX-FRN) TO NFE-MOEDA
              END-SEARCH
           END-IF.

           IF NFE-MOEDA EQUAL SPACES
              GO TO 4070-DEFINE-MOEDA-EXIT
           END-IF.

           IF NFE-LINHA-DIGITAVEL NOT EQUAL SPACES
              MOVE 'BOLETO EM NOTA DE MOEDA ESTRANGEIRA'
                                          TO WSS-MOTIVO
              GO TO 4070-DEFINE-MOEDA-EXIT
           END-IF.

           IF NFE-DATA-EMISSAO NUMERIC AND NFE-DATA-EMISSAO GREATER 0
              MOVE NFE-DATA-EMISSAO      TO WSS-DATA-TAXA
           ELSE
              MOVE WSS-DATA-REF          TO WSS-DATA-TAXA
           END-IF.

           MOVE 0                        TO WSS-TAXA-ACHADA.
           MOVE 0                        TO WSS-VIG-ACHADA.

           PERFORM 4080-COMPARA-TAXA
              THRU 4080-COMPARA-TAXA-EXIT
              VARYING WSS-IDX-TAX FROM 1 BY 1
              UNTIL WSS-IDX-TAX GREATER WSS-QTD-TAXAS.

           IF WSS-TAXA-ACHADA EQUAL 0
              MOVE SPACES                TO WSS-MOTIVO
              STRING 'SEM TAXA DE CAMBIO NA EMISSAO - '
                                          DELIMITED BY SIZE
                     NFE-MOEDA           DELIMITED BY SIZE
                INTO WSS-MOTIVO
              END-STRING
              GO TO 4070-DEFINE-MOEDA-EXIT
           END-IF.

           MOVE WSS-TAXA-ACHADA          TO WSS-TAXA-EMISSAO.

       4070-DEFINE-MOEDA-EXIT.
           EXIT.

      *----
      * TAXA DE MAIOR VIGENCIA ATE A EMISSAO DA NOTA
      *----
       4080-COMPARA-TAXA.

           IF TCM-MOEDA (WSS-IDX-TAX) EQUAL NFE-MOEDA
              AND TCM-VIGENCIA (WSS-IDX-TAX) NOT GREATER
                  WSS-DATA-TAXA
              AND TCM-VIGENCIA (WSS-IDX-TAX) NOT LESS WSS-VIG-ACHADA
              MOVE TCM-VIGENCIA (WSS-IDX-TAX) TO WSS-VIG-ACHADA
              MOVE TCM-TAXA (WSS-IDX-TAX)     TO WSS-TAXA-ACHADA
           END-IF.

       4080-COMPARA-TAXA-EXIT.
           EXIT.

      *----
      * NOTA CASADA: TITULO A PAGAR NO DUPLICTA E QUANTIDADE SOMADA
      * AO FATURADO DA LINHA DO PEDIDO
      *----
       4100-LIBERA-NOTA.

           IF WSS-PARCELADA EQUAL 'S'
              PERFORM 4110-GRAVA-PARCELA
                 THRU 4110-GRAVA-PARCELA-EXIT
                 VARYING WSS-IND-PARC FROM 1 BY 1
                 UNTIL WSS-IND-PARC GREATER NFE-QTD-PARCELAS
           ELSE
              MOVE 1                     TO WSS-IND-PARC
              PERFORM 4110-GRAVA-PARCELA
                 THRU 4110-GRAVA-PARCELA-EXIT
           END-IF.

           ADD NFE-QTDE                  TO PED-QTDE-FATURADA.
           MOVE REG-PEDCOMPR             TO TPD-REGISTRO (IDX-PED).

           ADD 1                         TO WSS-REG-LIBERADAS.

           IF NFE-MOEDA EQUAL SPACES
              ADD NFE-VALOR              TO WSS-VALOR-LIBERADO
           ELSE
              COMPUTE WSS-VALOR-REAIS ROUNDED =
                      NFE-VALOR * WSS-TAXA-EMISSAO
              ADD WSS-VALOR-REAIS        TO WSS-VALOR-LIBERADO
              ADD 1                      TO WSS-REG-MOEDA
           END-IF.

       4100-LIBERA-NOTA-EXIT.
           EXIT.

      *----
      * UM TITULO NO DUPLICTA POR PARCELA, COM O NUMERO DA PARCELA, A
      * QUANTIDADE E O VALOR TOTAL DA NOTA; A LINHA DIGITAVEL VAI SO
      * NA PRIMEIRA PARCELA
      *----
       4110-GRAVA-PARCELA.

           MOVE SPACES                   TO REG-DUPLICTA.
           MOVE NFE-FORNECEDOR           TO DUP-FORNECEDOR.
           MOVE NFE-NUMERO-NF            TO DUP-NUMERO-NF.
           MOVE NFE-COD-SERVICO          TO DUP-COD-SERVICO.
           MOVE NFE-DATA-EMISSAO         TO DUP-DATA-EMISSAO.
           MOVE WSS-IND-PARC             TO DUP-PARCELA.
           MOVE NFE-VALOR                TO DUP-VALOR-NF.
           MOVE NFE-MOEDA                TO DUP-MOEDA.
           MOVE WSS-TAXA-EMISSAO         TO DUP-TAXA-EMISSAO.

           IF WSS-PARCELADA EQUAL 'S'
              MOVE NFE-QTD-PARCELAS      TO DUP-QTD-PARCELAS
              MOVE NFE-PARC-VENCIMENTO (WSS-IND-PARC)
                                         TO DUP-DATA-VENCIMENTO
              MOVE NFE-PARC-VALOR (WSS-IND-PARC)
                                         TO DUP-VALOR
           ELSE
              MOVE 1                     TO DUP-QTD-PARCELAS
              MOVE NFE-DATA-VENCIMENTO   TO DUP-DATA-VENCIMENTO
              MOVE NFE-VALOR             TO DUP-VALOR
           END-IF.

           IF WSS-IND-PARC EQUAL 1
              MOVE NFE-LINHA-DIGITAVEL   TO DUP-LINHA-DIGITAVEL
           END-IF.

           WRITE REG-DUPLICTA.

           IF ST-DUPLICTA NOT EQUAL 0 THEN
              DISPLAY 'COBOL264 - ERRO WRITE DUPLICTA FS=' ST-DUPLICTA
              MOVE ST-DUPLICTA           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-PARCELAS.

       4110-GRAVA-PARCELA-EXIT.
           EXIT.

      *----
      * NOTA BLOQUEADA: VAI PARA O NFBLOQN COM O MOTIVO E ENTRA NO
      * AGING PELOS DIAS DESDE A PRIMEIRA ENTRADA
      *----
       4200-BLOQUEIA-NOTA.

           MOVE WSS-MOTIVO               TO NFE-MOTIVO.

           WRITE REG-NFBLOQN FROM REG-NFENTRA.

           IF ST-NFBLOQN NOT EQUAL 0 THEN
              DISPLAY 'COBOL264 - ERRO WRITE NFBLOQN FS=' ST-NFBLOQN
              MOVE ST-NFBLOQN            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-BLOQUEADAS.

           IF NFE-VALOR NUMERIC
              ADD NFE-VALOR              TO WSS-VALOR-BLOQUEADO
           END-IF.

           MOVE 0                        TO WSS-DIAS-BLOQUEIO.

           IF NFE-DATA-ENTRADA NUMERIC
              AND NFE-DATA-ENTRADA LESS WSS-DATA-REF
              COMPUTE WSS-DIAS-BLOQUEIO =
                      FUNCTION INTEGER-OF-DATE (WSS-DATA-REF)
                      - FUNCTION INTEGER-OF-DATE (NFE-DATA-ENTRADA)
           END-IF.

           EVALUATE TRUE
               WHEN WSS-DIAS-BLOQUEIO NOT GREATER 7
                    SET IDX-FAI          TO 1
               WHEN WSS-DIAS-BLOQUEIO NOT GREATER 15
                    SET IDX-FAI          TO 2
               WHEN WSS-DIAS-BLOQUEIO NOT GREATER 30
                    SET IDX-FAI          TO 3
               WHEN OTHER
                    SET IDX-FAI          TO 4
           END-EVALUATE.

           ADD 1                         TO TFX-QTDE (IDX-FAI).

           MOVE NFE-FORNECEDOR           TO FORN-DET.
           MOVE NFE-NUMERO-NF            TO NF-DET.
           MOVE 0                        TO PEDIDO-DET
                                            ITEM-DET.
           MOVE 0                        TO MASCARA-VALOR.

           IF NFE-PEDIDO NUMERIC
              MOVE NFE-PEDIDO            TO PEDIDO-DET
           END-IF.

           IF NFE-ITEM NUMERIC
              MOVE NFE-ITEM              TO ITEM-DET
           END-IF.

           IF NFE-VALOR NUMERIC
              ADD NFE-VALOR              TO TFX-VALOR (IDX-FAI)
              MOVE NFE-VALOR             TO MASCARA-VALOR
           END-IF.

           MOVE MASCARA-VALOR            TO VALOR-DET.
           MOVE WSS-DIAS-BLOQUEIO        TO MASCARA-DIAS.
           MOVE MASCARA-DIAS             TO DIAS-DET.
           MOVE WSS-NOME-FAIXA (IDX-FAI) TO FAIXA-DET.
           MOVE WSS-MOTIVO               TO MOTIVO-DET.

           WRITE REG-RELBLOQ FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELBLOQ NOT EQUAL 0 THEN
              DISPLAY 'COBOL264 - ERRO WRITE RELBLOQ FS=' ST-RELBLOQ
              MOVE ST-RELBLOQ            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       4200-BLOQUEIA-NOTA-EXIT.
           EXIT.

      *----
      * NOVA GERACAO DO CADASTRO DE PEDIDOS COM O FATURADO
      * ATUALIZADO
      *----
       7000-GRAVA-PEDCOMPN.

           DISPLAY '7000-GRAVA-PEDCOMPN'.

           OPEN OUTPUT PEDCOMPN.

           IF ST-PEDCOMPN NOT EQUAL 0 THEN
              DISPLAY 'COBOL264 - ERRO OPEN PEDCOMPN FS=' ST-PEDCOMPN
              MOVE ST-PEDCOMPN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 7100-GRAVA-UM-PEDIDO
              THRU 7100-GRAVA-UM-PEDIDO-EXIT
              VARYING IDX-PED FROM 1 BY 1
              UNTIL IDX-PED > WSS-QTD-PEDIDOS.

           CLOSE PEDCOMPN.

       7000-GRAVA-PEDCOMPN-EXIT.
           EXIT.

      *----
       7100-GRAVA-UM-PEDIDO.

           WRITE REG-PEDCOMPN FROM TPD-REGISTRO (IDX-PED).

           IF ST-PEDCOMPN NOT EQUAL 0 THEN
              DISPLAY 'COBOL264 - ERRO WRITE PEDCOMPN FS=' ST-PEDCOMPN
              MOVE ST-PEDCOMPN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       7100-GRAVA-UM-PEDIDO-EXIT.
           EXIT.

      *----
      * TOTAIS DO AGING POR FAIXA
      *----
       8000-IMPRIME-TOTAIS.

           MOVE SPACES                   TO DET02.
           MOVE 'TOTAL POR FAIXA'        TO FAIXA-TOT.

           WRITE REG-RELBLOQ FROM DET02 AFTER ADVANCING 2
           END-WRITE.

           PERFORM 8100-IMPRIME-FAIXA
              THRU 8100-IMPRIME-FAIXA-EXIT
              VARYING IDX-FAI FROM 1 BY 1
              UNTIL IDX-FAI > 4.

           MOVE 'TOTAL BLOQUEADO'        TO FAIXA-TOT.
           MOVE WSS-REG-BLOQUEADAS       TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO QTDE-TOT.
           MOVE WSS-VALOR-BLOQUEADO      TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO VALOR-TOT.

           WRITE REG-RELBLOQ FROM DET02 AFTER ADVANCING 2
           END-WRITE.

       8000-IMPRIME-TOTAIS-EXIT.
           EXIT.

      *----
       8100-IMPRIME-FAIXA.

           MOVE WSS-NOME-FAIXA (IDX-FAI) TO FAIXA-TOT.
           MOVE TFX-QTDE (IDX-FAI)       TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO QTDE-TOT.
           MOVE TFX-VALOR (IDX-FAI)      TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO VALOR-TOT.

           WRITE REG-RELBLOQ FROM DET02 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELBLOQ NOT EQUAL 0 THEN
              DISPLAY 'COBOL264 - ERRO WRITE RELBLOQ FS=' ST-RELBLOQ
              MOVE ST-RELBLOQ            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       8100-IMPRIME-FAIXA-EXIT.
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

           DISPLAY '***ABEND-COBOL264*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
