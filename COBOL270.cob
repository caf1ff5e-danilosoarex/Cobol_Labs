      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : FECHAMENTO MENSAL DA VARIACAO CAMBIAL DE TITULOS DE
      *            FORNECEDOR EM MOEDA ESTRANGEIRA:
      *            - VARIACAO REALIZADA: LE O ACUMULADO VARCAMB
      *              (COPY2701, GRAVADO PELO COBOL193 NA CONFIRMACAO
      *              DO PAGAMENTO), SELECIONA OS PAGAMENTOS DA
      *              COMPETENCIA DO CARTAO VARPARM E GRAVA EM LANCVAR,
      *              NO LAYOUT DO LANCGL, OS LANCAMENTOS BALANCEADOS:
      *              PERDA ('CPER' A DEBITO CONTRA 'CFPE' FORNECEDORES
      *              A CREDITO) E GANHO ('CFGA' FORNECEDORES A DEBITO
      *              CONTRA 'CGAN' A CREDITO), CONTAS PELO CONTAMAP;
      *            - REAVALIACAO: OS TITULOS EM ABERTO DO DUPLICTA EM
      *              MOEDA ESTRANGEIRA SAO REAVALIADOS PELA TAXA DO
      *              CAMBIOTB NA DATA DE REAVALIACAO CONTRA A TAXA DA
      *              EMISSAO (VARIACAO NAO REALIZADA, SO RELATORIO).
      *            O RELATORIO RELVARC TRAZ AS DUAS PARTES.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL270.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 16:30:00.
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
           SELECT VARPARM ASSIGN TO VARPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-VARPARM.
      *
           SELECT CONTAMAP ASSIGN TO CONTAMAP
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CONTAMAP.
      *
           SELECT CAMBIOTB ASSIGN TO CAMBIOTB
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CAMBIOTB.
      *
           SELECT VARCAMB ASSIGN TO VARCAMB
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-VARCAMB.
      *
           SELECT DUPLICTA ASSIGN TO DUPLICTA
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DUPLICTA.
      *
           SELECT LANCVAR ASSIGN TO LANCVAR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-LANCVAR.
      *
           SELECT RELVARC ASSIGN TO RELVARC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELVARC.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   VARPARM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CARTAO: COMPETENCIA (AAAAMM) DOS PAGAMENTOS A CONTABILIZAR E
      * DATA DA REAVALIACAO DOS EM ABERTO (ZERO ASSUME O ULTIMO DIA
      * DA COMPETENCIA)
      *----
       01   REG-VARPARM.
            03 VPR-COMPETENCIA             PIC 9(006).
            03 VPR-DATA-REAVAL             PIC 9(008).
            03 FILLER                      PIC X(066).
      *----
       FD   CONTAMAP
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-CONTAMAP.
            03 CMP-DEPTO                   PIC X(005).
            03 CMP-TIPO                    PIC X(004).
            03 CMP-CONTA                   PIC 9(008).
            03 CMP-NATUREZA                PIC X(001).
            03 FILLER                      PIC X(062).
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
       FD   VARCAMB
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
           COPY  'COPY2701'.
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
       FD   LANCVAR
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-LANCVAR.
            03 LGL-CONTA                   PIC 9(008).
            03 LGL-NATUREZA                PIC X(001).
            03 LGL-VALOR                   PIC 9(013)V99.
            03 LGL-DEPTO                   PIC X(005).
            03 LGL-TIPO                    PIC X(004).
            03 LGL-HISTORICO               PIC X(030).
            03 FILLER                      PIC X(017).
      *----
       FD   RELVARC.
      *----
       01   REG-RELVARC                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-VARPARM                      PIC 9(002) VALUE 0.
       77  ST-CONTAMAP                     PIC 9(002) VALUE 0.
       77  ST-CAMBIOTB                     PIC 9(002) VALUE 0.
       77  ST-VARCAMB                      PIC 9(002) VALUE 0.
       77  ST-DUPLICTA                     PIC 9(002) VALUE 0.
       77  ST-LANCVAR                      PIC 9(002) VALUE 0.
       77  ST-RELVARC                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-COMPETENCIA                 PIC 9(006) VALUE 0.
       77  WSS-DATA-REAVAL                 PIC 9(008) VALUE 0.
       77  WSS-QTD-MAPA                    PIC 9(004) VALUE 0.
       77  WSS-QTD-TAXAS                   PIC 9(004) VALUE 0.
       77  WSS-IDX-TAX                     PIC 9(004) COMP VALUE 0.
       77  WSS-MOEDA                       PIC X(003) VALUE SPACES.
       77  WSS-DATA-TAXA                   PIC 9(008) VALUE 0.
       77  WSS-TAXA-ACHADA                 PIC 9(005)V9(005) VALUE 0.
       77  WSS-VIG-ACHADA                  PIC 9(008) VALUE 0.
       77  WSS-TAXA-EMISSAO                PIC 9(005)V9(005) VALUE 0.
       77  WSS-REG-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-REALIZADAS              PIC 9(006) VALUE ZEROES.
       77  WSS-DUP-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-ABERTOS                 PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-SEM-TAXA                PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-LANC                    PIC 9(005) VALUE 0.
       77  WSS-TOT-PERDA                   PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-GANHO                   PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-DEBITOS                 PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-CREDITOS                PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-VALOR-LANC                  PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TIPO-LANC                   PIC X(004) VALUE SPACES.
       77  WSS-DEPTO-LANC                  PIC X(005) VALUE SPACES.
       77  WSS-CONTA-ACHADA                PIC 9(008) VALUE 0.
       77  WSS-NATUREZA-ACHADA             PIC X(001) VALUE SPACE.
       77  WSS-ACHOU-DEPTO                 PIC X(001) VALUE 'N'.
       77  WSS-IDX                         PIC 9(004) COMP VALUE 0.
       77  WSS-DATA-INT                    PIC 9(009) COMP VALUE 0.
      *----
      * REAVALIACAO DO TITULO EM ABERTO: VALOR EM REAIS PELA TAXA DA
      * EMISSAO (CONTABILIZADO) E PELA TAXA DA DATA DE REAVALIACAO
      *----
       77  WSS-VALOR-CONTABIL              PIC 9(011)V99 COMP-3 VALUE 0.
       77  WSS-VALOR-REAVAL                PIC 9(011)V99 COMP-3 VALUE 0.
       77  WSS-VARIACAO                    PIC 9(011)V99 COMP-3 VALUE 0.
       77  WSS-TOT-CONTABIL                PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-REAVAL                  PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-NR-PERDA                PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-NR-GANHO                PIC 9(013)V99 COMP-3 VALUE 0.
       77  MASCARA-TOTAL                   PIC ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-MOEDA                   PIC Z.ZZZ.ZZ9,99.
       77  MASCARA-TAXA                    PIC ZZZZ9,99999.
       77  MASCARA-DATA                    PIC 99/99/9999.
       77  MASCARA-QTDE                    PIC Z(013)9.
      *----
      * COMPETENCIA DO PAGAMENTO PELA DATA DO VARCAMB
      *----
       01  WSS-DATA-PAGTO                  PIC 9(008) VALUE 0.
       01  WSS-DATA-PAGTO-R REDEFINES WSS-DATA-PAGTO.
           03 WSS-COMPET-PAGTO             PIC 9(006).
           03 FILLER                       PIC 9(002).
      *----
      * PRIMEIRO DIA DO MES SEGUINTE, PARA ACHAR O ULTIMO DIA DA
      * COMPETENCIA
      *----
       01  WSS-DATA-SEGUINTE               PIC 9(008) VALUE 0.
       01  WSS-DATA-SEGUINTE-R REDEFINES WSS-DATA-SEGUINTE.
           03 WSS-SEG-ANO                  PIC 9(004).
           03 WSS-SEG-MES                  PIC 9(002).
           03 WSS-SEG-DIA                  PIC 9(002).
      *----
      * DATA NO RELATORIO (DDMMAAAA PARA A MASCARA)
      *----
       01  WSS-DATA-NOTA                   PIC 9(008) VALUE 0.
       01  WSS-DATA-NOTA-R REDEFINES WSS-DATA-NOTA.
           03 WSS-NOTA-ANO                 PIC 9(004).
           03 WSS-NOTA-MES                 PIC 9(002).
           03 WSS-NOTA-DIA                 PIC 9(002).
       01  WSS-DATA-IMPRESSA               PIC 9(008) VALUE 0.
       01  WSS-DATA-IMPRESSA-R REDEFINES WSS-DATA-IMPRESSA.
           03 WSS-IMPR-DIA                 PIC 9(002).
           03 WSS-IMPR-MES                 PIC 9(002).
           03 WSS-IMPR-ANO                 PIC 9(004).
      *----
       01  WSS-TAB-MAPA.
           05 WSS-MAP-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-MAPA.
              10 TMP-DEPTO                 PIC X(005).
              10 TMP-TIPO                  PIC X(004).
              10 TMP-CONTA                 PIC 9(008).
              10 TMP-NATUREZA              PIC X(001).
      *----
      * TAXAS DE CAMBIO EM MEMORIA
      *----
       01  WSS-TAB-TAXAS.
           05 WSS-TAX-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-TAXAS.
              10 TCM-MOEDA                 PIC X(003).
              10 TCM-VIGENCIA              PIC 9(008).
              10 TCM-TAXA                  PIC 9(005)V9(005).
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(010) VALUE 'COBOL270'.
           03 FILLER                       PIC X(052)
              VALUE 'VARIACAO CAMBIAL - TITULOS DE FORNECEDOR'.
           03 FILLER                       PIC X(013)
              VALUE 'COMPETENCIA: '.
           03 CAB-COMPETENCIA              PIC 9(006) VALUE ZEROES.
      *----
       01  CAB02.
           03 FILLER                       PIC X(060) VALUE SPACES.
      *----
       01  CAB03.
           03 FILLER                       PIC X(017) VALUE
              'FORNECEDOR'.
           03 FILLER                       PIC X(012) VALUE
              'NF-PARC'.
           03 FILLER                       PIC X(004) VALUE 'MOE'.
           03 CAB-DATA                     PIC X(011) VALUE SPACES.
           03 FILLER                       PIC X(013) VALUE
              ' VALOR MOEDA'.
           03 FILLER                       PIC X(012) VALUE
              '  TX EMISSAO'.
           03 CAB-TAXA                     PIC X(012) VALUE SPACES.
           03 FILLER                       PIC X(015) VALUE
              '  CONTABILIZADO'.
           03 CAB-VALOR                    PIC X(015) VALUE SPACES.
           03 FILLER                       PIC X(015) VALUE
              '      VARIACAO'.
      *----
       01  DET01.
           03 FORN-DET                     PIC X(016) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 NF-DET                       PIC X(011) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 MOEDA-DET                    PIC X(003) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 DATA-DET                     PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 VALOR-MOEDA-DET              PIC X(012) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 TAXA-EMI-DET                 PIC X(011) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 TAXA-REF-DET                 PIC X(011) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 CONTABIL-DET                 PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 VALOR-REF-DET                PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 VARIACAO-DET                 PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 TIPO-DET                     PIC X(005) VALUE SPACES.
      *----
       01  LINHA-TEXTO.
           03 LT-ROTULO                    PIC X(040) VALUE SPACES.
           03 LT-VALOR                     PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(078) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL270'
           DISPLAY ' FECHAMENTO DA VARIACAO CAMBIAL DE FORNECEDORES'.

           PERFORM 0001-CARGA-CARTAO
              THRU 0001-CARGA-CARTAO-EXIT.

           PERFORM 0004-CARGA-CONTAMAP
              THRU 0004-CARGA-CONTAMAP-EXIT.

           PERFORM 0006-CARGA-CAMBIOTB
              THRU 0006-CARGA-CAMBIOTB-EXIT.

           OPEN OUTPUT RELVARC.

           IF ST-RELVARC NOT EQUAL 0 THEN
              DISPLAY 'COBOL270 - ERRO OPEN RELVARC FS=' ST-RELVARC
              MOVE ST-RELVARC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1000-VARIACAO-REALIZADA
              THRU 1000-VARIACAO-REALIZADA-EXIT.

           PERFORM 3000-GERA-LANCAMENTOS
              THRU 3000-GERA-LANCAMENTOS-EXIT.

           PERFORM 5000-REAVALIA-ABERTOS
              THRU 5000-REAVALIA-ABERTOS-EXIT.

           CLOSE RELVARC.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL270                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* VARIACOES LIDAS      : ' WSS-REG-LIDOS.
           DISPLAY '* PAGTOS DA COMPETENCIA: ' WSS-QTD-REALIZADAS.
           DISPLAY '* PERDA REALIZADA      : ' WSS-TOT-PERDA.
           DISPLAY '* GANHO REALIZADO      : ' WSS-TOT-GANHO.
           DISPLAY '* LANCAMENTOS GRAVADOS : ' WSS-QTD-LANC.
           DISPLAY '* TITULOS LIDOS        : ' WSS-DUP-LIDOS.
           DISPLAY '* EM MOEDA REAVALIADOS : ' WSS-QTD-ABERTOS.
           DISPLAY '* SEM TAXA DE CAMBIO   : ' WSS-QTD-SEM-TAXA.
           DISPLAY '*******************************************'.

           STOP RUN.

      *----
       0001-CARGA-CARTAO.

           DISPLAY '0001-CARGA-CARTAO'.

           OPEN INPUT VARPARM.

           IF ST-VARPARM NOT EQUAL 0 THEN
              DISPLAY 'COBOL270 - ERRO OPEN VARPARM FS=' ST-VARPARM
              MOVE ST-VARPARM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ VARPARM.

           IF ST-VARPARM NOT EQUAL 0
              OR VPR-COMPETENCIA NOT NUMERIC
              OR VPR-COMPETENCIA EQUAL 0
              DISPLAY 'COBOL270 - COMPETENCIA INVALIDA NO CARTAO'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE VPR-COMPETENCIA          TO WSS-COMPETENCIA.
           MOVE VPR-COMPETENCIA          TO CAB-COMPETENCIA.

           IF VPR-DATA-REAVAL NUMERIC
              AND VPR-DATA-REAVAL GREATER 0
              MOVE VPR-DATA-REAVAL       TO WSS-DATA-REAVAL
           ELSE
              MOVE WSS-COMPETENCIA       TO WSS-DATA-SEGUINTE (1:6)
              MOVE 01                    TO WSS-SEG-DIA
              IF WSS-SEG-MES EQUAL 12
                 ADD 1                   TO WSS-SEG-ANO
                 MOVE 01                 TO WSS-SEG-MES
              ELSE
                 ADD 1                   TO WSS-SEG-MES
              END-IF
              COMPUTE WSS-DATA-INT =
                      FUNCTION INTEGER-OF-DATE (WSS-DATA-SEGUINTE) - 1
              MOVE FUNCTION DATE-OF-INTEGER (WSS-DATA-INT)
                   TO WSS-DATA-REAVAL
           END-IF.

           CLOSE VARPARM.

           DISPLAY 'COBOL270 - COMPETENCIA ' WSS-COMPETENCIA
                   ' REAVALIACAO EM ' WSS-DATA-REAVAL.

       0001-CARGA-CARTAO-EXIT.
           EXIT.

      *----
       0004-CARGA-CONTAMAP.

           DISPLAY '0004-CARGA-CONTAMAP'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT CONTAMAP.

           IF ST-CONTAMAP EQUAL 35
              GO TO 0004-CARGA-CONTAMAP-EXIT
           END-IF.

           IF ST-CONTAMAP NOT EQUAL 0 THEN
              DISPLAY 'COBOL270 - ERRO OPEN CONTAMAP FS=' ST-CONTAMAP
              MOVE ST-CONTAMAP           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0005-LER-CONTAMAP
              THRU 0005-LER-CONTAMAP-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CONTAMAP.

           MOVE 'N'                      TO WSS-EOF.

       0004-CARGA-CONTAMAP-EXIT.
           EXIT.

      *----
       0005-LER-CONTAMAP.

           READ CONTAMAP
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CONTAMAP NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL270 - ERRO READ CONTAMAP FS=' ST-CONTAMAP
              MOVE ST-CONTAMAP           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF NOT = 'Y'
              AND WSS-QTD-MAPA LESS 500
              ADD 1                      TO WSS-QTD-MAPA
              MOVE CMP-DEPTO             TO TMP-DEPTO (WSS-QTD-MAPA)
              MOVE CMP-TIPO              TO TMP-TIPO (WSS-QTD-MAPA)
              MOVE CMP-CONTA             TO TMP-CONTA (WSS-QTD-MAPA)
              MOVE CMP-NATUREZA          TO
                   TMP-NATUREZA (WSS-QTD-MAPA)
           END-IF.

       0005-LER-CONTAMAP-EXIT.
           EXIT.

      *----
      * TAXAS DE CAMBIO (COBOL191), OPCIONAL: SEM ELAS NAO HA
      * REAVALIACAO DOS EM ABERTO
      *----
       0006-CARGA-CAMBIOTB.

           DISPLAY '0006-CARGA-CAMBIOTB'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT CAMBIOTB.

           IF ST-CAMBIOTB EQUAL 35
              GO TO 0006-CARGA-CAMBIOTB-EXIT
           END-IF.

           IF ST-CAMBIOTB NOT EQUAL 0 THEN
              DISPLAY 'COBOL270 - ERRO OPEN CAMBIOTB FS=' ST-CAMBIOTB
              MOVE ST-CAMBIOTB           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0007-LER-CAMBIOTB
              THRU 0007-LER-CAMBIOTB-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CAMBIOTB.

           MOVE 'N'                      TO WSS-EOF.

           DISPLAY ' TAXAS DE CAMBIO : ' WSS-QTD-TAXAS.

       0006-CARGA-CAMBIOTB-EXIT.
           EXIT.

      *----
       0007-LER-CAMBIOTB.

           READ CAMBIOTB
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CAMBIOTB NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL270 - ERRO READ CAMBIOTB FS=' ST-CAMBIOTB
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

       0007-LER-CAMBIOTB-EXIT.
           EXIT.

      *----
      * VARIACAO REALIZADA: PASSA O ACUMULADO VARCAMB E RELACIONA OS
      * PAGAMENTOS DA COMPETENCIA (SEM O ARQUIVO, NAO HOUVE PAGAMENTO
      * EM MOEDA ESTRANGEIRA)
      *----
       1000-VARIACAO-REALIZADA.

           DISPLAY '1000-VARIACAO-REALIZADA'.

           WRITE REG-RELVARC FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           MOVE 'VARIACAO REALIZADA NOS PAGAMENTOS DO MES'
                                         TO CAB02.
           WRITE REG-RELVARC FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

           MOVE 'PAGAMENTO'              TO CAB-DATA.
           MOVE '    TX PAGTO'           TO CAB-TAXA.
           MOVE '           PAGO'        TO CAB-VALOR.
           WRITE REG-RELVARC FROM CAB03 AFTER ADVANCING 2
           END-WRITE.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT VARCAMB.

           IF ST-VARCAMB EQUAL 35
              DISPLAY 'COBOL270 - VARCAMB AUSENTE, NADA A APURAR'
              GO TO 1000-VARIACAO-REALIZADA-TOTAL
           END-IF.

           IF ST-VARCAMB NOT EQUAL 0 THEN
              DISPLAY 'COBOL270 - ERRO OPEN VARCAMB FS=' ST-VARCAMB
              MOVE ST-VARCAMB            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1001-LER-VARCAMB
              THRU 1001-LER-VARCAMB-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE VARCAMB.

       1000-VARIACAO-REALIZADA-TOTAL.

           MOVE 'PERDA CAMBIAL REALIZADA'    TO LT-ROTULO.
           MOVE WSS-TOT-PERDA            TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'GANHO CAMBIAL REALIZADO'    TO LT-ROTULO.
           MOVE WSS-TOT-GANHO            TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

       1000-VARIACAO-REALIZADA-EXIT.
           EXIT.

      *----
       1001-LER-VARCAMB.

           READ VARCAMB
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-VARCAMB NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL270 - ERRO READ VARCAMB FS=' ST-VARCAMB
              MOVE ST-VARCAMB            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1001-LER-VARCAMB-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-LIDOS.

           MOVE VCB-DATA-PAGTO           TO WSS-DATA-PAGTO.

           IF WSS-COMPET-PAGTO NOT EQUAL WSS-COMPETENCIA
              GO TO 1001-LER-VARCAMB-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-REALIZADAS.

           IF VCB-PERDA
              ADD VCB-VARIACAO           TO WSS-TOT-PERDA
              MOVE 'PERDA'               TO TIPO-DET
           ELSE
              ADD VCB-VARIACAO           TO WSS-TOT-GANHO
              MOVE 'GANHO'               TO TIPO-DET
           END-IF.

           MOVE VCB-FORNECEDOR           TO FORN-DET.
           MOVE SPACES                   TO NF-DET.
           MOVE VCB-NUMERO-NF            TO NF-DET (1:8).
           MOVE '-'                      TO NF-DET (9:1).
           MOVE VCB-PARCELA              TO NF-DET (10:2).
           MOVE VCB-MOEDA                TO MOEDA-DET.
           MOVE VCB-DATA-PAGTO           TO WSS-DATA-NOTA.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE VCB-VALOR-MOEDA          TO MASCARA-MOEDA.
           MOVE MASCARA-MOEDA            TO VALOR-MOEDA-DET.
           MOVE VCB-TAXA-EMISSAO         TO MASCARA-TAXA.
           MOVE MASCARA-TAXA             TO TAXA-EMI-DET.
           MOVE VCB-TAXA-PAGTO           TO MASCARA-TAXA.
           MOVE MASCARA-TAXA             TO TAXA-REF-DET.
           MOVE VCB-VALOR-CONTABIL       TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO CONTABIL-DET.
           MOVE VCB-VALOR-PAGO           TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO VALOR-REF-DET.
           MOVE VCB-VARIACAO             TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO VARIACAO-DET.

           PERFORM ROT-GRAVA-DETALHE
              THRU ROT-GRAVA-DETALHE-EXIT.

       1001-LER-VARCAMB-EXIT.
           EXIT.

      *----
      * LANCAMENTOS BALANCEADOS DA VARIACAO REALIZADA: A PERDA
      * ('CPER', DEBITO) AUMENTA FORNECEDORES A PAGAR ('CFPE',
      * CREDITO) ATE O VALOR PAGO; O GANHO REDUZ FORNECEDORES A
      * PAGAR ('CFGA', DEBITO) CONTRA A RECEITA ('CGAN', CREDITO).
      * SEM DEPARTAMENTO: VALE A LINHA CURINGA ('*****') DO CONTAMAP
      *----
       3000-GERA-LANCAMENTOS.

           DISPLAY '3000-GERA-LANCAMENTOS'.

           IF WSS-TOT-PERDA EQUAL 0 AND WSS-TOT-GANHO EQUAL 0
              GO TO 3000-GERA-LANCAMENTOS-EXIT
           END-IF.

           IF WSS-QTD-MAPA EQUAL 0
              DISPLAY 'COBOL270 - CONTAMAP AUSENTE, SEM LANCAMENTOS'
              GO TO 3000-GERA-LANCAMENTOS-EXIT
           END-IF.

           OPEN OUTPUT LANCVAR.

           IF ST-LANCVAR NOT EQUAL 0 THEN
              DISPLAY 'COBOL270 - ERRO OPEN LANCVAR FS=' ST-LANCVAR
              MOVE ST-LANCVAR            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SPACES                   TO WSS-DEPTO-LANC.

           MOVE 'CPER'                   TO WSS-TIPO-LANC.
           MOVE WSS-TOT-PERDA            TO WSS-VALOR-LANC.
           PERFORM 3200-GRAVA-LANCAMENTO
              THRU 3200-GRAVA-LANCAMENTO-EXIT.

           MOVE 'CFPE'                   TO WSS-TIPO-LANC.
           MOVE WSS-TOT-PERDA            TO WSS-VALOR-LANC.
           PERFORM 3200-GRAVA-LANCAMENTO
              THRU 3200-GRAVA-LANCAMENTO-EXIT.

           MOVE 'CFGA'                   TO WSS-TIPO-LANC.
           MOVE WSS-TOT-GANHO            TO WSS-VALOR-LANC.
           PERFORM 3200-GRAVA-LANCAMENTO
              THRU 3200-GRAVA-LANCAMENTO-EXIT.

           MOVE 'CGAN'                   TO WSS-TIPO-LANC.
           MOVE WSS-TOT-GANHO            TO WSS-VALOR-LANC.
           PERFORM 3200-GRAVA-LANCAMENTO
              THRU 3200-GRAVA-LANCAMENTO-EXIT.

           CLOSE LANCVAR.

           IF WSS-TOT-DEBITOS NOT EQUAL WSS-TOT-CREDITOS
              DISPLAY 'COBOL270 - LOTE DE VARIACAO DESBALANCEADO'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       3000-GERA-LANCAMENTOS-EXIT.
           EXIT.

      *----
       3200-GRAVA-LANCAMENTO.

           IF WSS-VALOR-LANC EQUAL 0
              GO TO 3200-GRAVA-LANCAMENTO-EXIT
           END-IF.

           MOVE 0                        TO WSS-CONTA-ACHADA.
           MOVE 'N'                      TO WSS-ACHOU-DEPTO.

           PERFORM 3210-PROCURA-CONTA
              THRU 3210-PROCURA-CONTA-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX > WSS-QTD-MAPA
                 OR WSS-ACHOU-DEPTO EQUAL 'Y'.

           IF WSS-CONTA-ACHADA EQUAL 0
              DISPLAY 'COBOL270 - SEM CONTA NO MAPA PARA O TIPO '
                      WSS-TIPO-LANC
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SPACES                   TO REG-LANCVAR.
           MOVE WSS-CONTA-ACHADA         TO LGL-CONTA.
           MOVE WSS-NATUREZA-ACHADA      TO LGL-NATUREZA.
           MOVE WSS-VALOR-LANC           TO LGL-VALOR.
           MOVE WSS-DEPTO-LANC           TO LGL-DEPTO.
           MOVE WSS-TIPO-LANC            TO LGL-TIPO.
           MOVE 'VARIACAO CAMBIAL FORNECEDORES' TO LGL-HISTORICO.

           WRITE REG-LANCVAR.

           IF ST-LANCVAR NOT EQUAL 0 THEN
              DISPLAY 'COBOL270 - ERRO WRITE LANCVAR FS=' ST-LANCVAR
              MOVE ST-LANCVAR            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-LANC.

           IF WSS-NATUREZA-ACHADA EQUAL 'D'
              ADD WSS-VALOR-LANC         TO WSS-TOT-DEBITOS
           ELSE
              ADD WSS-VALOR-LANC         TO WSS-TOT-CREDITOS
           END-IF.

       3200-GRAVA-LANCAMENTO-EXIT.
           EXIT.

      *----
      * CONTA DO TIPO PARA O DEPARTAMENTO; A LINHA CURINGA ('*****')
      * SO VALE SE O DEPARTAMENTO NAO TIVER LINHA PROPRIA
      *----
       3210-PROCURA-CONTA.

           IF TMP-TIPO (WSS-IDX) NOT EQUAL WSS-TIPO-LANC
              GO TO 3210-PROCURA-CONTA-EXIT
           END-IF.

           IF TMP-DEPTO (WSS-IDX) EQUAL WSS-DEPTO-LANC
              MOVE TMP-CONTA (WSS-IDX)    TO WSS-CONTA-ACHADA
              MOVE TMP-NATUREZA (WSS-IDX) TO WSS-NATUREZA-ACHADA
              MOVE 'Y'                    TO WSS-ACHOU-DEPTO
              GO TO 3210-PROCURA-CONTA-EXIT
           END-IF.

           IF TMP-DEPTO (WSS-IDX) EQUAL '*****'
              AND WSS-CONTA-ACHADA EQUAL 0
              MOVE TMP-CONTA (WSS-IDX)    TO WSS-CONTA-ACHADA
              MOVE TMP-NATUREZA (WSS-IDX) TO WSS-NATUREZA-ACHADA
           END-IF.

       3210-PROCURA-CONTA-EXIT.
           EXIT.

      *----
      * REAVALIACAO DOS TITULOS EM ABERTO EM MOEDA ESTRANGEIRA PELA
      * TAXA DA DATA DE REAVALIACAO CONTRA A TAXA DA EMISSAO
      * (VARIACAO NAO REALIZADA, SO INFORMATIVA)
      *----
       5000-REAVALIA-ABERTOS.

           DISPLAY '5000-REAVALIA-ABERTOS'.

           MOVE 'REAVALIACAO DOS TITULOS EM ABERTO EM '
                                         TO CAB02.
           MOVE WSS-DATA-REAVAL          TO WSS-DATA-NOTA.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE DATA-DET                 TO CAB02 (38:10).
           WRITE REG-RELVARC FROM CAB02 AFTER ADVANCING 3
           END-WRITE.

           MOVE 'VENCIMENTO'             TO CAB-DATA.
           MOVE '   TX REAVAL'           TO CAB-TAXA.
           MOVE '     REAVALIADO'        TO CAB-VALOR.
           WRITE REG-RELVARC FROM CAB03 AFTER ADVANCING 2
           END-WRITE.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT DUPLICTA.

           IF ST-DUPLICTA EQUAL 35
              GO TO 5000-REAVALIA-ABERTOS-TOTAL
           END-IF.

           IF ST-DUPLICTA NOT EQUAL 0 THEN
              DISPLAY 'COBOL270 - ERRO OPEN DUPLICTA FS=' ST-DUPLICTA
              MOVE ST-DUPLICTA           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 5001-LER-DUPLICTA
              THRU 5001-LER-DUPLICTA-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE DUPLICTA.

       5000-REAVALIA-ABERTOS-TOTAL.

           MOVE 'EM ABERTO PELA TAXA DA EMISSAO'  TO LT-ROTULO.
           MOVE WSS-TOT-CONTABIL         TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'EM ABERTO REAVALIADO'   TO LT-ROTULO.
           MOVE WSS-TOT-REAVAL           TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'PERDA CAMBIAL NAO REALIZADA'    TO LT-ROTULO.
           MOVE WSS-TOT-NR-PERDA         TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'GANHO CAMBIAL NAO REALIZADO'    TO LT-ROTULO.
           MOVE WSS-TOT-NR-GANHO         TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'TITULOS SEM TAXA DE CAMBIO'     TO LT-ROTULO.
           MOVE WSS-QTD-SEM-TAXA         TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

       5000-REAVALIA-ABERTOS-EXIT.
           EXIT.

      *----
      * TITULO EM REAIS NAO ENTRA; EM MOEDA ESTRANGEIRA, A TAXA DA
      * EMISSAO E A GRAVADA PELO COBOL264 OU, NA FALTA DELA, A DO
      * CAMBIOTB NA EMISSAO DA NOTA. SEM UMA DAS DUAS TAXAS O
      * TITULO E APONTADO E FICA FORA DOS TOTAIS
      *----
       5001-LER-DUPLICTA.

           READ DUPLICTA
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-DUPLICTA NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL270 - ERRO READ DUPLICTA FS=' ST-DUPLICTA
              MOVE ST-DUPLICTA           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 5001-LER-DUPLICTA-EXIT
           END-IF.

           ADD 1                         TO WSS-DUP-LIDOS.

           IF DUP-MOEDA EQUAL SPACES OR DUP-MOEDA EQUAL 'BRL'
              OR DUP-MOEDA EQUAL LOW-VALUES
              GO TO 5001-LER-DUPLICTA-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-ABERTOS.
           MOVE DUP-MOEDA                TO WSS-MOEDA.

           MOVE 0                        TO WSS-TAXA-EMISSAO.

           IF DUP-TAXA-EMISSAO NUMERIC
              MOVE DUP-TAXA-EMISSAO      TO WSS-TAXA-EMISSAO
           END-IF.

           IF WSS-TAXA-EMISSAO EQUAL 0
              AND DUP-DATA-EMISSAO NUMERIC
              AND DUP-DATA-EMISSAO GREATER 0
              MOVE DUP-DATA-EMISSAO      TO WSS-DATA-TAXA
              PERFORM ROT-ACHA-TAXA
                 THRU ROT-ACHA-TAXA-EXIT
              MOVE WSS-TAXA-ACHADA       TO WSS-TAXA-EMISSAO
           END-IF.

           MOVE WSS-DATA-REAVAL          TO WSS-DATA-TAXA.
           PERFORM ROT-ACHA-TAXA
              THRU ROT-ACHA-TAXA-EXIT.

           MOVE DUP-FORNECEDOR           TO FORN-DET.
           MOVE SPACES                   TO NF-DET.
           MOVE DUP-NUMERO-NF            TO NF-DET (1:8).
           IF DUP-PARCELA NUMERIC AND DUP-PARCELA GREATER 0
              MOVE '-'                   TO NF-DET (9:1)
              MOVE DUP-PARCELA           TO NF-DET (10:2)
           END-IF.
           MOVE DUP-MOEDA                TO MOEDA-DET.
           MOVE DUP-DATA-VENCIMENTO      TO WSS-DATA-NOTA.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE DUP-VALOR                TO MASCARA-MOEDA.
           MOVE MASCARA-MOEDA            TO VALOR-MOEDA-DET.

           IF WSS-TAXA-EMISSAO EQUAL 0 OR WSS-TAXA-ACHADA EQUAL 0
              ADD 1                      TO WSS-QTD-SEM-TAXA
              MOVE '*SEM TAXA*'        TO TAXA-EMI-DET
              PERFORM ROT-GRAVA-DETALHE
                 THRU ROT-GRAVA-DETALHE-EXIT
              GO TO 5001-LER-DUPLICTA-EXIT
           END-IF.

           COMPUTE WSS-VALOR-CONTABIL ROUNDED =
                   DUP-VALOR * WSS-TAXA-EMISSAO.
           COMPUTE WSS-VALOR-REAVAL ROUNDED =
                   DUP-VALOR * WSS-TAXA-ACHADA.

           ADD WSS-VALOR-CONTABIL        TO WSS-TOT-CONTABIL.
           ADD WSS-VALOR-REAVAL          TO WSS-TOT-REAVAL.

           IF WSS-VALOR-REAVAL GREATER WSS-VALOR-CONTABIL
              COMPUTE WSS-VARIACAO =
                      WSS-VALOR-REAVAL - WSS-VALOR-CONTABIL
              ADD WSS-VARIACAO           TO WSS-TOT-NR-PERDA
              MOVE 'PERDA'               TO TIPO-DET
           ELSE
              COMPUTE WSS-VARIACAO =
                      WSS-VALOR-CONTABIL - WSS-VALOR-REAVAL
              ADD WSS-VARIACAO           TO WSS-TOT-NR-GANHO
              MOVE 'GANHO'               TO TIPO-DET
           END-IF.

           IF WSS-VARIACAO EQUAL 0
              MOVE SPACES                TO TIPO-DET
           END-IF.

           MOVE WSS-TAXA-EMISSAO         TO MASCARA-TAXA.
           MOVE MASCARA-TAXA             TO TAXA-EMI-DET.
           MOVE WSS-TAXA-ACHADA          TO MASCARA-TAXA.
           MOVE MASCARA-TAXA             TO TAXA-REF-DET.
           MOVE WSS-VALOR-CONTABIL       TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO CONTABIL-DET.
           MOVE WSS-VALOR-REAVAL         TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO VALOR-REF-DET.
           MOVE WSS-VARIACAO             TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO VARIACAO-DET.

           PERFORM ROT-GRAVA-DETALHE
              THRU ROT-GRAVA-DETALHE-EXIT.

       5001-LER-DUPLICTA-EXIT.
           EXIT.

      *----
      * TAXA DE MAIOR VIGENCIA ATE A DATA PEDIDA, NA MOEDA PEDIDA
      *----
       ROT-ACHA-TAXA.

           MOVE 0                        TO WSS-TAXA-ACHADA.
           MOVE 0                        TO WSS-VIG-ACHADA.

           PERFORM ROT-COMPARA-TAXA
              THRU ROT-COMPARA-TAXA-EXIT
              VARYING WSS-IDX-TAX FROM 1 BY 1
              UNTIL WSS-IDX-TAX GREATER WSS-QTD-TAXAS.

       ROT-ACHA-TAXA-EXIT.
           EXIT.

      *----
       ROT-COMPARA-TAXA.

           IF TCM-MOEDA (WSS-IDX-TAX) EQUAL WSS-MOEDA
              AND TCM-VIGENCIA (WSS-IDX-TAX) NOT GREATER
                  WSS-DATA-TAXA
              AND TCM-VIGENCIA (WSS-IDX-TAX) NOT LESS WSS-VIG-ACHADA
              MOVE TCM-VIGENCIA (WSS-IDX-TAX) TO WSS-VIG-ACHADA
              MOVE TCM-TAXA (WSS-IDX-TAX)     TO WSS-TAXA-ACHADA
           END-IF.

       ROT-COMPARA-TAXA-EXIT.
           EXIT.

      *----
      * DATA AAAAMMDD DE WSS-DATA-NOTA PARA DD/MM/AAAA EM DATA-DET
      *----
       ROT-FORMATA-DATA.

           MOVE WSS-NOTA-DIA             TO WSS-IMPR-DIA.
           MOVE WSS-NOTA-MES             TO WSS-IMPR-MES.
           MOVE WSS-NOTA-ANO             TO WSS-IMPR-ANO.
           MOVE WSS-DATA-IMPRESSA        TO MASCARA-DATA.
           MOVE MASCARA-DATA             TO DATA-DET.

       ROT-FORMATA-DATA-EXIT.
           EXIT.

      *----
       ROT-GRAVA-DETALHE.

           WRITE REG-RELVARC FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELVARC NOT EQUAL 0 THEN
              DISPLAY 'COBOL270 - ERRO WRITE RELVARC FS=' ST-RELVARC
              MOVE ST-RELVARC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SPACES                   TO DET01.

       ROT-GRAVA-DETALHE-EXIT.
           EXIT.

      *----
       ROT-GRAVA-LINHA.

           WRITE REG-RELVARC FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELVARC NOT EQUAL 0 THEN
              DISPLAY 'COBOL270 - ERRO WRITE RELVARC FS=' ST-RELVARC
              MOVE ST-RELVARC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SPACES                   TO LINHA-TEXTO.

       ROT-GRAVA-LINHA-EXIT.
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

           DISPLAY '***ABEND-COBOL270*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
