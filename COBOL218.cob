      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : CONTROLE DO DIREITO DE FERIAS (PERIODOS
      *            AQUISITIVOS). RODADA MENSAL QUE MANTEM O ARQUIVO
      *            SALDOFER (NOVA GERACAO SALDOFEN), UM REGISTRO POR
      *            MATRICULA E PERIODO AQUISITIVO:
      *            - ABRE OS PERIODOS A PARTIR DA DATA-ADMISSAO DO
      *              MESTRE FUNCMST ATE A COMPETENCIA DO COMPCARD;
      *            - ACUMULA AS FALTAS INJUSTIFICADAS DO MES
      *              (ARQUIVO FALTMES, GERADO PELO COBOL153) NO
      *              PERIODO EM CURSO E REDUZ O DIREITO PELA TABELA
      *              DA CLT (ATE 5 FALTAS 30 DIAS, ATE 14 24 DIAS,
      *              ATE 23 18 DIAS, ATE 32 12 DIAS, ACIMA NENHUM);
      *            - CONSOME O SALDO COM AS FERIAS APROVADAS E O
      *              ABONO PECUNIARIO DO ARQUIVO FERIAS (COBOL151),
      *              SEMPRE DO PERIODO MAIS ANTIGO COM SALDO;
      *            - CALCULA A DATA LIMITE DE GOZO (12 MESES APOS O
      *              FIM DO PERIODO AQUISITIVO), DEPOIS DA QUAL AS
      *              FERIAS SAO PAGAS EM DOBRO.
      *            O RELATORIO RELVENC LISTA, POR DEPARTAMENTO, OS
      *            PERIODOS COM SALDO JA VENCIDOS OU QUE VENCEM NOS
      *            PROXIMOS 90 DIAS, PARA OS GESTORES PROGRAMAREM AS
      *            FERIAS ANTES DA DOBRA. O COBOL151 LE O SALDOFER
      *            PARA RECUSAR PEDIDO ACIMA DO SALDO.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL218.
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
           SELECT COMPCARD ASSIGN TO COMPCARD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-COMPCARD.
      *
           SELECT FUNCMST ASSIGN TO FUNCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FM-MATRICULA
                  FILE STATUS IS ST-FUNCMST.
      *
           SELECT SALDOFER ASSIGN TO SALDOFER
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-SALDOFER.
      *
           SELECT FALTMES ASSIGN TO FALTMES
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FALTMES.
      *
           SELECT FERIAS ASSIGN TO FERIAS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FERIAS.
      *
           SELECT SALDOFEN ASSIGN TO SALDOFEN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-SALDOFEN.
      *
           SELECT RELVENC ASSIGN TO RELVENC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELVENC.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   COMPCARD
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * COMPETENCIA DE REFERENCIA (MESMO CARTAO DO COBOL153/217); SEM
      * O CARTAO VALE O MES CORRENTE. A POSICAO DO CONTROLE E A DO
      * ULTIMO DIA DA COMPETENCIA
      *----
       01   REG-COMPCARD.
            03 CCD-COMPETENCIA             PIC 9(006).
            03 FILLER                      PIC X(074).
      *----
       FD  FUNCMST
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      *----
       01  REG-FUNCMST.
           03  FM-MATRICULA                PIC 9(008).
           03  FM-NOME                     PIC X(040).
           03  FM-SEXO                     PIC X(001).
           03  FM-SALARIO                  PIC 9(005)V99.
           03  FM-DATA-ADMISSAO            PIC 9(008).
           03  FM-DEPARTAMENTO             PIC X(005).
           03  FM-HORA-EXTRA               PIC 9(002).
           03  FM-MOEDA                    PIC X(003).
           03  FM-SITUACAO                 PIC X(001).
               88  FM-DESLIGADO                     VALUE 'D'.
           03  FM-CARGO                    PIC X(002).
           03  FM-EMPRESA                  PIC X(002).
           03  FILLER                      PIC X(001).
      *----
       FD   SALDOFER
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CONTROLE DO DIREITO DE FERIAS, CLASSIFICADO POR MATRICULA E
      * INICIO DO PERIODO AQUISITIVO. SITUACAO: 'E' EM AQUISICAO,
      * 'A' ADQUIRIDO COM SALDO, 'V' VENCIDO COM SALDO (DOBRA), 'Q'
      * QUITADO. ULT-COMPET-FALTA E A ULTIMA COMPETENCIA DO FALTMES
      * JA SOMADA AO PERIODO (REPROCESSAMENTO NAO SOMA DE NOVO)
      *----
       01   REG-SALDOFER.
            03 SDF-MATRICULA               PIC 9(008).
            03 SDF-AQUIS-INICIO            PIC 9(008).
            03 SDF-AQUIS-FIM               PIC 9(008).
            03 SDF-LIMITE-GOZO             PIC 9(008).
            03 SDF-FALTAS                  PIC 9(003).
            03 SDF-ULT-COMPET-FALTA        PIC 9(006).
            03 SDF-DIAS-DIREITO            PIC 9(002).
            03 SDF-DIAS-GOZADOS            PIC 9(002).
            03 SDF-DIAS-VENDIDOS           PIC 9(002).
            03 SDF-SALDO                   PIC 9(002).
            03 SDF-SITUACAO                PIC X(001).
               88 SDF-EM-AQUISICAO                VALUE 'E'.
               88 SDF-ADQUIRIDO                   VALUE 'A'.
               88 SDF-VENCIDO                     VALUE 'V'.
               88 SDF-QUITADO                     VALUE 'Q'.
            03 SDF-DEPTO                   PIC X(005).
            03 FILLER                      PIC X(025).
      *----
       FD   FALTMES
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * FALTAS DA COMPETENCIA POR MATRICULA (COBOL153)
      *----
       01   REG-FALTMES.
            03 FAM-COMPETENCIA             PIC 9(006).
            03 FAM-MATRICULA               PIC 9(008).
            03 FAM-FALTAS                  PIC 9(003).
            03 FAM-DSR-PERDIDO             PIC 9(002).
            03 FAM-MIN-ATRASO              PIC 9(005).
            03 FILLER                      PIC X(056).
      *----
       FD   FERIAS
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * AGENDA DE FERIAS (MANTIDA PELO COBOL151): SO OS PERIODOS
      * APROVADOS CONSOMEM SALDO (DIAS GOZADOS E DIAS VENDIDOS)
      *----
       01   REG-FERIAS.
            03 FER-MATRICULA               PIC 9(008).
            03 FER-DATA-INICIO             PIC 9(008).
            03 FER-QTD-DIAS                PIC 9(002).
            03 FER-STATUS                  PIC X(001).
               88 FER-APROVADA                     VALUE 'A'.
            03 FER-DIAS-VENDIDOS           PIC 9(002).
            03 FILLER                      PIC X(059).
      *----
       FD   SALDOFEN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-SALDOFEN                   PIC X(080).
      *----
       FD   RELVENC.
      *----
       01   REG-RELVENC                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-COMPCARD                     PIC 9(002) VALUE 0.
       77  ST-FUNCMST                      PIC 9(002) VALUE 0.
       77  ST-SALDOFER                     PIC 9(002) VALUE 0.
       77  ST-FALTMES                      PIC 9(002) VALUE 0.
       77  ST-FERIAS                       PIC 9(002) VALUE 0.
       77  ST-SALDOFEN                     PIC 9(002) VALUE 0.
       77  ST-RELVENC                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-COMPETENCIA                 PIC 9(006) VALUE 0.
       77  WSS-DATA-REF                    PIC 9(008) VALUE 0.
       77  WSS-INT-REF                     PIC 9(009) COMP VALUE 0.
       77  WSS-DATA-PROX-MES               PIC 9(008) VALUE 0.
       77  WSS-DATA-INTEIRA                PIC 9(009) COMP VALUE 0.
       77  WSS-DATA-INICIO                 PIC 9(008) VALUE 0.
       77  WSS-DATA-MEIO-MES               PIC 9(008) VALUE 0.
       77  WSS-QTD-FUN                     PIC 9(004) VALUE 0.
       77  WSS-QTD-SDO                     PIC 9(005) VALUE 0.
       77  WSS-QTD-ALERTAS                 PIC 9(004) VALUE 0.
       77  WSS-IDX-SDO                     PIC 9(005) COMP VALUE 0.
       77  WSS-IDX-ULT                     PIC 9(005) COMP VALUE 0.
       77  WSS-DIAS-PEDIDOS                PIC 9(003) VALUE 0.
       77  WSS-DIAS-VENDA                  PIC 9(003) VALUE 0.
       77  WSS-DIAS-TOMADOS                PIC 9(003) VALUE 0.
       77  WSS-SALDO-PERIODO               PIC 9(003) VALUE 0.
       77  WSS-DIAS-A-VENCER               PIC S9(005) COMP VALUE 0.
       77  WSS-DEPTO-ANT                   PIC X(005) VALUE SPACES.
       77  WSS-QTD-DEPTO                   PIC 9(004) VALUE 0.
       77  WSS-REG-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-REG-NOVOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-REG-GRAVADOS                PIC 9(006) VALUE ZEROES.
       77  WSS-REG-FALTAS                  PIC 9(006) VALUE ZEROES.
       77  WSS-REG-FERIAS                  PIC 9(006) VALUE ZEROES.
       77  WSS-REG-SEM-SALDO               PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-VENCIDOS                PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-A-VENCER                PIC 9(006) VALUE ZEROES.
      *----
      * JANELA DO AVISO DE VENCIMENTO, EM DIAS CORRIDOS A PARTIR DA
      * POSICAO DO CONTROLE
      *----
       77  WSS-DIAS-AVISO                  PIC 9(003) VALUE 90.
      *----
      * GUARDA O RETURN-CODE DO ABEND: O CALL AO CLASSIFICADOR ZERA
      * O RETURN-CODE NA VOLTA
      *----
       77  WSS-RC-ABEND                    PIC 9(003) VALUE 0.
      *----
       01  DATA-HORA.
           03 DH-ANO                       PIC X(004).
           03 DH-MES                       PIC X(002).
           03 DH-DIA                       PIC X(002).
           03 DH-HORA                      PIC X(002).
           03 DH-MINUTO                    PIC X(002).
           03 DH-SEGUNDO                   PIC X(002).
           03 DH-MILESIMOS                 PIC X(002).
           03 FILLER                       PIC X(005).
      *----
      * ARITMETICA DE ANIVERSARIO: MESMO DIA E MES, ANO SEGUINTE. O
      * 29/02 VIRA 28/02 (ANIVERSARIO EM ANO NAO BISSEXTO)
      *----
       01  WSS-DATA-AUX                    PIC 9(008) VALUE 0.
       01  FILLER REDEFINES WSS-DATA-AUX.
           03 WSS-AUX-ANO                  PIC 9(004).
           03 WSS-AUX-MMDD                 PIC 9(004).
      *----
      * FUNCIONARIOS DO MESTRE (EM ORDEM DE MATRICULA), COM A FAIXA
      * DOS SEUS PERIODOS NA TABELA DE SALDOS
      *----
       01  WSS-TAB-FUN.
           05 WSS-FUN-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-FUN
                 ASCENDING KEY IS TFU-MATRICULA
                 INDEXED BY IDX-FUN.
              10 TFU-MATRICULA             PIC 9(008).
              10 TFU-NOME                  PIC X(030).
              10 TFU-DEPTO                 PIC X(005).
              10 TFU-ADMISSAO              PIC 9(008).
              10 TFU-SITUACAO              PIC X(001).
              10 TFU-PRIM                  PIC 9(005) COMP.
              10 TFU-QTD                   PIC 9(003) COMP.
              10 TFU-ULT-INICIO            PIC 9(008).
      *----
      * PERIODOS AQUISITIVOS (SALDOFER + ABERTOS NA RODADA),
      * RECLASSIFICADOS POR MATRICULA E INICIO
      *----
       01  WSS-TAB-SDO.
           05 WSS-SDO-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-SDO
                 INDEXED BY IDX-SDO.
              10 SDO-CHAVE.
                 15 SDO-MATRICULA          PIC 9(008).
                 15 SDO-AQUIS-INICIO       PIC 9(008).
              10 SDO-AQUIS-FIM             PIC 9(008).
              10 SDO-LIMITE-GOZO           PIC 9(008).
              10 SDO-FALTAS                PIC 9(003).
              10 SDO-ULT-COMPET-FALTA      PIC 9(006).
              10 SDO-DIAS-DIREITO          PIC 9(002).
              10 SDO-DIAS-GOZADOS          PIC 9(002).
              10 SDO-DIAS-VENDIDOS         PIC 9(002).
              10 SDO-SALDO                 PIC 9(002).
              10 SDO-SITUACAO              PIC X(001).
              10 SDO-DEPTO                 PIC X(005).
      *----
      * LINHAS DO AVISO DE VENCIMENTO, CLASSIFICADAS POR
      * DEPARTAMENTO E DATA LIMITE ANTES DA IMPRESSAO
      *----
       01  WSS-TAB-ALERTA.
           05 WSS-ALE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-ALERTAS
                 INDEXED BY IDX-ALE.
              10 ALE-CHAVE.
                 15 ALE-DEPTO              PIC X(005).
                 15 ALE-LIMITE             PIC 9(008).
                 15 ALE-MATRICULA          PIC 9(008).
              10 ALE-NOME                  PIC X(030).
              10 ALE-AQUIS-INICIO          PIC 9(008).
              10 ALE-AQUIS-FIM             PIC 9(008).
              10 ALE-SALDO                 PIC 9(002).
              10 ALE-DIAS-A-VENCER         PIC S9(005) COMP.
              10 ALE-SITUACAO              PIC X(001).
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       77  MASCARA-DATA                    PIC 99/99/9999.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL218'.
           03 FILLER                       PIC X(051)
              VALUE 'FERIAS A VENCER E VENCIDAS (DOBRA) POR DEPTO'.
           03 FILLER                       PIC X(014)
              VALUE 'POSICAO EM : '.
           03 CAB-DATA-REF                 PIC X(010) VALUE SPACES.
      *----
       01  CAB02.
           03 FILLER                       PIC X(011) VALUE 'DEPTO'.
           03 CAB-DEPTO                    PIC X(005) VALUE SPACES.
      *----
       01  CAB03.
           03 FILLER                       PIC X(010) VALUE 'MATRICULA'.
           03 FILLER                       PIC X(031) VALUE 'NOME'.
           03 FILLER                       PIC X(025)
              VALUE 'PERIODO AQUISITIVO'.
           03 FILLER                       PIC X(013)
              VALUE 'LIMITE GOZO'.
           03 FILLER                       PIC X(007) VALUE 'SALDO'.
           03 FILLER                       PIC X(009) VALUE 'DIAS'.
           03 FILLER                       PIC X(020) VALUE 'SITUACAO'.
      *----
       01  DET01.
           03 MATRICULA-DET                PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 NOME-DET                     PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 AQUIS-INICIO-DET             PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(003) VALUE ' A '.
           03 AQUIS-FIM-DET                PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 LIMITE-DET                   PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 SALDO-DET                    PIC Z9 VALUE ZEROES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 DIAS-DET                     PIC -ZZZ9 VALUE ZEROES.
           03 FILLER                       PIC X(004) VALUE SPACES.
           03 SITUACAO-DET                 PIC X(020) VALUE SPACES.
      *----
       01  TOT01.
           03 FILLER                       PIC X(030)
              VALUE 'PERIODOS NO DEPARTAMENTO    : '.
           03 QTD-DEPTO-TOT                PIC ZZZ9 VALUE ZEROES.
      *----
       01  TOT02.
           03 FILLER                       PIC X(030)
              VALUE 'TOTAL VENCIDOS (DOBRA)      : '.
           03 QTD-VENCIDOS-TOT             PIC ZZZZZ9 VALUE ZEROES.
           03 FILLER                       PIC X(005) VALUE SPACES.
           03 FILLER                       PIC X(030)
              VALUE 'TOTAL A VENCER              : '.
           03 QTD-A-VENCER-TOT             PIC ZZZZZ9 VALUE ZEROES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL218'
           DISPLAY ' CONTROLE DO DIREITO DE FERIAS'.

           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.

           PERFORM 0001-CARGA-COMPETENCIA
              THRU 0001-CARGA-COMPETENCIA-EXIT.

           PERFORM 0100-CARGA-FUNCMST
              THRU 0100-CARGA-FUNCMST-EXIT.

           PERFORM 0200-CARGA-SALDOFER
              THRU 0200-CARGA-SALDOFER-EXIT.

           PERFORM 1000-INDEXA-PERIODOS
              THRU 1000-INDEXA-PERIODOS-EXIT.

           PERFORM 1100-ABRE-PERIODOS
              THRU 1100-ABRE-PERIODOS-EXIT
              VARYING IDX-FUN FROM 1 BY 1
              UNTIL IDX-FUN > WSS-QTD-FUN.

           PERFORM 1000-INDEXA-PERIODOS
              THRU 1000-INDEXA-PERIODOS-EXIT.

           PERFORM 2000-APLICA-FALTMES
              THRU 2000-APLICA-FALTMES-EXIT.

           PERFORM 3000-CALCULA-DIREITO
              THRU 3000-CALCULA-DIREITO-EXIT
              VARYING IDX-SDO FROM 1 BY 1
              UNTIL IDX-SDO > WSS-QTD-SDO.

           PERFORM 4000-CONSOME-FERIAS
              THRU 4000-CONSOME-FERIAS-EXIT.

           PERFORM 5000-SITUACAO-PERIODO
              THRU 5000-SITUACAO-PERIODO-EXIT
              VARYING IDX-SDO FROM 1 BY 1
              UNTIL IDX-SDO > WSS-QTD-SDO.

           PERFORM 6000-GRAVA-SALDOFEN
              THRU 6000-GRAVA-SALDOFEN-EXIT.

           PERFORM 7000-IMPRIME-VENCIMENTOS
              THRU 7000-IMPRIME-VENCIMENTOS-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL218                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* POSICAO EM           : ' WSS-DATA-REF.
           DISPLAY '* FUNCIONARIOS NO MESTRE: ' WSS-QTD-FUN.
           DISPLAY '* PERIODOS LIDOS       : ' WSS-REG-LIDOS.
           DISPLAY '* PERIODOS ABERTOS     : ' WSS-REG-NOVOS.
           DISPLAY '* PERIODOS GRAVADOS    : ' WSS-REG-GRAVADOS.
           DISPLAY '* FALTAS APLICADAS     : ' WSS-REG-FALTAS.
           DISPLAY '* FERIAS CONSUMIDAS    : ' WSS-REG-FERIAS.
           DISPLAY '* FERIAS SEM SALDO     : ' WSS-REG-SEM-SALDO.
           DISPLAY '* PERIODOS VENCIDOS    : ' WSS-QTD-VENCIDOS.
           DISPLAY '* PERIODOS A VENCER    : ' WSS-QTD-A-VENCER.
           DISPLAY '*******************************************'.

           STOP RUN.

      *----
      * COMPETENCIA DE REFERENCIA: CARTAO COMPCARD OU, SEM ELE, O
      * MES CORRENTE. A POSICAO E O ULTIMO DIA DO MES
      *----
       0001-CARGA-COMPETENCIA.

           DISPLAY '0001-CARGA-COMPETENCIA'.

           MOVE DATA-HORA (1:6)          TO WSS-COMPETENCIA.

           OPEN INPUT COMPCARD.

           IF ST-COMPCARD EQUAL 35
              GO TO 0001-CALCULA-POSICAO
           END-IF.

           IF ST-COMPCARD NOT EQUAL 0 THEN
              DISPLAY 'COBOL218 - ERRO OPEN COMPCARD FS=' ST-COMPCARD
              MOVE ST-COMPCARD           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ COMPCARD.

           IF ST-COMPCARD EQUAL 0
              AND CCD-COMPETENCIA NUMERIC
              AND CCD-COMPETENCIA GREATER 0
              MOVE CCD-COMPETENCIA       TO WSS-COMPETENCIA
           END-IF.

           CLOSE COMPCARD.

       0001-CALCULA-POSICAO.

           IF WSS-COMPETENCIA (5:2) EQUAL '12'
              COMPUTE WSS-DATA-PROX-MES =
                      (WSS-COMPETENCIA + 89) * 100 + 1
           ELSE
              COMPUTE WSS-DATA-PROX-MES =
                      (WSS-COMPETENCIA + 1) * 100 + 1
           END-IF.

           COMPUTE WSS-INT-REF =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-PROX-MES) - 1.
           MOVE FUNCTION DATE-OF-INTEGER (WSS-INT-REF)
                                          TO WSS-DATA-REF.

           COMPUTE WSS-DATA-MEIO-MES = WSS-COMPETENCIA * 100 + 15.

       0001-CARGA-COMPETENCIA-EXIT.
           EXIT.

      *----
      * MESTRE DE FUNCIONARIOS, JA NA ORDEM DA CHAVE
      *----
       0100-CARGA-FUNCMST.

           DISPLAY '0100-CARGA-FUNCMST'.

           OPEN INPUT FUNCMST.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL218 - ERRO OPEN FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0110-LER-FUNCMST
              THRU 0110-LER-FUNCMST-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FUNCMST.

       0100-CARGA-FUNCMST-EXIT.
           EXIT.

      *----
       0110-LER-FUNCMST.

           READ FUNCMST NEXT
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FUNCMST NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL218 - ERRO READ FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0110-LER-FUNCMST-EXIT
           END-IF.

           IF WSS-QTD-FUN NOT LESS 5000
              DISPLAY 'COBOL218 - TABELA DE FUNCIONARIOS CHEIA, '
                      'MATRICULA IGNORADA: ' FM-MATRICULA
              GO TO 0110-LER-FUNCMST-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-FUN.
           SET IDX-FUN                   TO WSS-QTD-FUN.

           MOVE FM-MATRICULA             TO TFU-MATRICULA (IDX-FUN).
           MOVE FM-NOME                  TO TFU-NOME (IDX-FUN).
           MOVE FM-DEPARTAMENTO          TO TFU-DEPTO (IDX-FUN).
           MOVE FM-DATA-ADMISSAO         TO TFU-ADMISSAO (IDX-FUN).
           MOVE FM-SITUACAO              TO TFU-SITUACAO (IDX-FUN).
           MOVE 0                        TO TFU-PRIM (IDX-FUN).
           MOVE 0                        TO TFU-QTD (IDX-FUN).
           MOVE 0                        TO TFU-ULT-INICIO (IDX-FUN).

       0110-LER-FUNCMST-EXIT.
           EXIT.

      *----
      * CONTROLE ANTERIOR (FS=35 = PRIMEIRA RODADA, TODOS OS
      * PERIODOS SAO ABERTOS DESDE A ADMISSAO)
      *----
       0200-CARGA-SALDOFER.

           DISPLAY '0200-CARGA-SALDOFER'.

           OPEN INPUT SALDOFER.

           IF ST-SALDOFER EQUAL 35
              DISPLAY 'COBOL218 - SALDOFER INEXISTENTE, CONTROLE '
                      'COMECA DA ADMISSAO'
              GO TO 0200-CARGA-SALDOFER-EXIT
           END-IF.

           IF ST-SALDOFER NOT EQUAL 0 THEN
              DISPLAY 'COBOL218 - ERRO OPEN SALDOFER FS=' ST-SALDOFER
              MOVE ST-SALDOFER           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0210-LER-SALDOFER
              THRU 0210-LER-SALDOFER-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE SALDOFER.

       0200-CARGA-SALDOFER-EXIT.
           EXIT.

      *----
       0210-LER-SALDOFER.

           READ SALDOFER
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-SALDOFER NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL218 - ERRO READ SALDOFER FS=' ST-SALDOFER
              MOVE ST-SALDOFER           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0210-LER-SALDOFER-EXIT
           END-IF.

           IF WSS-QTD-SDO NOT LESS 20000
              DISPLAY 'COBOL218 - TABELA DE PERIODOS CHEIA FS='
                      ST-SALDOFER
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-LIDOS.
           ADD 1                         TO WSS-QTD-SDO.
           SET IDX-SDO                   TO WSS-QTD-SDO.

           MOVE SDF-MATRICULA         TO SDO-MATRICULA (IDX-SDO).
           MOVE SDF-AQUIS-INICIO      TO SDO-AQUIS-INICIO (IDX-SDO).
           MOVE SDF-AQUIS-FIM         TO SDO-AQUIS-FIM (IDX-SDO).
           MOVE SDF-LIMITE-GOZO       TO SDO-LIMITE-GOZO (IDX-SDO).
           MOVE SDF-FALTAS            TO SDO-FALTAS (IDX-SDO).
           MOVE SDF-ULT-COMPET-FALTA  TO SDO-ULT-COMPET-FALTA (IDX-SDO).
           MOVE SDF-DIAS-DIREITO      TO SDO-DIAS-DIREITO (IDX-SDO).
           MOVE SDF-DIAS-GOZADOS      TO SDO-DIAS-GOZADOS (IDX-SDO).
           MOVE SDF-DIAS-VENDIDOS     TO SDO-DIAS-VENDIDOS (IDX-SDO).
           MOVE SDF-SALDO             TO SDO-SALDO (IDX-SDO).
           MOVE SDF-SITUACAO          TO SDO-SITUACAO (IDX-SDO).
           MOVE SDF-DEPTO             TO SDO-DEPTO (IDX-SDO).

       0210-LER-SALDOFER-EXIT.
           EXIT.

      *----
      * RECLASSIFICA OS PERIODOS POR MATRICULA E INICIO E REFAZ, NO
      * MESTRE, A FAIXA (PRIMEIRO E QUANTIDADE) DE CADA FUNCIONARIO
      *----
       1000-INDEXA-PERIODOS.

           IF WSS-QTD-SDO GREATER 1
              SORT WSS-SDO-ENTRY ASCENDING SDO-CHAVE
           END-IF.

           PERFORM 1010-ZERA-FAIXA
              THRU 1010-ZERA-FAIXA-EXIT
              VARYING IDX-FUN FROM 1 BY 1
              UNTIL IDX-FUN > WSS-QTD-FUN.

           PERFORM 1020-MARCA-FAIXA
              THRU 1020-MARCA-FAIXA-EXIT
              VARYING IDX-SDO FROM 1 BY 1
              UNTIL IDX-SDO > WSS-QTD-SDO.

       1000-INDEXA-PERIODOS-EXIT.
           EXIT.

      *----
       1010-ZERA-FAIXA.

           MOVE 0                        TO TFU-PRIM (IDX-FUN).
           MOVE 0                        TO TFU-QTD (IDX-FUN).
           MOVE 0                        TO TFU-ULT-INICIO (IDX-FUN).

       1010-ZERA-FAIXA-EXIT.
           EXIT.

      *----
      * PERIODO DE MATRICULA FORA DO MESTRE E GRAVADO DE VOLTA SEM
      * ALTERACAO
      *----
       1020-MARCA-FAIXA.

           SEARCH ALL WSS-FUN-ENTRY
              AT END
                 GO TO 1020-MARCA-FAIXA-EXIT
              WHEN TFU-MATRICULA (IDX-FUN) EQUAL
                   SDO-MATRICULA (IDX-SDO)
                 CONTINUE
           END-SEARCH.

           IF TFU-QTD (IDX-FUN) EQUAL 0
              SET TFU-PRIM (IDX-FUN)     TO IDX-SDO
           END-IF.

           ADD 1                         TO TFU-QTD (IDX-FUN).
           MOVE SDO-AQUIS-INICIO (IDX-SDO) TO TFU-ULT-INICIO (IDX-FUN).
           MOVE TFU-DEPTO (IDX-FUN)      TO SDO-DEPTO (IDX-SDO).

       1020-MARCA-FAIXA-EXIT.
           EXIT.

      *----
      * ABERTURA DOS PERIODOS QUE FALTAM: O PRIMEIRO COMECA NA
      * ADMISSAO E CADA UM NO DIA SEGUINTE AO FIM DO ANTERIOR, ATE O
      * QUE CONTEM A POSICAO. DESLIGADO NAO GANHA PERIODO NOVO
      *----
       1100-ABRE-PERIODOS.

           IF TFU-SITUACAO (IDX-FUN) EQUAL 'D'
              OR TFU-ADMISSAO (IDX-FUN) EQUAL 0
              OR TFU-ADMISSAO (IDX-FUN) GREATER WSS-DATA-REF
              GO TO 1100-ABRE-PERIODOS-EXIT
           END-IF.

           IF TFU-QTD (IDX-FUN) EQUAL 0
              MOVE TFU-ADMISSAO (IDX-FUN) TO WSS-DATA-INICIO
           ELSE
              COMPUTE WSS-IDX-ULT =
                      TFU-PRIM (IDX-FUN) + TFU-QTD (IDX-FUN) - 1
              COMPUTE WSS-DATA-INTEIRA =
                      FUNCTION INTEGER-OF-DATE
                         (SDO-AQUIS-FIM (WSS-IDX-ULT)) + 1
              MOVE FUNCTION DATE-OF-INTEGER (WSS-DATA-INTEIRA)
                                          TO WSS-DATA-INICIO
           END-IF.

           PERFORM 1110-NOVO-PERIODO
              THRU 1110-NOVO-PERIODO-EXIT
              UNTIL WSS-DATA-INICIO GREATER WSS-DATA-REF.

       1100-ABRE-PERIODOS-EXIT.
           EXIT.

      *----
       1110-NOVO-PERIODO.

           IF WSS-QTD-SDO NOT LESS 20000
              DISPLAY 'COBOL218 - TABELA DE PERIODOS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-SDO.
           ADD 1                         TO WSS-REG-NOVOS.
           SET IDX-SDO                   TO WSS-QTD-SDO.

           MOVE TFU-MATRICULA (IDX-FUN)  TO SDO-MATRICULA (IDX-SDO).
           MOVE WSS-DATA-INICIO          TO SDO-AQUIS-INICIO (IDX-SDO).

      *----
      * FIM = ANIVERSARIO DO INICIO MENOS UM DIA; LIMITE DE GOZO =
      * ANIVERSARIO DO FIM
      *----
           MOVE WSS-DATA-INICIO          TO WSS-DATA-AUX.
           PERFORM ROT-ANIVERSARIO
              THRU ROT-ANIVERSARIO-EXIT.
           COMPUTE WSS-DATA-INTEIRA =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-AUX) - 1.
           MOVE FUNCTION DATE-OF-INTEGER (WSS-DATA-INTEIRA)
                                          TO SDO-AQUIS-FIM (IDX-SDO).

           MOVE SDO-AQUIS-FIM (IDX-SDO)  TO WSS-DATA-AUX.
           PERFORM ROT-ANIVERSARIO
              THRU ROT-ANIVERSARIO-EXIT.
           MOVE WSS-DATA-AUX             TO SDO-LIMITE-GOZO (IDX-SDO).

           MOVE 0                        TO SDO-FALTAS (IDX-SDO).
           MOVE 0                        TO
                SDO-ULT-COMPET-FALTA (IDX-SDO).
           MOVE 30                       TO SDO-DIAS-DIREITO (IDX-SDO).
           MOVE 0                        TO SDO-DIAS-GOZADOS (IDX-SDO).
           MOVE 0                        TO SDO-DIAS-VENDIDOS (IDX-SDO).
           MOVE 30                       TO SDO-SALDO (IDX-SDO).
           MOVE 'E'                      TO SDO-SITUACAO (IDX-SDO).
           MOVE TFU-DEPTO (IDX-FUN)      TO SDO-DEPTO (IDX-SDO).

           COMPUTE WSS-DATA-INTEIRA =
                   FUNCTION INTEGER-OF-DATE (SDO-AQUIS-FIM (IDX-SDO))
                   + 1.
           MOVE FUNCTION DATE-OF-INTEGER (WSS-DATA-INTEIRA)
                                          TO WSS-DATA-INICIO.

       1110-NOVO-PERIODO-EXIT.
           EXIT.

      *----
      * FALTAS DO MES (FS=35 = NENHUMA): ENTRAM NO PERIODO QUE CONTEM
      * O MEIO DA COMPETENCIA DO REGISTRO, UMA UNICA VEZ
      *----
       2000-APLICA-FALTMES.

           DISPLAY '2000-APLICA-FALTMES'.

           OPEN INPUT FALTMES.

           IF ST-FALTMES EQUAL 35
              DISPLAY 'COBOL218 - FALTMES NAO INFORMADO'
              GO TO 2000-APLICA-FALTMES-EXIT
           END-IF.

           IF ST-FALTMES NOT EQUAL 0 THEN
              DISPLAY 'COBOL218 - ERRO OPEN FALTMES FS=' ST-FALTMES
              MOVE ST-FALTMES            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 2010-LER-FALTMES
              THRU 2010-LER-FALTMES-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FALTMES.

       2000-APLICA-FALTMES-EXIT.
           EXIT.

      *----
       2010-LER-FALTMES.

           READ FALTMES
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FALTMES NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL218 - ERRO READ FALTMES FS=' ST-FALTMES
              MOVE ST-FALTMES            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              OR FAM-FALTAS EQUAL 0
              GO TO 2010-LER-FALTMES-EXIT
           END-IF.

           SEARCH ALL WSS-FUN-ENTRY
              AT END
                 GO TO 2010-LER-FALTMES-EXIT
              WHEN TFU-MATRICULA (IDX-FUN) EQUAL FAM-MATRICULA
                 CONTINUE
           END-SEARCH.

           IF TFU-QTD (IDX-FUN) EQUAL 0
              GO TO 2010-LER-FALTMES-EXIT
           END-IF.

           COMPUTE WSS-DATA-MEIO-MES = FAM-COMPETENCIA * 100 + 15.

           COMPUTE WSS-IDX-ULT =
                   TFU-PRIM (IDX-FUN) + TFU-QTD (IDX-FUN) - 1.

           PERFORM 2020-FALTA-NO-PERIODO
              THRU 2020-FALTA-NO-PERIODO-EXIT
              VARYING WSS-IDX-SDO FROM TFU-PRIM (IDX-FUN) BY 1
              UNTIL WSS-IDX-SDO > WSS-IDX-ULT.

       2010-LER-FALTMES-EXIT.
           EXIT.

      *----
       2020-FALTA-NO-PERIODO.

           IF WSS-DATA-MEIO-MES LESS SDO-AQUIS-INICIO (WSS-IDX-SDO)
              OR WSS-DATA-MEIO-MES GREATER SDO-AQUIS-FIM (WSS-IDX-SDO)
              GO TO 2020-FALTA-NO-PERIODO-EXIT
           END-IF.

           IF FAM-COMPETENCIA NOT GREATER
              SDO-ULT-COMPET-FALTA (WSS-IDX-SDO)
              GO TO 2020-FALTA-NO-PERIODO-EXIT
           END-IF.

           ADD FAM-FALTAS                TO SDO-FALTAS (WSS-IDX-SDO).
           MOVE FAM-COMPETENCIA          TO
                SDO-ULT-COMPET-FALTA (WSS-IDX-SDO).
           ADD 1                         TO WSS-REG-FALTAS.

       2020-FALTA-NO-PERIODO-EXIT.
           EXIT.

      *----
      * DIREITO PELAS FALTAS INJUSTIFICADAS DO PERIODO (TABELA DA
      * CLT); O CONSUMO E REFEITO DO ZERO A PARTIR DA AGENDA FERIAS
      *----
       3000-CALCULA-DIREITO.

           EVALUATE TRUE
               WHEN SDO-FALTAS (IDX-SDO) NOT GREATER 5
                    MOVE 30              TO SDO-DIAS-DIREITO (IDX-SDO)
               WHEN SDO-FALTAS (IDX-SDO) NOT GREATER 14
                    MOVE 24              TO SDO-DIAS-DIREITO (IDX-SDO)
               WHEN SDO-FALTAS (IDX-SDO) NOT GREATER 23
                    MOVE 18              TO SDO-DIAS-DIREITO (IDX-SDO)
               WHEN SDO-FALTAS (IDX-SDO) NOT GREATER 32
                    MOVE 12              TO SDO-DIAS-DIREITO (IDX-SDO)
               WHEN OTHER
                    MOVE 0               TO SDO-DIAS-DIREITO (IDX-SDO)
           END-EVALUATE.

           MOVE 0                        TO SDO-DIAS-GOZADOS (IDX-SDO).
           MOVE 0                        TO SDO-DIAS-VENDIDOS (IDX-SDO).

       3000-CALCULA-DIREITO-EXIT.
           EXIT.

      *----
      * CONSUMO DO SALDO PELA AGENDA FERIAS (FS=35 = NENHUMA FERIAS)
      *----
       4000-CONSOME-FERIAS.

           DISPLAY '4000-CONSOME-FERIAS'.

           OPEN INPUT FERIAS.

           IF ST-FERIAS EQUAL 35
              DISPLAY 'COBOL218 - FERIAS NAO INFORMADO'
              GO TO 4000-CONSOME-FERIAS-EXIT
           END-IF.

           IF ST-FERIAS NOT EQUAL 0 THEN
              DISPLAY 'COBOL218 - ERRO OPEN FERIAS FS=' ST-FERIAS
              MOVE ST-FERIAS             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 4010-LER-FERIAS
              THRU 4010-LER-FERIAS-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FERIAS.

       4000-CONSOME-FERIAS-EXIT.
           EXIT.

      *----
      * OS DIAS GOZADOS E VENDIDOS SAEM DO PERIODO MAIS ANTIGO JA
      * ADQUIRIDO ATE O INICIO DO GOZO QUE AINDA TENHA SALDO; O QUE
      * PASSAR DO SALDO SEGUE PARA O PERIODO SEGUINTE
      *----
       4010-LER-FERIAS.

           READ FERIAS
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FERIAS NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL218 - ERRO READ FERIAS FS=' ST-FERIAS
              MOVE ST-FERIAS             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 4010-LER-FERIAS-EXIT
           END-IF.

           IF NOT FER-APROVADA
              GO TO 4010-LER-FERIAS-EXIT
           END-IF.

           SEARCH ALL WSS-FUN-ENTRY
              AT END
                 GO TO 4010-LER-FERIAS-EXIT
              WHEN TFU-MATRICULA (IDX-FUN) EQUAL FER-MATRICULA
                 CONTINUE
           END-SEARCH.

           IF TFU-QTD (IDX-FUN) EQUAL 0
              GO TO 4010-LER-FERIAS-EXIT
           END-IF.

           IF FER-DIAS-VENDIDOS NOT NUMERIC
              MOVE 0                     TO FER-DIAS-VENDIDOS
           END-IF.

           ADD 1                         TO WSS-REG-FERIAS.
           MOVE FER-QTD-DIAS             TO WSS-DIAS-PEDIDOS.
           MOVE FER-DIAS-VENDIDOS        TO WSS-DIAS-VENDA.

           COMPUTE WSS-IDX-ULT =
                   TFU-PRIM (IDX-FUN) + TFU-QTD (IDX-FUN) - 1.

           PERFORM 4020-CONSOME-PERIODO
              THRU 4020-CONSOME-PERIODO-EXIT
              VARYING WSS-IDX-SDO FROM TFU-PRIM (IDX-FUN) BY 1
              UNTIL WSS-IDX-SDO > WSS-IDX-ULT
                 OR (WSS-DIAS-PEDIDOS EQUAL 0
                     AND WSS-DIAS-VENDA EQUAL 0).

           IF WSS-DIAS-PEDIDOS GREATER 0
              OR WSS-DIAS-VENDA GREATER 0
              ADD 1                      TO WSS-REG-SEM-SALDO
              DISPLAY 'COBOL218 - FERIAS ALEM DO DIREITO: '
                      FER-MATRICULA ' INICIO ' FER-DATA-INICIO
           END-IF.

       4010-LER-FERIAS-EXIT.
           EXIT.

      *----
       4020-CONSOME-PERIODO.

           IF SDO-AQUIS-FIM (WSS-IDX-SDO) NOT LESS FER-DATA-INICIO
              GO TO 4020-CONSOME-PERIODO-EXIT
           END-IF.

           COMPUTE WSS-SALDO-PERIODO =
                   SDO-DIAS-DIREITO (WSS-IDX-SDO)
                   - SDO-DIAS-GOZADOS (WSS-IDX-SDO)
                   - SDO-DIAS-VENDIDOS (WSS-IDX-SDO).

           IF WSS-SALDO-PERIODO EQUAL 0
              GO TO 4020-CONSOME-PERIODO-EXIT
           END-IF.

           IF WSS-DIAS-PEDIDOS GREATER WSS-SALDO-PERIODO
              MOVE WSS-SALDO-PERIODO     TO WSS-DIAS-TOMADOS
           ELSE
              MOVE WSS-DIAS-PEDIDOS      TO WSS-DIAS-TOMADOS
           END-IF.

           ADD WSS-DIAS-TOMADOS          TO
               SDO-DIAS-GOZADOS (WSS-IDX-SDO).
           SUBTRACT WSS-DIAS-TOMADOS     FROM WSS-DIAS-PEDIDOS.
           SUBTRACT WSS-DIAS-TOMADOS     FROM WSS-SALDO-PERIODO.

           IF WSS-DIAS-VENDA GREATER WSS-SALDO-PERIODO
              MOVE WSS-SALDO-PERIODO     TO WSS-DIAS-TOMADOS
           ELSE
              MOVE WSS-DIAS-VENDA        TO WSS-DIAS-TOMADOS
           END-IF.

           ADD WSS-DIAS-TOMADOS          TO
               SDO-DIAS-VENDIDOS (WSS-IDX-SDO).
           SUBTRACT WSS-DIAS-TOMADOS     FROM WSS-DIAS-VENDA.

       4020-CONSOME-PERIODO-EXIT.
           EXIT.

      *----
      * SALDO E SITUACAO NA POSICAO: PERIODO AINDA EM AQUISICAO, COM
      * SALDO DENTRO DO PRAZO, VENCIDO (DOBRA) OU QUITADO
      *----
       5000-SITUACAO-PERIODO.

           COMPUTE SDO-SALDO (IDX-SDO) =
                   SDO-DIAS-DIREITO (IDX-SDO)
                   - SDO-DIAS-GOZADOS (IDX-SDO)
                   - SDO-DIAS-VENDIDOS (IDX-SDO).

           EVALUATE TRUE
               WHEN SDO-AQUIS-FIM (IDX-SDO) GREATER WSS-DATA-REF
                    MOVE 'E'             TO SDO-SITUACAO (IDX-SDO)
               WHEN SDO-SALDO (IDX-SDO) EQUAL 0
                    MOVE 'Q'             TO SDO-SITUACAO (IDX-SDO)
               WHEN SDO-LIMITE-GOZO (IDX-SDO) LESS WSS-DATA-REF
                    MOVE 'V'             TO SDO-SITUACAO (IDX-SDO)
               WHEN OTHER
                    MOVE 'A'             TO SDO-SITUACAO (IDX-SDO)
           END-EVALUATE.

       5000-SITUACAO-PERIODO-EXIT.
           EXIT.

      *----
      * NOVA GERACAO DO CONTROLE, NA ORDEM DE MATRICULA E INICIO
      *----
       6000-GRAVA-SALDOFEN.

           DISPLAY '6000-GRAVA-SALDOFEN'.

           OPEN OUTPUT SALDOFEN.

           IF ST-SALDOFEN NOT EQUAL 0 THEN
              DISPLAY 'COBOL218 - ERRO OPEN SALDOFEN FS=' ST-SALDOFEN
              MOVE ST-SALDOFEN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 6010-GRAVA-PERIODO
              THRU 6010-GRAVA-PERIODO-EXIT
              VARYING IDX-SDO FROM 1 BY 1
              UNTIL IDX-SDO > WSS-QTD-SDO.

           CLOSE SALDOFEN.

       6000-GRAVA-SALDOFEN-EXIT.
           EXIT.

      *----
       6010-GRAVA-PERIODO.

           MOVE SPACES                   TO REG-SALDOFER.
           MOVE SDO-MATRICULA (IDX-SDO)  TO SDF-MATRICULA.
           MOVE SDO-AQUIS-INICIO (IDX-SDO) TO SDF-AQUIS-INICIO.
           MOVE SDO-AQUIS-FIM (IDX-SDO)  TO SDF-AQUIS-FIM.
           MOVE SDO-LIMITE-GOZO (IDX-SDO) TO SDF-LIMITE-GOZO.
           MOVE SDO-FALTAS (IDX-SDO)     TO SDF-FALTAS.
           MOVE SDO-ULT-COMPET-FALTA (IDX-SDO)
                                          TO SDF-ULT-COMPET-FALTA.
           MOVE SDO-DIAS-DIREITO (IDX-SDO) TO SDF-DIAS-DIREITO.
           MOVE SDO-DIAS-GOZADOS (IDX-SDO) TO SDF-DIAS-GOZADOS.
           MOVE SDO-DIAS-VENDIDOS (IDX-SDO) TO SDF-DIAS-VENDIDOS.
           MOVE SDO-SALDO (IDX-SDO)      TO SDF-SALDO.
           MOVE SDO-SITUACAO (IDX-SDO)   TO SDF-SITUACAO.
           MOVE SDO-DEPTO (IDX-SDO)      TO SDF-DEPTO.

           WRITE REG-SALDOFEN FROM REG-SALDOFER.

           IF ST-SALDOFEN NOT EQUAL 0 THEN
              DISPLAY 'COBOL218 - ERRO WRITE SALDOFEN FS=' ST-SALDOFEN
              MOVE ST-SALDOFEN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-GRAVADOS.

       6010-GRAVA-PERIODO-EXIT.
           EXIT.

      *----
      * AVISO DE VENCIMENTO: PERIODOS COM SALDO DE FUNCIONARIO ATIVO,
      * VENCIDOS OU COM LIMITE DENTRO DA JANELA DE AVISO, AGRUPADOS
      * POR DEPARTAMENTO E EM ORDEM DE DATA LIMITE
      *----
       7000-IMPRIME-VENCIMENTOS.

           DISPLAY '7000-IMPRIME-VENCIMENTOS'.

           PERFORM 7010-SELECIONA-ALERTA
              THRU 7010-SELECIONA-ALERTA-EXIT
              VARYING IDX-FUN FROM 1 BY 1
              UNTIL IDX-FUN > WSS-QTD-FUN.

           IF WSS-QTD-ALERTAS GREATER 1
              SORT WSS-ALE-ENTRY ASCENDING ALE-CHAVE
           END-IF.

           OPEN OUTPUT RELVENC.

           IF ST-RELVENC NOT EQUAL 0 THEN
              DISPLAY 'COBOL218 - ERRO OPEN RELVENC FS=' ST-RELVENC
              MOVE ST-RELVENC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE WSS-DATA-REF (7:2)       TO MASCARA-DATA (1:2).
           MOVE WSS-DATA-REF (5:2)       TO MASCARA-DATA (4:2).
           MOVE WSS-DATA-REF (1:4)       TO MASCARA-DATA (7:4).
           MOVE MASCARA-DATA             TO CAB-DATA-REF.

           WRITE REG-RELVENC FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           MOVE SPACES                   TO WSS-DEPTO-ANT.
           MOVE 0                        TO WSS-QTD-DEPTO.

           PERFORM 7100-IMPRIME-ALERTA
              THRU 7100-IMPRIME-ALERTA-EXIT
              VARYING IDX-ALE FROM 1 BY 1
              UNTIL IDX-ALE > WSS-QTD-ALERTAS.

           IF WSS-QTD-ALERTAS GREATER 0
              MOVE WSS-QTD-DEPTO         TO QTD-DEPTO-TOT
              WRITE REG-RELVENC FROM TOT01 AFTER ADVANCING 2
              END-WRITE
           END-IF.

           MOVE WSS-QTD-VENCIDOS         TO QTD-VENCIDOS-TOT.
           MOVE WSS-QTD-A-VENCER         TO QTD-A-VENCER-TOT.

           WRITE REG-RELVENC FROM TOT02 AFTER ADVANCING 3
           END-WRITE.

           IF ST-RELVENC NOT EQUAL 0 THEN
              DISPLAY 'COBOL218 - ERRO WRITE RELVENC FS=' ST-RELVENC
              MOVE ST-RELVENC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE RELVENC.

       7000-IMPRIME-VENCIMENTOS-EXIT.
           EXIT.

      *----
       7010-SELECIONA-ALERTA.

           IF TFU-SITUACAO (IDX-FUN) EQUAL 'D'
              OR TFU-QTD (IDX-FUN) EQUAL 0
              GO TO 7010-SELECIONA-ALERTA-EXIT
           END-IF.

           COMPUTE WSS-IDX-ULT =
                   TFU-PRIM (IDX-FUN) + TFU-QTD (IDX-FUN) - 1.

           PERFORM 7020-AVALIA-PERIODO
              THRU 7020-AVALIA-PERIODO-EXIT
              VARYING WSS-IDX-SDO FROM TFU-PRIM (IDX-FUN) BY 1
              UNTIL WSS-IDX-SDO > WSS-IDX-ULT.

       7010-SELECIONA-ALERTA-EXIT.
           EXIT.

      *----
       7020-AVALIA-PERIODO.

           IF SDO-SITUACAO (WSS-IDX-SDO) NOT EQUAL 'A'
              AND SDO-SITUACAO (WSS-IDX-SDO) NOT EQUAL 'V'
              GO TO 7020-AVALIA-PERIODO-EXIT
           END-IF.

           COMPUTE WSS-DIAS-A-VENCER =
                   FUNCTION INTEGER-OF-DATE
                      (SDO-LIMITE-GOZO (WSS-IDX-SDO))
                   - WSS-INT-REF.

           IF SDO-SITUACAO (WSS-IDX-SDO) EQUAL 'A'
              AND WSS-DIAS-A-VENCER GREATER WSS-DIAS-AVISO
              GO TO 7020-AVALIA-PERIODO-EXIT
           END-IF.

           IF WSS-QTD-ALERTAS NOT LESS 5000
              DISPLAY 'COBOL218 - TABELA DE AVISOS CHEIA, PERIODO '
                      'FORA DO RELATORIO: ' TFU-MATRICULA (IDX-FUN)
              GO TO 7020-AVALIA-PERIODO-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-ALERTAS.
           SET IDX-ALE                   TO WSS-QTD-ALERTAS.

           MOVE TFU-DEPTO (IDX-FUN)      TO ALE-DEPTO (IDX-ALE).
           MOVE SDO-LIMITE-GOZO (WSS-IDX-SDO) TO ALE-LIMITE (IDX-ALE).
           MOVE TFU-MATRICULA (IDX-FUN)  TO ALE-MATRICULA (IDX-ALE).
           MOVE TFU-NOME (IDX-FUN)       TO ALE-NOME (IDX-ALE).
           MOVE SDO-AQUIS-INICIO (WSS-IDX-SDO)
                                          TO ALE-AQUIS-INICIO (IDX-ALE).
           MOVE SDO-AQUIS-FIM (WSS-IDX-SDO)
                                          TO ALE-AQUIS-FIM (IDX-ALE).
           MOVE SDO-SALDO (WSS-IDX-SDO)  TO ALE-SALDO (IDX-ALE).
           MOVE WSS-DIAS-A-VENCER        TO
                ALE-DIAS-A-VENCER (IDX-ALE).
           MOVE SDO-SITUACAO (WSS-IDX-SDO) TO ALE-SITUACAO (IDX-ALE).

           IF SDO-SITUACAO (WSS-IDX-SDO) EQUAL 'V'
              ADD 1                      TO WSS-QTD-VENCIDOS
           ELSE
              ADD 1                      TO WSS-QTD-A-VENCER
           END-IF.

       7020-AVALIA-PERIODO-EXIT.
           EXIT.

      *----
       7100-IMPRIME-ALERTA.

           IF ALE-DEPTO (IDX-ALE) NOT EQUAL WSS-DEPTO-ANT
              OR IDX-ALE EQUAL 1
              IF IDX-ALE GREATER 1
                 MOVE WSS-QTD-DEPTO      TO QTD-DEPTO-TOT
                 WRITE REG-RELVENC FROM TOT01 AFTER ADVANCING 2
                 END-WRITE
              END-IF
              MOVE ALE-DEPTO (IDX-ALE)   TO WSS-DEPTO-ANT
              MOVE ALE-DEPTO (IDX-ALE)   TO CAB-DEPTO
              MOVE 0                     TO WSS-QTD-DEPTO
              WRITE REG-RELVENC FROM CAB02 AFTER ADVANCING 3
              END-WRITE
              WRITE REG-RELVENC FROM CAB03 AFTER ADVANCING 2
              END-WRITE
           END-IF.

           MOVE ALE-MATRICULA (IDX-ALE)  TO MATRICULA-DET.
           MOVE ALE-NOME (IDX-ALE)       TO NOME-DET.
           MOVE ALE-AQUIS-INICIO (IDX-ALE) TO WSS-DATA-AUX.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE MASCARA-DATA             TO AQUIS-INICIO-DET.
           MOVE ALE-AQUIS-FIM (IDX-ALE)  TO WSS-DATA-AUX.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE MASCARA-DATA             TO AQUIS-FIM-DET.
           MOVE ALE-LIMITE (IDX-ALE)     TO WSS-DATA-AUX.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE MASCARA-DATA             TO LIMITE-DET.
           MOVE ALE-SALDO (IDX-ALE)      TO SALDO-DET.
           MOVE ALE-DIAS-A-VENCER (IDX-ALE) TO DIAS-DET.

           IF ALE-SITUACAO (IDX-ALE) EQUAL 'V'
              MOVE 'VENCIDA - DOBRA'     TO SITUACAO-DET
           ELSE
              MOVE 'A VENCER'            TO SITUACAO-DET
           END-IF.

           WRITE REG-RELVENC FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELVENC NOT EQUAL 0 THEN
              DISPLAY 'COBOL218 - ERRO WRITE RELVENC FS=' ST-RELVENC
              MOVE ST-RELVENC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-DEPTO.

       7100-IMPRIME-ALERTA-EXIT.
           EXIT.

      *----
      * ANIVERSARIO DE WSS-DATA-AUX (MESMO DIA E MES DO ANO SEGUINTE)
      *----
       ROT-ANIVERSARIO.

           ADD 1                         TO WSS-AUX-ANO.

           IF WSS-AUX-MMDD EQUAL 0229
              MOVE 0228                  TO WSS-AUX-MMDD
           END-IF.

       ROT-ANIVERSARIO-EXIT.
           EXIT.

      *----
      * WSS-DATA-AUX (AAAAMMDD) PARA MASCARA-DATA (DD/MM/AAAA)
      *----
       ROT-FORMATA-DATA.

           MOVE WSS-DATA-AUX (7:2)       TO MASCARA-DATA (1:2).
           MOVE WSS-DATA-AUX (5:2)       TO MASCARA-DATA (4:2).
           MOVE WSS-DATA-AUX (1:4)       TO MASCARA-DATA (7:4).

       ROT-FORMATA-DATA-EXIT.
           EXIT.

      ******************************************************************
       ROT-ABEND.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY ' ABEND PROGRAMADO '.
           DISPLAY ' ERRO ENCONTRADO : '  RETURN-CODE.
           DISPLAY ' FAVOR AVISAR O ANALISTA RESPONSAVEL'.
           DISPLAY '*******************************************'.

           MOVE RETURN-CODE TO WSS-RC-ABEND.
           MOVE RETURN-CODE TO WSS-CLASSIF-RC-ENTRADA.
           CALL 'COBOL125' USING WSS-CLASSIF-RC-LINKAGE.

           DISPLAY ' SEVERIDADE      : ' WSS-CLASSIF-RC-SEVERIDADE.
           DISPLAY ' DESCRICAO       : ' WSS-CLASSIF-RC-DESCRICAO.

           DISPLAY '***ABEND-COBOL218*** RC=' WSS-RC-ABEND
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           MOVE WSS-RC-ABEND TO RETURN-CODE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
