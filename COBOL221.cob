      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : AVISO DE FIM DE CONTRATO DE APRENDIZ E ESTAGIARIO.
      *            LE O MESTRE FUNCMST E, PARA CADA APRENDIZ
      *            (FM-TIPO-CONTRATO 'A') OU ESTAGIARIO ('E') ATIVO,
      *            CALCULA O PRAZO LEGAL DO CONTRATO - DOIS ANOS A
      *            PARTIR DA ADMISSAO (CLT ART. 428 PARA O APRENDIZ,
      *            LEI 11.788 ART. 11 PARA O ESTAGIARIO). O RELATORIO
      *            RELCONTR LISTA, POR DEPARTAMENTO E EM ORDEM DE DATA
      *            FINAL, OS CONTRATOS JA VENCIDOS E OS QUE VENCEM NOS
      *            PROXIMOS 90 DIAS, PARA O RH DECIDIR ENTRE O
      *            DESLIGAMENTO E A EFETIVACAO (MOVIMENTO 'C' DO
      *            COBOL131). A POSICAO E O ULTIMO DIA DA COMPETENCIA
      *            DO COMPCARD (SEM O CARTAO, O MES CORRENTE).
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL221.
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
           SELECT RELCONTR ASSIGN TO RELCONTR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELCONTR.
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
      * COMPETENCIA DE REFERENCIA (MESMO CARTAO DO COBOL153/217/218);
      * SEM O CARTAO VALE O MES CORRENTE. A POSICAO E A DO ULTIMO DIA
      * DA COMPETENCIA
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
           03  FM-TIPO-CONTRATO            PIC X(001).
               88  FM-APRENDIZ                      VALUE 'A'.
               88  FM-ESTAGIARIO                    VALUE 'E'.
      *----
       FD   RELCONTR.
      *----
       01   REG-RELCONTR                   PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-COMPCARD                     PIC 9(002) VALUE 0.
       77  ST-FUNCMST                      PIC 9(002) VALUE 0.
       77  ST-RELCONTR                     PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-COMPETENCIA                 PIC 9(006) VALUE 0.
       77  WSS-DATA-REF                    PIC 9(008) VALUE 0.
       77  WSS-INT-REF                     PIC 9(009) COMP VALUE 0.
       77  WSS-DATA-PROX-MES               PIC 9(008) VALUE 0.
       77  WSS-DATA-INTEIRA                PIC 9(009) COMP VALUE 0.
       77  WSS-DATA-FIM                    PIC 9(008) VALUE 0.
       77  WSS-DIAS-A-VENCER               PIC S9(005) COMP VALUE 0.
       77  WSS-QTD-ALERTAS                 PIC 9(004) VALUE 0.
       77  WSS-DEPTO-ANT                   PIC X(005) VALUE SPACES.
       77  WSS-QTD-DEPTO                   PIC 9(004) VALUE 0.
       77  WSS-REG-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-APRENDIZES              PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-ESTAGIARIOS             PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-VENCIDOS                PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-A-VENCER                PIC 9(006) VALUE ZEROES.
      *----
      * JANELA DO AVISO DE FIM DE CONTRATO, EM DIAS CORRIDOS A PARTIR
      * DA POSICAO
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
      * LINHAS DO AVISO, CLASSIFICADAS POR DEPARTAMENTO E DATA FINAL
      * ANTES DA IMPRESSAO
      *----
       01  WSS-TAB-ALERTA.
           05 WSS-ALE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-ALERTAS
                 INDEXED BY IDX-ALE.
              10 ALE-CHAVE.
                 15 ALE-DEPTO              PIC X(005).
                 15 ALE-FIM                PIC 9(008).
                 15 ALE-MATRICULA          PIC 9(008).
              10 ALE-NOME                  PIC X(030).
              10 ALE-TIPO                  PIC X(001).
              10 ALE-ADMISSAO              PIC 9(008).
              10 ALE-DIAS-A-VENCER         PIC S9(005) COMP.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       77  MASCARA-DATA                    PIC 99/99/9999.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL221'.
           03 FILLER                       PIC X(051)
              VALUE 'FIM DE CONTRATO - APRENDIZES E ESTAGIARIOS'.
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
           03 FILLER                       PIC X(012) VALUE 'CONTRATO'.
           03 FILLER                       PIC X(012) VALUE 'ADMISSAO'.
           03 FILLER                       PIC X(013)
              VALUE 'FIM LEGAL'.
           03 FILLER                       PIC X(009) VALUE 'DIAS'.
           03 FILLER                       PIC X(020) VALUE 'SITUACAO'.
      *----
       01  DET01.
           03 MATRICULA-DET                PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 NOME-DET                     PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 TIPO-DET                     PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 ADMISSAO-DET                 PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 FIM-DET                      PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 DIAS-DET                     PIC -ZZZ9 VALUE ZEROES.
           03 FILLER                       PIC X(004) VALUE SPACES.
           03 SITUACAO-DET                 PIC X(020) VALUE SPACES.
      *----
       01  TOT01.
           03 FILLER                       PIC X(030)
              VALUE 'CONTRATOS NO DEPARTAMENTO   : '.
           03 QTD-DEPTO-TOT                PIC ZZZ9 VALUE ZEROES.
      *----
       01  TOT02.
           03 FILLER                       PIC X(030)
              VALUE 'TOTAL PRAZO LEGAL VENCIDO   : '.
           03 QTD-VENCIDOS-TOT             PIC ZZZZZ9 VALUE ZEROES.
           03 FILLER                       PIC X(005) VALUE SPACES.
           03 FILLER                       PIC X(030)
              VALUE 'TOTAL A VENCER              : '.
           03 QTD-A-VENCER-TOT             PIC ZZZZZ9 VALUE ZEROES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL221'
           DISPLAY ' FIM DE CONTRATO DE APRENDIZ E ESTAGIARIO'.

           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.

           PERFORM 0001-CARGA-COMPETENCIA
              THRU 0001-CARGA-COMPETENCIA-EXIT.

           PERFORM 1000-SELECIONA-CONTRATOS
              THRU 1000-SELECIONA-CONTRATOS-EXIT.

           PERFORM 7000-IMPRIME-AVISO
              THRU 7000-IMPRIME-AVISO-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL221                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* POSICAO EM           : ' WSS-DATA-REF.
           DISPLAY '* FUNCIONARIOS LIDOS   : ' WSS-REG-LIDOS.
           DISPLAY '* APRENDIZES ATIVOS    : ' WSS-QTD-APRENDIZES.
           DISPLAY '* ESTAGIARIOS ATIVOS   : ' WSS-QTD-ESTAGIARIOS.
           DISPLAY '* CONTRATOS VENCIDOS   : ' WSS-QTD-VENCIDOS.
           DISPLAY '* CONTRATOS A VENCER   : ' WSS-QTD-A-VENCER.
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
              DISPLAY 'COBOL221 - ERRO OPEN COMPCARD FS=' ST-COMPCARD
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

       0001-CARGA-COMPETENCIA-EXIT.
           EXIT.

      *----
      * MESTRE DE FUNCIONARIOS, NA ORDEM DA CHAVE
      *----
       1000-SELECIONA-CONTRATOS.

           DISPLAY '1000-SELECIONA-CONTRATOS'.

           OPEN INPUT FUNCMST.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL221 - ERRO OPEN FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1010-LER-FUNCMST
              THRU 1010-LER-FUNCMST-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FUNCMST.

       1000-SELECIONA-CONTRATOS-EXIT.
           EXIT.

      *----
      * SO APRENDIZ E ESTAGIARIO ATIVOS, ADMITIDOS ATE A POSICAO. O
      * FIM LEGAL E O SEGUNDO ANIVERSARIO DA ADMISSAO MENOS UM DIA;
      * ENTRA NO AVISO O CONTRATO JA VENCIDO OU QUE VENCE DENTRO DA
      * JANELA
      *----
       1010-LER-FUNCMST.

           READ FUNCMST NEXT
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FUNCMST NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL221 - ERRO READ FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1010-LER-FUNCMST-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-LIDOS.

           IF FM-DESLIGADO
              OR (NOT FM-APRENDIZ AND NOT FM-ESTAGIARIO)
              GO TO 1010-LER-FUNCMST-EXIT
           END-IF.

           IF FM-DATA-ADMISSAO NOT NUMERIC
              OR FM-DATA-ADMISSAO EQUAL 0
              OR FM-DATA-ADMISSAO GREATER WSS-DATA-REF
              GO TO 1010-LER-FUNCMST-EXIT
           END-IF.

           IF FM-APRENDIZ
              ADD 1                      TO WSS-QTD-APRENDIZES
           ELSE
              ADD 1                      TO WSS-QTD-ESTAGIARIOS
           END-IF.

           MOVE FM-DATA-ADMISSAO         TO WSS-DATA-AUX.
           PERFORM ROT-ANIVERSARIO
              THRU ROT-ANIVERSARIO-EXIT.
           PERFORM ROT-ANIVERSARIO
              THRU ROT-ANIVERSARIO-EXIT.
           COMPUTE WSS-DATA-INTEIRA =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-AUX) - 1.
           MOVE FUNCTION DATE-OF-INTEGER (WSS-DATA-INTEIRA)
                                          TO WSS-DATA-FIM.

           COMPUTE WSS-DIAS-A-VENCER =
                   WSS-DATA-INTEIRA - WSS-INT-REF.

           IF WSS-DIAS-A-VENCER GREATER WSS-DIAS-AVISO
              GO TO 1010-LER-FUNCMST-EXIT
           END-IF.

           IF WSS-QTD-ALERTAS NOT LESS 5000
              DISPLAY 'COBOL221 - TABELA DE AVISOS CHEIA, CONTRATO '
                      'FORA DO RELATORIO: ' FM-MATRICULA
              GO TO 1010-LER-FUNCMST-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-ALERTAS.
           SET IDX-ALE                   TO WSS-QTD-ALERTAS.

           MOVE FM-DEPARTAMENTO          TO ALE-DEPTO (IDX-ALE).
           MOVE WSS-DATA-FIM             TO ALE-FIM (IDX-ALE).
           MOVE FM-MATRICULA             TO ALE-MATRICULA (IDX-ALE).
           MOVE FM-NOME                  TO ALE-NOME (IDX-ALE).
           MOVE FM-TIPO-CONTRATO         TO ALE-TIPO (IDX-ALE).
           MOVE FM-DATA-ADMISSAO         TO ALE-ADMISSAO (IDX-ALE).
           MOVE WSS-DIAS-A-VENCER        TO
                ALE-DIAS-A-VENCER (IDX-ALE).

           IF WSS-DIAS-A-VENCER LESS 0
              ADD 1                      TO WSS-QTD-VENCIDOS
           ELSE
              ADD 1                      TO WSS-QTD-A-VENCER
           END-IF.

       1010-LER-FUNCMST-EXIT.
           EXIT.

      *----
      * AVISO DE FIM DE CONTRATO, AGRUPADO POR DEPARTAMENTO E EM
      * ORDEM DE DATA FINAL
      *----
       7000-IMPRIME-AVISO.

           DISPLAY '7000-IMPRIME-AVISO'.

           IF WSS-QTD-ALERTAS GREATER 1
              SORT WSS-ALE-ENTRY ASCENDING ALE-CHAVE
           END-IF.

           OPEN OUTPUT RELCONTR.

           IF ST-RELCONTR NOT EQUAL 0 THEN
              DISPLAY 'COBOL221 - ERRO OPEN RELCONTR FS=' ST-RELCONTR
              MOVE ST-RELCONTR           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE WSS-DATA-REF             TO WSS-DATA-AUX.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE MASCARA-DATA             TO CAB-DATA-REF.

           WRITE REG-RELCONTR FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           MOVE SPACES                   TO WSS-DEPTO-ANT.
           MOVE 0                        TO WSS-QTD-DEPTO.

           PERFORM 7100-IMPRIME-CONTRATO
              THRU 7100-IMPRIME-CONTRATO-EXIT
              VARYING IDX-ALE FROM 1 BY 1
              UNTIL IDX-ALE > WSS-QTD-ALERTAS.

           IF WSS-QTD-ALERTAS GREATER 0
              MOVE WSS-QTD-DEPTO         TO QTD-DEPTO-TOT
              WRITE REG-RELCONTR FROM TOT01 AFTER ADVANCING 2
              END-WRITE
           END-IF.

           MOVE WSS-QTD-VENCIDOS         TO QTD-VENCIDOS-TOT.
           MOVE WSS-QTD-A-VENCER         TO QTD-A-VENCER-TOT.

           WRITE REG-RELCONTR FROM TOT02 AFTER ADVANCING 3
           END-WRITE.

           IF ST-RELCONTR NOT EQUAL 0 THEN
              DISPLAY 'COBOL221 - ERRO WRITE RELCONTR FS=' ST-RELCONTR
              MOVE ST-RELCONTR           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE RELCONTR.

       7000-IMPRIME-AVISO-EXIT.
           EXIT.

      *----
       7100-IMPRIME-CONTRATO.

           IF ALE-DEPTO (IDX-ALE) NOT EQUAL WSS-DEPTO-ANT
              OR IDX-ALE EQUAL 1
              IF IDX-ALE GREATER 1
                 MOVE WSS-QTD-DEPTO      TO QTD-DEPTO-TOT
                 WRITE REG-RELCONTR FROM TOT01 AFTER ADVANCING 2
                 END-WRITE
              END-IF
              MOVE ALE-DEPTO (IDX-ALE)   TO WSS-DEPTO-ANT
              MOVE ALE-DEPTO (IDX-ALE)   TO CAB-DEPTO
              MOVE 0                     TO WSS-QTD-DEPTO
              WRITE REG-RELCONTR FROM CAB02 AFTER ADVANCING 3
              END-WRITE
              WRITE REG-RELCONTR FROM CAB03 AFTER ADVANCING 2
              END-WRITE
           END-IF.

           MOVE ALE-MATRICULA (IDX-ALE)  TO MATRICULA-DET.
           MOVE ALE-NOME (IDX-ALE)       TO NOME-DET.

           IF ALE-TIPO (IDX-ALE) EQUAL 'A'
              MOVE 'APRENDIZ'            TO TIPO-DET
           ELSE
              MOVE 'ESTAGIARIO'          TO TIPO-DET
           END-IF.

           MOVE ALE-ADMISSAO (IDX-ALE)   TO WSS-DATA-AUX.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE MASCARA-DATA             TO ADMISSAO-DET.
           MOVE ALE-FIM (IDX-ALE)        TO WSS-DATA-AUX.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE MASCARA-DATA             TO FIM-DET.
           MOVE ALE-DIAS-A-VENCER (IDX-ALE) TO DIAS-DET.

           IF ALE-DIAS-A-VENCER (IDX-ALE) LESS 0
              MOVE 'PRAZO LEGAL VENCIDO' TO SITUACAO-DET
           ELSE
              MOVE 'A VENCER'            TO SITUACAO-DET
           END-IF.

           WRITE REG-RELCONTR FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELCONTR NOT EQUAL 0 THEN
              DISPLAY 'COBOL221 - ERRO WRITE RELCONTR FS=' ST-RELCONTR
              MOVE ST-RELCONTR           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-DEPTO.

       7100-IMPRIME-CONTRATO-EXIT.
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

           DISPLAY '***ABEND-COBOL221*** RC=' WSS-RC-ABEND
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           MOVE WSS-RC-ABEND TO RETURN-CODE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
