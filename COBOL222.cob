      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : MANUTENCAO BATCH DO CADASTRO DE EXAMES MEDICOS
      *            OCUPACIONAIS - ASO DA NR-7 (ASOFUNC, LAYOUT
      *            COPY2221). LE O ARQUIVO DE MOVIMENTOS MOVASO
      *            ('I' INCLUSAO / 'E' EXCLUSAO, CASADOS POR
      *            MATRICULA + DATA + TIPO DO EXAME), CONFERE A
      *            MATRICULA NO MESTRE FUNCMST, VALIDA A DATA PELO KIT
      *            DE VALIDACOES (VALIDA-DATA, COBOL100) E CALCULA A
      *            DATA DO PROXIMO EXAME PERIODICO PELO GRAU DE RISCO
      *            DO CARGO NA GRADETAB:
      *              GRAU 1 E 2       - A CADA 24 MESES
      *              GRAU 3 E 4       - A CADA 12 MESES
      *              CARGO SEM GRAU   - A CADA 12 MESES
      *            (GRD-MESES-ASO PREENCHIDO NA GRADETAB PREVALECE
      *            SOBRE O GRAU). REGRAVA O CADASTRO COMPLETO, EM
      *            ORDEM DE MATRICULA E DATA, NA NOVA GERACAO
      *            ASOFUNCN, COM RELATORIO DE APLICADOS E REJEITADOS
      *            (RELASO). O VENCIMENTO SAI NO COBOL223.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL222.
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
           SELECT GRADETAB ASSIGN TO GRADETAB
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-GRADETAB.
      *
           SELECT FUNCMST ASSIGN TO FUNCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FM-MATRICULA
                  FILE STATUS IS ST-FUNCMST.
      *
           SELECT ASOFUNC ASSIGN TO ASOFUNC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-ASOFUNC.
      *
           SELECT MOVASO ASSIGN TO MOVASO
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-MOVASO.
      *
           SELECT ASOFUNCN ASSIGN TO ASOFUNCN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-ASOFUNCN.
      *
           SELECT RELASO ASSIGN TO RELASO
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELASO.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   GRADETAB
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * GRAU DE RISCO DA NR-4 (1 A 4) E PERIODICIDADE DO ASO EM MESES
      * (ZERO = PELO GRAU) NA AREA LIVRE DO REGISTRO
      *----
       01   REG-GRADETAB.
            03 GRD-CARGO                   PIC X(002).
            03 GRD-TITULO                  PIC X(030).
            03 GRD-PISO                    PIC 9(005)V99.
            03 GRD-TETO                    PIC 9(005)V99.
            03 GRD-GRAU-RISCO              PIC 9(001).
            03 GRD-MESES-ASO               PIC 9(002).
            03 FILLER                      PIC X(031).
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
           03  FILLER                      PIC X(004).
           03  FM-CARGO                    PIC X(002).
           03  FM-EMPRESA                  PIC X(002).
           03  FM-TIPO-CONTRATO            PIC X(001).
      *----
       FD   ASOFUNC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2221'.
      *----
       FD   MOVASO
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-MOVASO.
            03 MVA-TIPO                    PIC X(001).
               88 MVA-INCLUSAO                     VALUE 'I'.
               88 MVA-EXCLUSAO                     VALUE 'E'.
            03 MVA-MATRICULA               PIC 9(008).
            03 MVA-TIPO-EXAME              PIC X(001).
            03 MVA-DATA-EXAME              PIC 9(008).
            03 MVA-RESULTADO               PIC X(001).
            03 MVA-CRM-MEDICO              PIC X(008).
            03 MVA-UF-CRM                  PIC X(002).
            03 MVA-NOME-MEDICO             PIC X(030).
            03 FILLER                      PIC X(021).
      *----
       FD   ASOFUNCN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-ASOFUNCN                   PIC X(080).
      *----
       FD   RELASO.
      *----
       01   REG-RELASO                     PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-GRADETAB                     PIC 9(002) VALUE 0.
       77  ST-FUNCMST                      PIC 9(002) VALUE 0.
       77  ST-ASOFUNC                      PIC 9(002) VALUE 0.
       77  ST-MOVASO                       PIC 9(002) VALUE 0.
       77  ST-ASOFUNCN                     PIC 9(002) VALUE 0.
       77  ST-RELASO                       PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-QTD-GRADES                  PIC 9(003) VALUE 0.
       77  WSS-QTD-EXAMES                  PIC 9(005) VALUE 0.
       77  WSS-REG-MOVIMENTOS              PIC 9(006) VALUE ZEROES.
       77  WSS-REG-APLICADOS               PIC 9(006) VALUE ZEROES.
       77  WSS-REG-REJEITADOS              PIC 9(006) VALUE ZEROES.
       77  WSS-REG-GRAVADOS                PIC 9(006) VALUE ZEROES.
       77  WSS-RESULTADO                   PIC X(001) VALUE SPACE.
           88 WSS-MOV-APLICADO                       VALUE 'A'.
           88 WSS-MOV-REJEITADO                      VALUE 'R'.
       77  WSS-MOTIVO                      PIC X(040) VALUE SPACES.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-DATA-HOJE                   PIC 9(008) VALUE 0.
       77  WSS-CARGO                       PIC X(002) VALUE SPACES.
       77  WSS-GRAU-RISCO                  PIC 9(001) VALUE 0.
       77  WSS-MESES-ASO                   PIC 9(002) VALUE 0.
       77  WSS-MESES-CARGO                 PIC 9(002) VALUE 0.
       77  WSS-MESES-TOTAL                 PIC 9(006) COMP VALUE 0.
       77  WSS-RESTO                       PIC 9(002) COMP VALUE 0.
       77  WSS-DATA-PROXIMO                PIC 9(008) VALUE 0.
      *----
      * PERIODICIDADE PADRAO DO ASO, EM MESES, POR FAIXA DE GRAU DE
      * RISCO DA NR-4
      *----
       77  WSS-MESES-RISCO-BAIXO           PIC 9(002) VALUE 24.
       77  WSS-MESES-RISCO-ALTO            PIC 9(002) VALUE 12.
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
      * ARITMETICA DE MESES SOBRE A DATA DO EXAME
      *----
       01  WSS-DATA-AUX                    PIC 9(008) VALUE 0.
       01  FILLER REDEFINES WSS-DATA-AUX.
           03 WSS-AUX-ANO                  PIC 9(004).
           03 WSS-AUX-MES                  PIC 9(002).
           03 WSS-AUX-DIA                  PIC 9(002).
      *----
      * CARGOS DA GRADETAB COM O GRAU DE RISCO E A PERIODICIDADE
      *----
       01  WSS-TAB-GRADES.
           05 WSS-GRD-ENTRY OCCURS 0 TO 100 TIMES
                 DEPENDING ON WSS-QTD-GRADES
                 INDEXED BY IDX-GRD.
              10 TGR-CARGO                 PIC X(002).
              10 TGR-GRAU-RISCO            PIC 9(001).
              10 TGR-MESES-ASO             PIC 9(002).
      *----
      * CADASTRO COMPLETO EM MEMORIA: OS MOVIMENTOS SAO APLICADOS NA
      * TABELA E O RESULTADO, CLASSIFICADO, REGRAVADO NA NOVA GERACAO
      *----
       01  WSS-TAB-EXAMES.
           05 WSS-ASO-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-EXAMES
                 INDEXED BY IDX-ASO.
              10 TAB-CHAVE.
                 15 TAB-MATRICULA          PIC 9(008).
                 15 TAB-DATA-EXAME         PIC 9(008).
                 15 TAB-TIPO               PIC X(001).
              10 TAB-ATIVO                 PIC X(001).
              10 TAB-REGISTRO              PIC X(080).
      *----
       01  WSS-CHAVE-MOV.
           03 WSS-CHV-MATRICULA            PIC 9(008).
           03 WSS-CHV-DATA-EXAME           PIC 9(008).
           03 WSS-CHV-TIPO                 PIC X(001).
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
       77  MASCARA-DATA                    PIC 99/99/9999.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL222'.
           03 FILLER                       PIC X(051)
              VALUE 'MANUTENCAO DO CADASTRO DE ASO (NR-7)'.
      *----
       01  CAB02.
           03 FILLER                       PIC X(003) VALUE 'MV'.
           03 FILLER                       PIC X(010) VALUE 'MATRICULA'.
           03 FILLER                       PIC X(031) VALUE 'NOME'.
           03 FILLER                       PIC X(004) VALUE 'EX'.
           03 FILLER                       PIC X(012)
              VALUE 'DATA EXAME'.
           03 FILLER                       PIC X(012) VALUE 'PROXIMO'.
           03 FILLER                       PIC X(011) VALUE 'RESULTADO'.
           03 FILLER                       PIC X(040) VALUE 'MOTIVO'.
      *----
       01  DET01.
           03 TIPO-DET                     PIC X(001) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 MATRICULA-DET                PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 NOME-DET                     PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 EXAME-DET                    PIC X(001) VALUE SPACES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 DATA-EXAME-DET               PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 PROXIMO-DET                  PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 RESULTADO-DET                PIC X(009) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 MOTIVO-DET                   PIC X(040) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL222'
           DISPLAY ' MANUTENCAO DO CADASTRO DE ASO'.

           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.
           MOVE DATA-HORA (1:8)          TO WSS-DATA-HOJE.

           PERFORM 0001-CARGA-GRADETAB
              THRU 0001-CARGA-GRADETAB-EXIT.

           PERFORM 1000-CARGA-ASOFUNC
              THRU 1000-CARGA-ASOFUNC-EXIT.

           PERFORM 2000-APLICA-MOVIMENTOS
              THRU 2000-APLICA-MOVIMENTOS-EXIT.

           PERFORM 3000-GRAVA-NOVA-GERACAO
              THRU 3000-GRAVA-NOVA-GERACAO-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL222                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* MOVIMENTOS LIDOS     : ' WSS-REG-MOVIMENTOS.
           DISPLAY '* MOVIMENTOS APLICADOS : ' WSS-REG-APLICADOS.
           DISPLAY '* MOVIMENTOS REJEITADOS: ' WSS-REG-REJEITADOS.
           DISPLAY '* EXAMES GRAVADOS      : ' WSS-REG-GRAVADOS.
           DISPLAY '*******************************************'.

           STOP RUN.

      *----
      * CARGOS COM GRAU DE RISCO E PERIODICIDADE DO ASO
      *----
       0001-CARGA-GRADETAB.

           DISPLAY '0001-CARGA-GRADETAB'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT GRADETAB.

           IF ST-GRADETAB NOT EQUAL 0 THEN
              DISPLAY 'COBOL222 - ERRO OPEN GRADETAB FS=' ST-GRADETAB
              MOVE ST-GRADETAB           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0002-LER-GRADETAB
              THRU 0002-LER-GRADETAB-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE GRADETAB.

           DISPLAY ' CARGOS CARREGADOS : ' WSS-QTD-GRADES.

       0001-CARGA-GRADETAB-EXIT.
           EXIT.

      *----
       0002-LER-GRADETAB.

           READ GRADETAB
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-GRADETAB NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL222 - ERRO READ GRADETAB FS=' ST-GRADETAB
              MOVE ST-GRADETAB           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              OR WSS-QTD-GRADES NOT LESS 100
              GO TO 0002-LER-GRADETAB-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-GRADES.
           SET IDX-GRD                   TO WSS-QTD-GRADES.
           MOVE GRD-CARGO                TO TGR-CARGO (IDX-GRD).
           MOVE 0                        TO TGR-GRAU-RISCO (IDX-GRD).
           MOVE 0                        TO TGR-MESES-ASO (IDX-GRD).

           IF GRD-GRAU-RISCO NUMERIC
              MOVE GRD-GRAU-RISCO        TO TGR-GRAU-RISCO (IDX-GRD)
           END-IF.

           IF GRD-MESES-ASO NUMERIC
              MOVE GRD-MESES-ASO         TO TGR-MESES-ASO (IDX-GRD)
           END-IF.

       0002-LER-GRADETAB-EXIT.
           EXIT.

      *----
       1000-CARGA-ASOFUNC.

           DISPLAY '1000-CARGA-ASOFUNC'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT ASOFUNC.

           IF ST-ASOFUNC EQUAL 35
              DISPLAY 'COBOL222 - ASOFUNC INEXISTENTE, CADASTRO '
                      'COMECA VAZIO'
              GO TO 1000-CARGA-ASOFUNC-EXIT
           END-IF.

           IF ST-ASOFUNC NOT EQUAL 0 THEN
              DISPLAY 'COBOL222 - ERRO OPEN ASOFUNC FS=' ST-ASOFUNC
              MOVE ST-ASOFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1001-LER-ASOFUNC
              THRU 1001-LER-ASOFUNC-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE ASOFUNC.

           DISPLAY ' EXAMES CARREGADOS : ' WSS-QTD-EXAMES.

       1000-CARGA-ASOFUNC-EXIT.
           EXIT.

      *----
       1001-LER-ASOFUNC.

           READ ASOFUNC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-ASOFUNC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL222 - ERRO READ ASOFUNC FS=' ST-ASOFUNC
              MOVE ST-ASOFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1001-LER-ASOFUNC-EXIT
           END-IF.

           IF WSS-QTD-EXAMES NOT LESS 20000
              DISPLAY 'COBOL222 - TABELA DE EXAMES CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-EXAMES.
           SET IDX-ASO                   TO WSS-QTD-EXAMES.
           MOVE ASO-MATRICULA            TO TAB-MATRICULA (IDX-ASO).
           MOVE ASO-DATA-EXAME           TO TAB-DATA-EXAME (IDX-ASO).
           MOVE ASO-TIPO                 TO TAB-TIPO (IDX-ASO).
           MOVE 'A'                      TO TAB-ATIVO (IDX-ASO).
           MOVE REG-ASOFUNC              TO TAB-REGISTRO (IDX-ASO).

       1001-LER-ASOFUNC-EXIT.
           EXIT.

      *----
       2000-APLICA-MOVIMENTOS.

           DISPLAY '2000-APLICA-MOVIMENTOS'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT MOVASO.

           IF ST-MOVASO NOT EQUAL 0 THEN
              DISPLAY 'COBOL222 - ERRO OPEN MOVASO FS=' ST-MOVASO
              MOVE ST-MOVASO             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN INPUT FUNCMST.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL222 - ERRO OPEN FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT RELASO.

           IF ST-RELASO NOT EQUAL 0 THEN
              DISPLAY 'COBOL222 - ERRO OPEN RELASO FS=' ST-RELASO
              MOVE ST-RELASO             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           WRITE REG-RELASO FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.
           WRITE REG-RELASO FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

           PERFORM 2001-APLICA-UM-MOVIMENTO
              THRU 2001-APLICA-UM-MOVIMENTO-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE MOVASO.
           CLOSE FUNCMST.
           CLOSE RELASO.

       2000-APLICA-MOVIMENTOS-EXIT.
           EXIT.

      *----
       2001-APLICA-UM-MOVIMENTO.

           READ MOVASO
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-MOVASO NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL222 - ERRO READ MOVASO FS=' ST-MOVASO
              MOVE ST-MOVASO             TO RETURN-CODE
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
           MOVE 0                        TO WSS-DATA-PROXIMO.

           MOVE MVA-MATRICULA            TO WSS-CHV-MATRICULA.
           MOVE MVA-DATA-EXAME           TO WSS-CHV-DATA-EXAME.
           MOVE MVA-TIPO-EXAME           TO WSS-CHV-TIPO.

           EVALUATE TRUE
               WHEN MVA-INCLUSAO
                    PERFORM 2100-INCLUI-EXAME
                       THRU 2100-INCLUI-EXAME-EXIT
               WHEN MVA-EXCLUSAO
                    PERFORM 2200-EXCLUI-EXAME
                       THRU 2200-EXCLUI-EXAME-EXIT
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
      * INCLUSAO: TIPO DE EXAME E RESULTADO NO DOMINIO DO S-2220,
      * DATA VALIDA E NAO FUTURA, MATRICULA NO MESTRE E EXAME AINDA
      * NAO CADASTRADO. O CARGO E O DO MESTRE NA DATA DA INCLUSAO
      *----
       2100-INCLUI-EXAME.

           MOVE SPACES                   TO REG-ASOFUNC.
           MOVE MVA-TIPO-EXAME           TO ASO-TIPO.
           MOVE MVA-RESULTADO            TO ASO-RESULTADO.

           IF NOT ASO-TIPO-VALIDO
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'TIPO DE EXAME INVALIDO'
                                          TO WSS-MOTIVO
              GO TO 2100-INCLUI-EXAME-EXIT
           END-IF.

           IF NOT ASO-RESULTADO-VALIDO
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'RESULTADO DO EXAME INVALIDO'
                                          TO WSS-MOTIVO
              GO TO 2100-INCLUI-EXAME-EXIT
           END-IF.

           MOVE MVA-DATA-EXAME           TO WSS-VALIDA-DATA-REC.

           CALL 'VALIDA-DATA' USING WSS-VALIDA-DATA-LINKAGE.

           IF WSS-VALIDA-DATA-RC NOT EQUAL 0
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE WSS-VALIDA-DATA-MSG   TO WSS-MOTIVO
              GO TO 2100-INCLUI-EXAME-EXIT
           END-IF.

           IF MVA-DATA-EXAME GREATER WSS-DATA-HOJE
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'DATA DO EXAME NO FUTURO'
                                          TO WSS-MOTIVO
              GO TO 2100-INCLUI-EXAME-EXIT
           END-IF.

           MOVE MVA-MATRICULA            TO FM-MATRICULA.

           READ FUNCMST
              INVALID KEY
                 MOVE 'R'                TO WSS-RESULTADO
                 MOVE 'MATRICULA NAO CADASTRADA NO MESTRE'
                                          TO WSS-MOTIVO
                 MOVE SPACES             TO FM-NOME
                 GO TO 2100-INCLUI-EXAME-EXIT
           END-READ.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL222 - ERRO READ FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 2500-PROCURA-EXAME
              THRU 2500-PROCURA-EXAME-EXIT.

           IF WSS-ACHOU = 'Y'
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'EXAME JA CADASTRADO' TO WSS-MOTIVO
              GO TO 2100-INCLUI-EXAME-EXIT
           END-IF.

           IF WSS-QTD-EXAMES NOT LESS 20000
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'CADASTRO CHEIO'      TO WSS-MOTIVO
              GO TO 2100-INCLUI-EXAME-EXIT
           END-IF.

           MOVE FM-CARGO                 TO WSS-CARGO.

           PERFORM 2600-CALCULA-PROXIMO
              THRU 2600-CALCULA-PROXIMO-EXIT.

           MOVE MVA-MATRICULA            TO ASO-MATRICULA.
           MOVE MVA-DATA-EXAME           TO ASO-DATA-EXAME.
           MOVE WSS-DATA-PROXIMO         TO ASO-DATA-PROXIMO.
           MOVE WSS-CARGO                TO ASO-CARGO.
           MOVE WSS-GRAU-RISCO           TO ASO-GRAU-RISCO.
           MOVE MVA-CRM-MEDICO           TO ASO-CRM-MEDICO.
           MOVE MVA-UF-CRM               TO ASO-UF-CRM.
           MOVE MVA-NOME-MEDICO          TO ASO-NOME-MEDICO.

           ADD 1                         TO WSS-QTD-EXAMES.
           SET IDX-ASO                   TO WSS-QTD-EXAMES.
           MOVE WSS-CHAVE-MOV            TO TAB-CHAVE (IDX-ASO).
           MOVE 'A'                      TO TAB-ATIVO (IDX-ASO).
           MOVE REG-ASOFUNC              TO TAB-REGISTRO (IDX-ASO).

       2100-INCLUI-EXAME-EXIT.
           EXIT.

      *----
      * EXCLUSAO (CORRECAO DE LANCAMENTO): O EXAME SAI DA NOVA GERACAO
      *----
       2200-EXCLUI-EXAME.

           PERFORM 2500-PROCURA-EXAME
              THRU 2500-PROCURA-EXAME-EXIT.

           IF WSS-ACHOU NOT = 'Y'
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'EXAME NAO CADASTRADO' TO WSS-MOTIVO
              GO TO 2200-EXCLUI-EXAME-EXIT
           END-IF.

           MOVE 'I'                      TO TAB-ATIVO (IDX-ASO).

       2200-EXCLUI-EXAME-EXIT.
           EXIT.

      *----
      * PROCURA O EXAME ATIVO PELA CHAVE DO MOVIMENTO; ACHANDO,
      * IDX-ASO FICA APONTANDO PARA A ENTRADA
      *----
       2500-PROCURA-EXAME.

           MOVE 'N'                      TO WSS-ACHOU.

           IF WSS-QTD-EXAMES EQUAL 0
              GO TO 2500-PROCURA-EXAME-EXIT
           END-IF.

           SET IDX-ASO                   TO 1.

           SEARCH WSS-ASO-ENTRY
             AT END
                MOVE 'N'                 TO WSS-ACHOU
             WHEN TAB-CHAVE (IDX-ASO) EQUAL WSS-CHAVE-MOV
                  AND TAB-ATIVO (IDX-ASO) EQUAL 'A'
                MOVE 'Y'                 TO WSS-ACHOU
           END-SEARCH.

       2500-PROCURA-EXAME-EXIT.
           EXIT.

      *----
      * PROXIMO PERIODICO: DATA DO EXAME + PERIODICIDADE DO CARGO.
      * O DEMISSIONAL ENCERRA O CONTROLE (PROXIMO ZERADO)
      *----
       2600-CALCULA-PROXIMO.

           MOVE 0                        TO WSS-GRAU-RISCO.
           MOVE 0                        TO WSS-MESES-CARGO.
           MOVE WSS-MESES-RISCO-ALTO     TO WSS-MESES-ASO.

           IF WSS-QTD-GRADES GREATER 0
              SET IDX-GRD                TO 1
              SEARCH WSS-GRD-ENTRY
                AT END
                   DISPLAY 'COBOL222 - CARGO SEM GRAU DE RISCO: '
                           WSS-CARGO ' MATRICULA ' MVA-MATRICULA
                WHEN TGR-CARGO (IDX-GRD) EQUAL WSS-CARGO
                   MOVE TGR-GRAU-RISCO (IDX-GRD) TO WSS-GRAU-RISCO
                   MOVE TGR-MESES-ASO (IDX-GRD)  TO WSS-MESES-CARGO
              END-SEARCH
           END-IF.

           IF WSS-GRAU-RISCO EQUAL 1 OR 2
              MOVE WSS-MESES-RISCO-BAIXO TO WSS-MESES-ASO
           END-IF.

           IF WSS-MESES-CARGO GREATER 0
              MOVE WSS-MESES-CARGO       TO WSS-MESES-ASO
           END-IF.

           IF MVA-TIPO-EXAME EQUAL 'D'
              MOVE 0                     TO WSS-DATA-PROXIMO
              GO TO 2600-CALCULA-PROXIMO-EXIT
           END-IF.

           MOVE MVA-DATA-EXAME           TO WSS-DATA-AUX.

           PERFORM ROT-SOMA-MESES
              THRU ROT-SOMA-MESES-EXIT.

           MOVE WSS-DATA-AUX             TO WSS-DATA-PROXIMO.

       2600-CALCULA-PROXIMO-EXIT.
           EXIT.

      *----
       2900-IMPRIME-MOVIMENTO.

           MOVE SPACES                   TO DATA-EXAME-DET.
           MOVE SPACES                   TO PROXIMO-DET.
           MOVE MVA-TIPO                 TO TIPO-DET.
           MOVE MVA-MATRICULA            TO MATRICULA-DET.
           MOVE FM-NOME                  TO NOME-DET.
           MOVE MVA-TIPO-EXAME           TO EXAME-DET.

           IF MVA-DATA-EXAME NUMERIC
              MOVE MVA-DATA-EXAME        TO WSS-DATA-AUX
              PERFORM ROT-FORMATA-DATA
                 THRU ROT-FORMATA-DATA-EXIT
              MOVE MASCARA-DATA          TO DATA-EXAME-DET
           END-IF.

           IF WSS-DATA-PROXIMO GREATER 0
              MOVE WSS-DATA-PROXIMO      TO WSS-DATA-AUX
              PERFORM ROT-FORMATA-DATA
                 THRU ROT-FORMATA-DATA-EXIT
              MOVE MASCARA-DATA          TO PROXIMO-DET
           END-IF.

           IF WSS-MOV-APLICADO
              MOVE 'APLICADO '           TO RESULTADO-DET
           ELSE
              MOVE 'REJEITADO'           TO RESULTADO-DET
           END-IF.

           MOVE WSS-MOTIVO               TO MOTIVO-DET.

           WRITE REG-RELASO FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELASO NOT EQUAL 0 THEN
              DISPLAY 'COBOL222 - ERRO WRITE RELASO FS=' ST-RELASO
              MOVE ST-RELASO             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       2900-IMPRIME-MOVIMENTO-EXIT.
           EXIT.

      *----
      * REGRAVA O CADASTRO (SO OS ATIVOS), EM ORDEM DE MATRICULA E
      * DATA DO EXAME, NA NOVA GERACAO ASOFUNCN
      *----
       3000-GRAVA-NOVA-GERACAO.

           DISPLAY '3000-GRAVA-NOVA-GERACAO'.

           IF WSS-QTD-EXAMES GREATER 1
              SORT WSS-ASO-ENTRY ASCENDING TAB-CHAVE
           END-IF.

           OPEN OUTPUT ASOFUNCN.

           IF ST-ASOFUNCN NOT EQUAL 0 THEN
              DISPLAY 'COBOL222 - ERRO OPEN ASOFUNCN FS=' ST-ASOFUNCN
              MOVE ST-ASOFUNCN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 3100-GRAVA-EXAME
              THRU 3100-GRAVA-EXAME-EXIT
              VARYING IDX-ASO FROM 1 BY 1
              UNTIL IDX-ASO > WSS-QTD-EXAMES.

           CLOSE ASOFUNCN.

       3000-GRAVA-NOVA-GERACAO-EXIT.
           EXIT.

      *----
       3100-GRAVA-EXAME.

           IF TAB-ATIVO (IDX-ASO) NOT EQUAL 'A'
              GO TO 3100-GRAVA-EXAME-EXIT
           END-IF.

           WRITE REG-ASOFUNCN FROM TAB-REGISTRO (IDX-ASO)
           END-WRITE.

           IF ST-ASOFUNCN NOT EQUAL 0
              DISPLAY 'COBOL222 - ERRO WRITE ASOFUNCN FS=' ST-ASOFUNCN
              MOVE ST-ASOFUNCN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-GRAVADOS.

       3100-GRAVA-EXAME-EXIT.
           EXIT.

      *----
      * SOMA WSS-MESES-ASO MESES A WSS-DATA-AUX; O DIA QUE NAO EXISTE
      * NO MES DE DESTINO RECUA PARA O ULTIMO DIA DO MES
      *----
       ROT-SOMA-MESES.

           COMPUTE WSS-MESES-TOTAL = WSS-AUX-ANO * 12
                                   + WSS-AUX-MES - 1
                                   + WSS-MESES-ASO.

           DIVIDE WSS-MESES-TOTAL BY 12 GIVING WSS-AUX-ANO
                  REMAINDER WSS-RESTO.

           COMPUTE WSS-AUX-MES = WSS-RESTO + 1.

           PERFORM ROT-AJUSTA-DIA
              THRU ROT-AJUSTA-DIA-EXIT
              UNTIL FUNCTION TEST-DATE-YYYYMMDD (WSS-DATA-AUX) = 0.

       ROT-SOMA-MESES-EXIT.
           EXIT.

      *----
       ROT-AJUSTA-DIA.

           SUBTRACT 1                    FROM WSS-AUX-DIA.

       ROT-AJUSTA-DIA-EXIT.
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

           DISPLAY '***ABEND-COBOL222*** RC=' WSS-RC-ABEND
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           MOVE WSS-RC-ABEND TO RETURN-CODE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
