      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : RELATORIO MENSAL DO QUADRO DE VAGAS: AUTORIZADO X
      *            OCUPADO X VAGO POR DEPARTAMENTO (COM O NOME DO
      *            DEPTREF) E CARGO. O AUTORIZADO E O DO QUADRO
      *            VIGENTE NO ULTIMO DIA DA COMPETENCIA (QUADROVG,
      *            LAYOUT COPY2242 - O MESMO CONTROLADO PELO COBOL224
      *            NA ADMISSAO E NA TRANSFERENCIA); O OCUPADO CONTA
      *            OS FUNCIONARIOS NAO DESLIGADOS DO FUNCMST ADMITIDOS
      *            ATE ESSA DATA. OCUPADO ACIMA DO AUTORIZADO SAI COMO
      *            EXCEDENTE (VAGAS NEGATIVAS) E POSICAO OCUPADA SEM
      *            LINHA NO QUADRO SAI COMO SEM QUADRO. A COMPETENCIA
      *            VEM DO COMPCARD (SEM O CARTAO, O MES CORRENTE).
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL225.
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
           SELECT DEPTREF ASSIGN TO DEPTREF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DEPTREF.
      *
           SELECT QUADROVG ASSIGN TO QUADROVG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-QUADROVG.
      *
           SELECT FUNCMST ASSIGN TO FUNCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FM-MATRICULA
                  FILE STATUS IS ST-FUNCMST.
      *
           SELECT RELQUADR ASSIGN TO RELQUADR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELQUADR.
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
      * SEM O CARTAO VALE O MES CORRENTE
      *----
       01   REG-COMPCARD.
            03 CCD-COMPETENCIA             PIC 9(006).
            03 FILLER                      PIC X(074).
      *----
         FD DEPTREF.
      *----
         01 REG-DEPTREF.
            03 DEPTREF-CODIGO              PIC X(005).
            03 DEPTREF-NOME                PIC X(030).
            03 DEPTREF-STATUS              PIC X(001).
               88 DEPTREF-STATUS-ATIVO            VALUE 'A' ' '.
               88 DEPTREF-STATUS-INATIVO          VALUE 'I'.
      *----
      * DEPARTAMENTO SUPERIOR (BRANCO = RAIZ) E MATRICULA DO GESTOR
      * RESPONSAVEL (ZERO = RESPONDE O GESTOR DO SUPERIOR)
      *----
            03 DEPTREF-PAI                 PIC X(005).
            03 DEPTREF-GESTOR              PIC 9(008).
      *----
       FD   QUADROVG
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2242'.
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
      *----
       FD   RELQUADR.
      *----
       01   REG-RELQUADR                   PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-COMPCARD                     PIC 9(002) VALUE 0.
       77  ST-DEPTREF                      PIC 9(002) VALUE 0.
       77  ST-QUADROVG                     PIC 9(002) VALUE 0.
       77  ST-FUNCMST                      PIC 9(002) VALUE 0.
       77  ST-RELQUADR                     PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-COMPETENCIA                 PIC 9(006) VALUE 0.
       77  WSS-DATA-REF                    PIC 9(008) VALUE 0.
       77  WSS-INT-REF                     PIC 9(009) COMP VALUE 0.
       77  WSS-DATA-PROX-MES               PIC 9(008) VALUE 0.
       77  WSS-QTD-DEPTOS                  PIC 9(004) VALUE 0.
       77  WSS-QTD-QUADRO                  PIC 9(004) VALUE 0.
       77  WSS-MAX-QUADRO                  PIC 9(004) VALUE 5000.
       77  WSS-DEPTO-ANT                   PIC X(005) VALUE SPACES.
       77  WSS-VAGAS                       PIC S9(006) VALUE 0.
       77  WSS-REG-QUADRO                  PIC 9(006) VALUE ZEROES.
       77  WSS-REG-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-EXCEDENTES              PIC 9(004) VALUE ZEROES.
       77  WSS-QTD-SEM-QUADRO              PIC 9(004) VALUE ZEROES.
      *----
      * TOTAIS DO DEPARTAMENTO E GERAL
      *----
       77  WSS-AUT-DEPTO                   PIC 9(006) VALUE 0.
       77  WSS-OCU-DEPTO                   PIC 9(006) VALUE 0.
       77  WSS-AUT-GERAL                   PIC 9(007) VALUE 0.
       77  WSS-OCU-GERAL                   PIC 9(007) VALUE 0.
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
       01  WSS-DATA-AUX                    PIC 9(008) VALUE 0.
      *----
      * NOMES DOS DEPARTAMENTOS (DEPTREF)
      *----
       01  WSS-TAB-DEPTO.
           05 WSS-DEPTO-ENTRY OCCURS 0 TO 200 TIMES
                 DEPENDING ON WSS-QTD-DEPTOS
                 INDEXED BY IDX-DEPTO.
              10 WSS-DEPTO-CODIGO          PIC X(005).
              10 WSS-DEPTO-NOME            PIC X(030).
      *----
      * POSICOES POR DEPARTAMENTO E CARGO: QUADRO VIGENTE E OCUPACAO,
      * CLASSIFICADAS PELA CHAVE ANTES DA IMPRESSAO. VIGENCIA ZERADA
      * = DEPARTAMENTO/CARGO SEM LINHA NO QUADRO
      *----
       01  WSS-TAB-QUADRO.
           05 WSS-TQV-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-QUADRO
                 INDEXED BY IDX-TQV.
              10 TQV-CHAVE.
                 15 TQV-DEPTO              PIC X(005).
                 15 TQV-CARGO              PIC X(002).
              10 TQV-VIGENCIA              PIC 9(008).
              10 TQV-AUTORIZADO            PIC 9(005).
              10 TQV-OCUPADO               PIC 9(005).
      *----
       01  WSS-CHAVE-PROCURA.
           03 WSS-CHP-DEPTO                PIC X(005).
           03 WSS-CHP-CARGO                PIC X(002).
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       77  MASCARA-DATA                    PIC 99/99/9999.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL225'.
           03 FILLER                       PIC X(051)
              VALUE 'QUADRO DE VAGAS - AUTORIZADO X OCUPADO X VAGO'.
           03 FILLER                       PIC X(014)
              VALUE 'POSICAO EM : '.
           03 CAB-DATA-REF                 PIC X(010) VALUE SPACES.
      *----
       01  CAB02.
           03 FILLER                       PIC X(011) VALUE 'DEPTO'.
           03 CAB-DEPTO                    PIC X(005) VALUE SPACES.
           03 FILLER                       PIC X(003) VALUE ' - '.
           03 CAB-NOME-DEPTO               PIC X(030) VALUE SPACES.
      *----
       01  CAB03.
           03 FILLER                       PIC X(008) VALUE 'CARGO'.
           03 FILLER                       PIC X(014)
              VALUE 'VIGENCIA'.
           03 FILLER                       PIC X(012)
              VALUE 'AUTORIZADO'.
           03 FILLER                       PIC X(010) VALUE 'OCUPADO'.
           03 FILLER                       PIC X(010) VALUE 'VAGAS'.
           03 FILLER                       PIC X(020) VALUE 'SITUACAO'.
      *----
       01  DET01.
           03 CARGO-DET                    PIC X(002) VALUE SPACES.
           03 FILLER                       PIC X(006) VALUE SPACES.
           03 VIGENCIA-DET                 PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(006) VALUE SPACES.
           03 AUTORIZADO-DET               PIC ZZZZ9 VALUE ZEROES.
           03 FILLER                       PIC X(006) VALUE SPACES.
           03 OCUPADO-DET                  PIC ZZZZ9 VALUE ZEROES.
           03 FILLER                       PIC X(004) VALUE SPACES.
           03 VAGAS-DET                    PIC -ZZZZ9 VALUE ZEROES.
           03 FILLER                       PIC X(004) VALUE SPACES.
           03 SITUACAO-DET                 PIC X(020) VALUE SPACES.
      *----
       01  TOT01.
           03 FILLER                       PIC X(024)
              VALUE 'TOTAL DO DEPARTAMENTO'.
           03 AUT-DEPTO-TOT                PIC ZZZZZ9 VALUE ZEROES.
           03 FILLER                       PIC X(005) VALUE SPACES.
           03 OCU-DEPTO-TOT                PIC ZZZZZ9 VALUE ZEROES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 VAG-DEPTO-TOT                PIC -ZZZZZ9 VALUE ZEROES.
      *----
       01  TOT02.
           03 FILLER                       PIC X(023)
              VALUE 'TOTAL GERAL'.
           03 AUT-GERAL-TOT                PIC ZZZZZZ9 VALUE ZEROES.
           03 FILLER                       PIC X(004) VALUE SPACES.
           03 OCU-GERAL-TOT                PIC ZZZZZZ9 VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 VAG-GERAL-TOT                PIC -ZZZZZZ9 VALUE ZEROES.
      *----
       01  TOT03.
           03 FILLER                       PIC X(030)
              VALUE 'POSICOES COM EXCEDENTE      : '.
           03 QTD-EXCEDENTES-TOT           PIC ZZZ9 VALUE ZEROES.
           03 FILLER                       PIC X(005) VALUE SPACES.
           03 FILLER                       PIC X(030)
              VALUE 'POSICOES SEM QUADRO         : '.
           03 QTD-SEM-QUADRO-TOT           PIC ZZZ9 VALUE ZEROES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL225'
           DISPLAY ' QUADRO DE VAGAS - AUTORIZADO X OCUPADO X VAGO'.

           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.

           PERFORM 0001-CARGA-COMPETENCIA
              THRU 0001-CARGA-COMPETENCIA-EXIT.

           PERFORM 0002-CARGA-DEPTREF
              THRU 0002-CARGA-DEPTREF-EXIT.

           PERFORM 0003-CARGA-QUADROVG
              THRU 0003-CARGA-QUADROVG-EXIT.

           PERFORM 1000-CONTA-OCUPACAO
              THRU 1000-CONTA-OCUPACAO-EXIT.

           PERFORM 7000-IMPRIME-RELATORIO
              THRU 7000-IMPRIME-RELATORIO-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL225                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* POSICAO EM           : ' WSS-DATA-REF.
           DISPLAY '* LINHAS DO QUADRO     : ' WSS-REG-QUADRO.
           DISPLAY '* FUNCIONARIOS LIDOS   : ' WSS-REG-LIDOS.
           DISPLAY '* POSICOES IMPRESSAS   : ' WSS-QTD-QUADRO.
           DISPLAY '* COM EXCEDENTE        : ' WSS-QTD-EXCEDENTES.
           DISPLAY '* SEM QUADRO           : ' WSS-QTD-SEM-QUADRO.
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
              DISPLAY 'COBOL225 - ERRO OPEN COMPCARD FS=' ST-COMPCARD
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
      * NOMES DOS DEPARTAMENTOS; SEM O DEPTREF O RELATORIO SAI SO
      * COM O CODIGO
      *----
       0002-CARGA-DEPTREF.

           DISPLAY '0002-CARGA-DEPTREF'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT DEPTREF.

           IF ST-DEPTREF EQUAL 35
              DISPLAY 'COBOL225 - DEPTREF NAO INFORMADO, DEPARTAMENTO '
                      'SAI SEM NOME'
              GO TO 0002-CARGA-DEPTREF-EXIT
           END-IF.

           IF ST-DEPTREF NOT EQUAL 0 THEN
              DISPLAY 'COBOL225 - ERRO OPEN DEPTREF FS=' ST-DEPTREF
              MOVE ST-DEPTREF            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0012-LER-DEPTREF
              THRU 0012-LER-DEPTREF-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE DEPTREF.

       0002-CARGA-DEPTREF-EXIT.
           EXIT.

      *----
       0012-LER-DEPTREF.

           READ DEPTREF
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-DEPTREF NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL225 - ERRO READ DEPTREF FS=' ST-DEPTREF
              MOVE ST-DEPTREF            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF EQUAL 'Y'
              GO TO 0012-LER-DEPTREF-EXIT
           END-IF.

           IF WSS-QTD-DEPTOS NOT LESS 200
              DISPLAY 'COBOL225 - TABELA DE DEPARTAMENTOS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-DEPTOS.
           MOVE DEPTREF-CODIGO    TO WSS-DEPTO-CODIGO (WSS-QTD-DEPTOS).
           MOVE DEPTREF-NOME      TO WSS-DEPTO-NOME (WSS-QTD-DEPTOS).

       0012-LER-DEPTREF-EXIT.
           EXIT.

      *----
      * QUADRO VIGENTE NA POSICAO: PARA CADA DEPARTAMENTO E CARGO
      * FICA A LINHA DE MAIOR VIGENCIA ATE A DATA. SEM O ARQUIVO O
      * RELATORIO SAI SO COM A OCUPACAO
      *----
       0003-CARGA-QUADROVG.

           DISPLAY '0003-CARGA-QUADROVG'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT QUADROVG.

           IF ST-QUADROVG EQUAL 35
              DISPLAY 'COBOL225 - QUADROVG INEXISTENTE, QUADRO DE '
                      'VAGAS NAO IMPLANTADO'
              GO TO 0003-CARGA-QUADROVG-EXIT
           END-IF.

           IF ST-QUADROVG NOT EQUAL 0 THEN
              DISPLAY 'COBOL225 - ERRO OPEN QUADROVG FS=' ST-QUADROVG
              MOVE ST-QUADROVG           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0013-LER-QUADROVG
              THRU 0013-LER-QUADROVG-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE QUADROVG.

       0003-CARGA-QUADROVG-EXIT.
           EXIT.

      *----
       0013-LER-QUADROVG.

           READ QUADROVG
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-QUADROVG NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL225 - ERRO READ QUADROVG FS=' ST-QUADROVG
              MOVE ST-QUADROVG           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF EQUAL 'Y'
              GO TO 0013-LER-QUADROVG-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-QUADRO.

           IF QDV-DATA-VIGENCIA NOT NUMERIC
              OR QDV-QTD-AUTORIZADA NOT NUMERIC
              DISPLAY 'COBOL225 - LINHA DO QUADRO INVALIDA: '
                      QDV-DEPARTAMENTO ' ' QDV-CARGO
              GO TO 0013-LER-QUADROVG-EXIT
           END-IF.

           IF QDV-DATA-VIGENCIA GREATER WSS-DATA-REF
              GO TO 0013-LER-QUADROVG-EXIT
           END-IF.

           MOVE QDV-DEPARTAMENTO         TO WSS-CHP-DEPTO.
           MOVE QDV-CARGO                TO WSS-CHP-CARGO.

           PERFORM 5000-LOCALIZA
              THRU 5000-LOCALIZA-EXIT.

           IF QDV-DATA-VIGENCIA NOT LESS TQV-VIGENCIA (IDX-TQV)
              MOVE QDV-DATA-VIGENCIA     TO TQV-VIGENCIA (IDX-TQV)
              MOVE QDV-QTD-AUTORIZADA    TO TQV-AUTORIZADO (IDX-TQV)
           END-IF.

       0013-LER-QUADROVG-EXIT.
           EXIT.

      *----
      * OCUPACAO: FUNCIONARIO NAO DESLIGADO ADMITIDO ATE A POSICAO
      *----
       1000-CONTA-OCUPACAO.

           DISPLAY '1000-CONTA-OCUPACAO'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT FUNCMST.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL225 - ERRO OPEN FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1010-LER-FUNCMST
              THRU 1010-LER-FUNCMST-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FUNCMST.

       1000-CONTA-OCUPACAO-EXIT.
           EXIT.

      *----
       1010-LER-FUNCMST.

           READ FUNCMST NEXT
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FUNCMST NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL225 - ERRO READ FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF EQUAL 'Y'
              GO TO 1010-LER-FUNCMST-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-LIDOS.

           IF FM-DESLIGADO
              OR FM-DATA-ADMISSAO GREATER WSS-DATA-REF
              GO TO 1010-LER-FUNCMST-EXIT
           END-IF.

           MOVE FM-DEPARTAMENTO          TO WSS-CHP-DEPTO.
           MOVE FM-CARGO                 TO WSS-CHP-CARGO.

           PERFORM 5000-LOCALIZA
              THRU 5000-LOCALIZA-EXIT.

           ADD 1                         TO TQV-OCUPADO (IDX-TQV).

       1010-LER-FUNCMST-EXIT.
           EXIT.

      *----
      * POSICIONA IDX-TQV NA ENTRADA DE WSS-CHAVE-PROCURA; SE NAO
      * EXISTIR, INCLUI COM ZERO AUTORIZADO E ZERO OCUPADO
      *----
       5000-LOCALIZA.

           SET IDX-TQV                   TO 1.

           SEARCH WSS-TQV-ENTRY
               AT END
                  PERFORM 5100-INCLUI-ENTRADA
                     THRU 5100-INCLUI-ENTRADA-EXIT
               WHEN TQV-CHAVE (IDX-TQV) EQUAL WSS-CHAVE-PROCURA
                  CONTINUE
           END-SEARCH.

       5000-LOCALIZA-EXIT.
           EXIT.

      *----
       5100-INCLUI-ENTRADA.

           IF WSS-QTD-QUADRO NOT LESS WSS-MAX-QUADRO
              DISPLAY 'COBOL225 - TABELA DO QUADRO DE VAGAS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-QUADRO.
           SET IDX-TQV                   TO WSS-QTD-QUADRO.
           MOVE WSS-CHAVE-PROCURA        TO TQV-CHAVE (IDX-TQV).
           MOVE 0                        TO TQV-VIGENCIA (IDX-TQV)
                                            TQV-AUTORIZADO (IDX-TQV)
                                            TQV-OCUPADO (IDX-TQV).

       5100-INCLUI-ENTRADA-EXIT.
           EXIT.

      *----
      * POSICOES EM ORDEM DE DEPARTAMENTO E CARGO, COM TOTAL POR
      * DEPARTAMENTO E TOTAL GERAL
      *----
       7000-IMPRIME-RELATORIO.

           DISPLAY '7000-IMPRIME-RELATORIO'.

           IF WSS-QTD-QUADRO GREATER 1
              SORT WSS-TQV-ENTRY ASCENDING TQV-CHAVE
           END-IF.

           OPEN OUTPUT RELQUADR.

           IF ST-RELQUADR NOT EQUAL 0 THEN
              DISPLAY 'COBOL225 - ERRO OPEN RELQUADR FS=' ST-RELQUADR
              MOVE ST-RELQUADR           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE WSS-DATA-REF             TO WSS-DATA-AUX.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE MASCARA-DATA             TO CAB-DATA-REF.

           WRITE REG-RELQUADR FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           MOVE SPACES                   TO WSS-DEPTO-ANT.

           PERFORM 7100-IMPRIME-POSICAO
              THRU 7100-IMPRIME-POSICAO-EXIT
              VARYING IDX-TQV FROM 1 BY 1
              UNTIL IDX-TQV > WSS-QTD-QUADRO.

           IF WSS-QTD-QUADRO GREATER 0
              PERFORM 7300-IMPRIME-TOTAL-DEPTO
                 THRU 7300-IMPRIME-TOTAL-DEPTO-EXIT
           END-IF.

           MOVE WSS-AUT-GERAL            TO AUT-GERAL-TOT.
           MOVE WSS-OCU-GERAL            TO OCU-GERAL-TOT.
           COMPUTE VAG-GERAL-TOT = WSS-AUT-GERAL - WSS-OCU-GERAL.

           WRITE REG-RELQUADR FROM TOT02 AFTER ADVANCING 3
           END-WRITE.

           MOVE WSS-QTD-EXCEDENTES       TO QTD-EXCEDENTES-TOT.
           MOVE WSS-QTD-SEM-QUADRO       TO QTD-SEM-QUADRO-TOT.

           WRITE REG-RELQUADR FROM TOT03 AFTER ADVANCING 2
           END-WRITE.

           IF ST-RELQUADR NOT EQUAL 0 THEN
              DISPLAY 'COBOL225 - ERRO WRITE RELQUADR FS=' ST-RELQUADR
              MOVE ST-RELQUADR           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE RELQUADR.

       7000-IMPRIME-RELATORIO-EXIT.
           EXIT.

      *----
       7100-IMPRIME-POSICAO.

           IF TQV-DEPTO (IDX-TQV) NOT EQUAL WSS-DEPTO-ANT
              OR IDX-TQV EQUAL 1
              IF IDX-TQV GREATER 1
                 PERFORM 7300-IMPRIME-TOTAL-DEPTO
                    THRU 7300-IMPRIME-TOTAL-DEPTO-EXIT
              END-IF
              PERFORM 7200-IMPRIME-CABECALHO-DEPTO
                 THRU 7200-IMPRIME-CABECALHO-DEPTO-EXIT
           END-IF.

           MOVE TQV-CARGO (IDX-TQV)      TO CARGO-DET.
           MOVE SPACES                   TO VIGENCIA-DET
                                            SITUACAO-DET.

           IF TQV-VIGENCIA (IDX-TQV) GREATER 0
              MOVE TQV-VIGENCIA (IDX-TQV) TO WSS-DATA-AUX
              PERFORM ROT-FORMATA-DATA
                 THRU ROT-FORMATA-DATA-EXIT
              MOVE MASCARA-DATA          TO VIGENCIA-DET
           END-IF.

           MOVE TQV-AUTORIZADO (IDX-TQV) TO AUTORIZADO-DET.
           MOVE TQV-OCUPADO (IDX-TQV)    TO OCUPADO-DET.

           COMPUTE WSS-VAGAS = TQV-AUTORIZADO (IDX-TQV)
                             - TQV-OCUPADO (IDX-TQV).
           MOVE WSS-VAGAS                TO VAGAS-DET.

           EVALUATE TRUE
               WHEN TQV-VIGENCIA (IDX-TQV) EQUAL 0
                    MOVE 'SEM QUADRO'    TO SITUACAO-DET
                    ADD 1                TO WSS-QTD-SEM-QUADRO
               WHEN WSS-VAGAS LESS 0
                    MOVE 'EXCEDENTE'     TO SITUACAO-DET
                    ADD 1                TO WSS-QTD-EXCEDENTES
               WHEN WSS-VAGAS EQUAL 0
                    MOVE 'COMPLETO'      TO SITUACAO-DET
           END-EVALUATE.

           ADD TQV-AUTORIZADO (IDX-TQV)  TO WSS-AUT-DEPTO
                                            WSS-AUT-GERAL.
           ADD TQV-OCUPADO (IDX-TQV)     TO WSS-OCU-DEPTO
                                            WSS-OCU-GERAL.

           WRITE REG-RELQUADR FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELQUADR NOT EQUAL 0 THEN
              DISPLAY 'COBOL225 - ERRO WRITE RELQUADR FS=' ST-RELQUADR
              MOVE ST-RELQUADR           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       7100-IMPRIME-POSICAO-EXIT.
           EXIT.

      *----
      * QUEBRA DE DEPARTAMENTO: NOME PELO DEPTREF
      *----
       7200-IMPRIME-CABECALHO-DEPTO.

           MOVE TQV-DEPTO (IDX-TQV)      TO WSS-DEPTO-ANT
                                            CAB-DEPTO.
           MOVE 'DEPARTAMENTO NAO CADASTRADO'
                                         TO CAB-NOME-DEPTO.

           SET IDX-DEPTO                 TO 1.

           SEARCH WSS-DEPTO-ENTRY
               AT END
                  CONTINUE
               WHEN WSS-DEPTO-CODIGO (IDX-DEPTO) EQUAL WSS-DEPTO-ANT
                  MOVE WSS-DEPTO-NOME (IDX-DEPTO) TO CAB-NOME-DEPTO
           END-SEARCH.

           MOVE 0                        TO WSS-AUT-DEPTO
                                            WSS-OCU-DEPTO.

           WRITE REG-RELQUADR FROM CAB02 AFTER ADVANCING 3
           END-WRITE.
           WRITE REG-RELQUADR FROM CAB03 AFTER ADVANCING 2
           END-WRITE.

       7200-IMPRIME-CABECALHO-DEPTO-EXIT.
           EXIT.

      *----
       7300-IMPRIME-TOTAL-DEPTO.

           MOVE WSS-AUT-DEPTO            TO AUT-DEPTO-TOT.
           MOVE WSS-OCU-DEPTO            TO OCU-DEPTO-TOT.
           COMPUTE VAG-DEPTO-TOT = WSS-AUT-DEPTO - WSS-OCU-DEPTO.

           WRITE REG-RELQUADR FROM TOT01 AFTER ADVANCING 2
           END-WRITE.

       7300-IMPRIME-TOTAL-DEPTO-EXIT.
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

           DISPLAY '***ABEND-COBOL225*** RC=' WSS-RC-ABEND
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           MOVE WSS-RC-ABEND TO RETURN-CODE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
