      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : RELATORIO MENSAL DE VENCIMENTO DO ASO (NR-7), POR
      *            DEPARTAMENTO. CRUZA O MESTRE FUNCMST COM O
      *            CADASTRO DE EXAMES ASOFUNC (COBOL222, LAYOUT
      *            COPY2221) E LISTA, EM ORDEM DE VENCIMENTO:
      *              SEM ASO  - FUNCIONARIO ATIVO SEM NENHUM EXAME
      *                         (VENCE NA ADMISSAO);
      *              VENCIDO  - PROXIMO PERIODICO ANTES DA POSICAO;
      *              A VENCER - PROXIMO PERIODICO NOS 60 DIAS
      *                         SEGUINTES A POSICAO.
      *            ESTAGIARIO E DIRETOR (SEM VINCULO CLT) FICAM FORA.
      *            NA SEGUNDA PARTE LISTA O RETORNO DE AFASTAMENTO
      *            POR DOENCA (AFASTFUN TIPO 'I') DE 30 DIAS OU MAIS,
      *            COM RETORNO NA COMPETENCIA, SEM ASO DE RETORNO AO
      *            TRABALHO FEITO A PARTIR DO INICIO DO AFASTAMENTO.
      *            HAVENDO RETORNO PENDENTE O PROGRAMA TERMINA COM
      *            RETORNO 8: NA CADEIA (COBOL140) O PASSO FICA COMO
      *            FALHO E SEGURA OS PASSOS DA FOLHA QUE DEPENDEM
      *            DELE ATE O RH REGULARIZAR O EXAME. A
      *            POSICAO E O ULTIMO DIA DA COMPETENCIA DO COMPCARD
      *            (SEM O CARTAO, O MES CORRENTE).
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL223.
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
           SELECT ASOFUNC ASSIGN TO ASOFUNC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-ASOFUNC.
      *
           SELECT FUNCMST ASSIGN TO FUNCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FM-MATRICULA
                  FILE STATUS IS ST-FUNCMST.
      *
           SELECT AFASTFUN ASSIGN TO AFASTFUN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-AFASTFUN.
      *
           SELECT RELVASO ASSIGN TO RELVASO
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELVASO.
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
       FD   ASOFUNC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2221'.
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
               88  FM-SEM-VINCULO                   VALUE 'E' 'D'.
      *----
         FD AFASTFUN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * AFASTAMENTOS INFORMADOS PELO RH (MESMO ARQUIVO DO COBOL089).
      * DATA DE RETORNO ZERADA = AFASTAMENTO EM ABERTO
      *----
         01 REG-AFASTFUN.
            03 AFA-MATRICULA               PIC 9(008).
            03 AFA-TIPO                    PIC X(001).
               88 AFA-NAO-REMUNERADO              VALUE 'N'.
               88 AFA-DOENCA-INSS                 VALUE 'I'.
               88 AFA-MATERNIDADE                 VALUE 'M'.
            03 AFA-DATA-INICIO             PIC 9(008).
            03 AFA-DATA-RETORNO            PIC 9(008).
            03 FILLER                      PIC X(055).
      *----
       FD   RELVASO.
      *----
       01   REG-RELVASO                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-COMPCARD                     PIC 9(002) VALUE 0.
       77  ST-ASOFUNC                      PIC 9(002) VALUE 0.
       77  ST-FUNCMST                      PIC 9(002) VALUE 0.
       77  ST-AFASTFUN                     PIC 9(002) VALUE 0.
       77  ST-RELVASO                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-COMPETENCIA                 PIC 9(006) VALUE 0.
       77  WSS-DATA-INI                    PIC 9(008) VALUE 0.
       77  WSS-DATA-REF                    PIC 9(008) VALUE 0.
       77  WSS-INT-REF                     PIC 9(009) COMP VALUE 0.
       77  WSS-DATA-PROX-MES               PIC 9(008) VALUE 0.
       77  WSS-DATA-VENCTO                 PIC 9(008) VALUE 0.
       77  WSS-SITUACAO                    PIC X(001) VALUE SPACE.
       77  WSS-DIAS-A-VENCER               PIC S9(005) COMP VALUE 0.
       77  WSS-DIAS-AFASTADO               PIC 9(005) COMP VALUE 0.
       77  WSS-QTD-SITUACAO                PIC 9(005) VALUE 0.
       77  WSS-QTD-ALERTAS                 PIC 9(004) VALUE 0.
       77  WSS-QTD-PENDENTES               PIC 9(004) VALUE 0.
       77  WSS-MATRICULA-ANT               PIC 9(008) VALUE 0.
       77  WSS-DEPTO-ANT                   PIC X(005) VALUE SPACES.
       77  WSS-QTD-DEPTO                   PIC 9(004) VALUE 0.
       77  WSS-REG-EXAMES                  PIC 9(006) VALUE ZEROES.
       77  WSS-REG-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-REG-AFASTAMENTOS            PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-SEM-ASO                 PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-VENCIDOS                PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-A-VENCER                PIC 9(006) VALUE ZEROES.
      *----
      * JANELA DO AVISO DE VENCIMENTO, EM DIAS CORRIDOS A PARTIR DA
      * POSICAO, E DURACAO MINIMA DO AFASTAMENTO QUE EXIGE O ASO DE
      * RETORNO AO TRABALHO
      *----
       77  WSS-DIAS-AVISO                  PIC 9(003) VALUE 60.
       77  WSS-DIAS-MIN-AFASTAMENTO        PIC 9(003) VALUE 30.
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
      * SITUACAO DO ASO POR MATRICULA (ULTIMO EXAME, PROXIMO PERIODICO
      * E ULTIMO ASO DE RETORNO), NA ORDEM DO ASOFUNC
      *----
       01  WSS-TAB-SITUACAO.
           05 WSS-SIT-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-SITUACAO
                 ASCENDING KEY IS SIT-MATRICULA
                 INDEXED BY IDX-SIT.
              10 SIT-MATRICULA             PIC 9(008).
              10 SIT-TIPO-ULTIMO           PIC X(001).
              10 SIT-DATA-ULTIMO           PIC 9(008).
              10 SIT-DATA-PROXIMO          PIC 9(008).
              10 SIT-DATA-RETORNO          PIC 9(008).
      *----
      * LINHAS DO VENCIMENTO, CLASSIFICADAS POR DEPARTAMENTO E DATA DE
      * VENCIMENTO ANTES DA IMPRESSAO
      *----
       01  WSS-TAB-ALERTA.
           05 WSS-ALE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-ALERTAS
                 INDEXED BY IDX-ALE.
              10 ALE-CHAVE.
                 15 ALE-DEPTO              PIC X(005).
                 15 ALE-VENCTO             PIC 9(008).
                 15 ALE-MATRICULA          PIC 9(008).
              10 ALE-NOME                  PIC X(030).
              10 ALE-TIPO-ULTIMO           PIC X(001).
              10 ALE-DATA-ULTIMO           PIC 9(008).
              10 ALE-DIAS-A-VENCER         PIC S9(005) COMP.
              10 ALE-SITUACAO              PIC X(001).
      *----
      * RETORNOS DE AFASTAMENTO SEM ASO DE RETORNO AO TRABALHO
      *----
       01  WSS-TAB-PENDENTE.
           05 WSS-PEN-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WSS-QTD-PENDENTES
                 INDEXED BY IDX-PEN.
              10 PEN-MATRICULA             PIC 9(008).
              10 PEN-NOME                  PIC X(030).
              10 PEN-DEPTO                 PIC X(005).
              10 PEN-INICIO                PIC 9(008).
              10 PEN-RETORNO               PIC 9(008).
              10 PEN-DIAS                  PIC 9(005).
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       77  MASCARA-DATA                    PIC 99/99/9999.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL223'.
           03 FILLER                       PIC X(051)
              VALUE 'VENCIMENTO DO ASO (NR-7) POR DEPARTAMENTO'.
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
           03 FILLER                       PIC X(016)
              VALUE 'ULTIMO EXAME'.
           03 FILLER                       PIC X(013)
              VALUE 'VENCIMENTO'.
           03 FILLER                       PIC X(009) VALUE 'DIAS'.
           03 FILLER                       PIC X(020) VALUE 'SITUACAO'.
      *----
       01  DET01.
           03 MATRICULA-DET                PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 NOME-DET                     PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 TIPO-ULTIMO-DET              PIC X(001) VALUE SPACES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 DATA-ULTIMO-DET              PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 VENCTO-DET                   PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 DIAS-DET                     PIC -ZZZ9 VALUE ZEROES.
           03 FILLER                       PIC X(004) VALUE SPACES.
           03 SITUACAO-DET                 PIC X(020) VALUE SPACES.
      *----
       01  TOT01.
           03 FILLER                       PIC X(030)
              VALUE 'EXAMES NO DEPARTAMENTO      : '.
           03 QTD-DEPTO-TOT                PIC ZZZ9 VALUE ZEROES.
      *----
       01  TOT02.
           03 FILLER                       PIC X(030)
              VALUE 'TOTAL SEM ASO               : '.
           03 QTD-SEM-ASO-TOT              PIC ZZZZZ9 VALUE ZEROES.
           03 FILLER                       PIC X(005) VALUE SPACES.
           03 FILLER                       PIC X(030)
              VALUE 'TOTAL VENCIDOS              : '.
           03 QTD-VENCIDOS-TOT             PIC ZZZZZ9 VALUE ZEROES.
           03 FILLER                       PIC X(005) VALUE SPACES.
           03 FILLER                       PIC X(030)
              VALUE 'TOTAL A VENCER              : '.
           03 QTD-A-VENCER-TOT             PIC ZZZZZ9 VALUE ZEROES.
      *----
       01  CAB04.
           03 FILLER                       PIC X(060)
              VALUE 'RETORNO DE AFASTAMENTO SEM ASO DE RETORNO'.
      *----
       01  CAB05.
           03 FILLER                       PIC X(010) VALUE 'MATRICULA'.
           03 FILLER                       PIC X(031) VALUE 'NOME'.
           03 FILLER                       PIC X(007) VALUE 'DEPTO'.
           03 FILLER                       PIC X(012) VALUE 'INICIO'.
           03 FILLER                       PIC X(012) VALUE 'RETORNO'.
           03 FILLER                       PIC X(015)
              VALUE 'DIAS AFASTADO'.
      *----
       01  DET02.
           03 MATRICULA-PEN-DET            PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 NOME-PEN-DET                 PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 DEPTO-PEN-DET                PIC X(005) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 INICIO-PEN-DET               PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 RETORNO-PEN-DET              PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DIAS-PEN-DET                 PIC ZZZZ9 VALUE ZEROES.
      *----
       01  TOT03.
           03 FILLER                       PIC X(030)
              VALUE 'TOTAL DE RETORNOS PENDENTES : '.
           03 QTD-PENDENTES-TOT            PIC ZZZ9 VALUE ZEROES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL223'
           DISPLAY ' VENCIMENTO DO ASO E RETORNO DE AFASTAMENTO'.

           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.

           PERFORM 0001-CARGA-COMPETENCIA
              THRU 0001-CARGA-COMPETENCIA-EXIT.

           PERFORM 0010-CARGA-ASOFUNC
              THRU 0010-CARGA-ASOFUNC-EXIT.

           OPEN INPUT FUNCMST.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL223 - ERRO OPEN FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1000-SELECIONA-VENCIMENTOS
              THRU 1000-SELECIONA-VENCIMENTOS-EXIT.

           PERFORM 2000-CONFERE-RETORNOS
              THRU 2000-CONFERE-RETORNOS-EXIT.

           CLOSE FUNCMST.

           PERFORM 7000-IMPRIME-RELATORIO
              THRU 7000-IMPRIME-RELATORIO-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL223                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* POSICAO EM           : ' WSS-DATA-REF.
           DISPLAY '* EXAMES LIDOS         : ' WSS-REG-EXAMES.
           DISPLAY '* FUNCIONARIOS LIDOS   : ' WSS-REG-LIDOS.
           DISPLAY '* SEM ASO              : ' WSS-QTD-SEM-ASO.
           DISPLAY '* ASO VENCIDO          : ' WSS-QTD-VENCIDOS.
           DISPLAY '* ASO A VENCER         : ' WSS-QTD-A-VENCER.
           DISPLAY '* AFASTAMENTOS LIDOS   : ' WSS-REG-AFASTAMENTOS.
           DISPLAY '* RETORNOS SEM ASO     : ' WSS-QTD-PENDENTES.
           DISPLAY '*******************************************'.

           IF WSS-QTD-PENDENTES GREATER 0
              DISPLAY 'COBOL223 - RETORNO DE AFASTAMENTO SEM ASO: '
                      WSS-QTD-PENDENTES ' - REGULARIZAR ANTES DA FOLHA'
                 UPON CONSOLE
              MOVE 8                     TO RETURN-CODE
           END-IF.

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
              DISPLAY 'COBOL223 - ERRO OPEN COMPCARD FS=' ST-COMPCARD
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

           COMPUTE WSS-DATA-INI = WSS-COMPETENCIA * 100 + 1.

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
      * CADASTRO DE EXAMES, EM ORDEM DE MATRICULA E DATA: O ULTIMO
      * REGISTRO DE CADA MATRICULA E O EXAME MAIS RECENTE. EXAME
      * POSTERIOR A POSICAO NAO CONTA (REPROCESSO DE COMPETENCIA
      * ANTERIOR). SEM O ARQUIVO, NINGUEM TEM ASO
      *----
       0010-CARGA-ASOFUNC.

           DISPLAY '0010-CARGA-ASOFUNC'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT ASOFUNC.

           IF ST-ASOFUNC EQUAL 35
              DISPLAY 'COBOL223 - ASOFUNC INEXISTENTE, NENHUM EXAME '
                      'CADASTRADO'
              GO TO 0010-CARGA-ASOFUNC-EXIT
           END-IF.

           IF ST-ASOFUNC NOT EQUAL 0 THEN
              DISPLAY 'COBOL223 - ERRO OPEN ASOFUNC FS=' ST-ASOFUNC
              MOVE ST-ASOFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0011-LER-ASOFUNC
              THRU 0011-LER-ASOFUNC-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE ASOFUNC.

       0010-CARGA-ASOFUNC-EXIT.
           EXIT.

      *----
       0011-LER-ASOFUNC.

           READ ASOFUNC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-ASOFUNC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL223 - ERRO READ ASOFUNC FS=' ST-ASOFUNC
              MOVE ST-ASOFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0011-LER-ASOFUNC-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-EXAMES.

           IF ASO-DATA-EXAME GREATER WSS-DATA-REF
              GO TO 0011-LER-ASOFUNC-EXIT
           END-IF.

           IF ASO-MATRICULA LESS WSS-MATRICULA-ANT
              DISPLAY 'COBOL223 - ASOFUNC FORA DE ORDEM NA MATRICULA '
                      ASO-MATRICULA
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF ASO-MATRICULA NOT EQUAL WSS-MATRICULA-ANT
              OR WSS-QTD-SITUACAO EQUAL 0
              IF WSS-QTD-SITUACAO NOT LESS 20000
                 DISPLAY 'COBOL223 - TABELA DE SITUACAO CHEIA'
                 MOVE 16                 TO RETURN-CODE
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              END-IF
              ADD 1                      TO WSS-QTD-SITUACAO
              SET IDX-SIT                TO WSS-QTD-SITUACAO
              MOVE ASO-MATRICULA         TO SIT-MATRICULA (IDX-SIT)
              MOVE 0                     TO SIT-DATA-RETORNO (IDX-SIT)
              MOVE ASO-MATRICULA         TO WSS-MATRICULA-ANT
           END-IF.

           MOVE ASO-TIPO                 TO SIT-TIPO-ULTIMO (IDX-SIT).
           MOVE ASO-DATA-EXAME           TO SIT-DATA-ULTIMO (IDX-SIT).
           MOVE ASO-DATA-PROXIMO         TO SIT-DATA-PROXIMO (IDX-SIT).

           IF ASO-RETORNO-TRABALHO
              MOVE ASO-DATA-EXAME        TO SIT-DATA-RETORNO (IDX-SIT)
           END-IF.

       0011-LER-ASOFUNC-EXIT.
           EXIT.

      *----
      * MESTRE DE FUNCIONARIOS, NA ORDEM DA CHAVE
      *----
       1000-SELECIONA-VENCIMENTOS.

           DISPLAY '1000-SELECIONA-VENCIMENTOS'.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1010-LER-FUNCMST
              THRU 1010-LER-FUNCMST-EXIT
              UNTIL WSS-EOF = 'Y'.

       1000-SELECIONA-VENCIMENTOS-EXIT.
           EXIT.

      *----
      * SO FUNCIONARIO ATIVO COM VINCULO CLT, ADMITIDO ATE A POSICAO.
      * SEM EXAME O VENCIMENTO E A ADMISSAO; COM EXAME, O PROXIMO
      * PERIODICO (OU A DATA DO ULTIMO EXAME QUANDO ELE NAO GEROU
      * PROXIMO). ENTRA NO RELATORIO O VENCIDO E O QUE VENCE DENTRO
      * DA JANELA
      *----
       1010-LER-FUNCMST.

           READ FUNCMST NEXT
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FUNCMST NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL223 - ERRO READ FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1010-LER-FUNCMST-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-LIDOS.

           IF FM-DESLIGADO OR FM-SEM-VINCULO
              GO TO 1010-LER-FUNCMST-EXIT
           END-IF.

           IF FM-DATA-ADMISSAO NOT NUMERIC
              OR FM-DATA-ADMISSAO EQUAL 0
              OR FM-DATA-ADMISSAO GREATER WSS-DATA-REF
              GO TO 1010-LER-FUNCMST-EXIT
           END-IF.

           PERFORM 1100-PROCURA-SITUACAO
              THRU 1100-PROCURA-SITUACAO-EXIT.

           IF WSS-SITUACAO EQUAL 'S'
              MOVE FM-DATA-ADMISSAO      TO WSS-DATA-VENCTO
           ELSE
              IF SIT-DATA-PROXIMO (IDX-SIT) GREATER 0
                 MOVE SIT-DATA-PROXIMO (IDX-SIT) TO WSS-DATA-VENCTO
              ELSE
                 MOVE SIT-DATA-ULTIMO (IDX-SIT)  TO WSS-DATA-VENCTO
              END-IF
           END-IF.

           COMPUTE WSS-DIAS-A-VENCER =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-VENCTO)
                   - WSS-INT-REF.

           IF WSS-SITUACAO NOT EQUAL 'S'
              IF WSS-DIAS-A-VENCER GREATER WSS-DIAS-AVISO
                 GO TO 1010-LER-FUNCMST-EXIT
              END-IF
              IF WSS-DIAS-A-VENCER LESS 0
                 MOVE 'V'                TO WSS-SITUACAO
              ELSE
                 MOVE 'A'                TO WSS-SITUACAO
              END-IF
           END-IF.

           IF WSS-QTD-ALERTAS NOT LESS 5000
              DISPLAY 'COBOL223 - TABELA DE VENCIMENTOS CHEIA, '
                      'FUNCIONARIO FORA DO RELATORIO: ' FM-MATRICULA
              GO TO 1010-LER-FUNCMST-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-ALERTAS.
           SET IDX-ALE                   TO WSS-QTD-ALERTAS.

           MOVE FM-DEPARTAMENTO          TO ALE-DEPTO (IDX-ALE).
           MOVE WSS-DATA-VENCTO          TO ALE-VENCTO (IDX-ALE).
           MOVE FM-MATRICULA             TO ALE-MATRICULA (IDX-ALE).
           MOVE FM-NOME                  TO ALE-NOME (IDX-ALE).
           MOVE WSS-DIAS-A-VENCER        TO
                ALE-DIAS-A-VENCER (IDX-ALE).
           MOVE WSS-SITUACAO             TO ALE-SITUACAO (IDX-ALE).

           IF WSS-SITUACAO EQUAL 'S'
              MOVE SPACE                 TO ALE-TIPO-ULTIMO (IDX-ALE)
              MOVE 0                     TO ALE-DATA-ULTIMO (IDX-ALE)
              ADD 1                      TO WSS-QTD-SEM-ASO
           ELSE
              MOVE SIT-TIPO-ULTIMO (IDX-SIT) TO
                   ALE-TIPO-ULTIMO (IDX-ALE)
              MOVE SIT-DATA-ULTIMO (IDX-SIT) TO
                   ALE-DATA-ULTIMO (IDX-ALE)
           END-IF.

           IF WSS-SITUACAO EQUAL 'V'
              ADD 1                      TO WSS-QTD-VENCIDOS
           END-IF.

           IF WSS-SITUACAO EQUAL 'A'
              ADD 1                      TO WSS-QTD-A-VENCER
           END-IF.

       1010-LER-FUNCMST-EXIT.
           EXIT.

      *----
      * SITUACAO DO ASO DA MATRICULA EM FM-MATRICULA: 'S' = SEM
      * EXAME; ACHANDO, IDX-SIT FICA APONTANDO PARA A ENTRADA
      *----
       1100-PROCURA-SITUACAO.

           MOVE 'S'                      TO WSS-SITUACAO.

           IF WSS-QTD-SITUACAO EQUAL 0
              GO TO 1100-PROCURA-SITUACAO-EXIT
           END-IF.

           SEARCH ALL WSS-SIT-ENTRY
             AT END
                MOVE 'S'                 TO WSS-SITUACAO
             WHEN SIT-MATRICULA (IDX-SIT) EQUAL FM-MATRICULA
                MOVE ' '                 TO WSS-SITUACAO
           END-SEARCH.

       1100-PROCURA-SITUACAO-EXIT.
           EXIT.

      *----
      * AFASTAMENTOS POR DOENCA COM RETORNO NA COMPETENCIA
      *----
       2000-CONFERE-RETORNOS.

           DISPLAY '2000-CONFERE-RETORNOS'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT AFASTFUN.

           IF ST-AFASTFUN EQUAL 35
              DISPLAY 'COBOL223 - AFASTFUN INEXISTENTE, SEM RETORNOS '
                      'A CONFERIR'
              GO TO 2000-CONFERE-RETORNOS-EXIT
           END-IF.

           IF ST-AFASTFUN NOT EQUAL 0 THEN
              DISPLAY 'COBOL223 - ERRO OPEN AFASTFUN FS=' ST-AFASTFUN
              MOVE ST-AFASTFUN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 2010-LER-AFASTFUN
              THRU 2010-LER-AFASTFUN-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE AFASTFUN.

       2000-CONFERE-RETORNOS-EXIT.
           EXIT.

      *----
      * O RETORNO SO E PENDENTE QUANDO NAO HA ASO DE RETORNO FEITO A
      * PARTIR DO INICIO DO AFASTAMENTO. NOME E DEPARTAMENTO VEM DO
      * MESTRE, LIDO PELA CHAVE
      *----
       2010-LER-AFASTFUN.

           READ AFASTFUN
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-AFASTFUN NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL223 - ERRO READ AFASTFUN FS=' ST-AFASTFUN
              MOVE ST-AFASTFUN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 2010-LER-AFASTFUN-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-AFASTAMENTOS.

           IF NOT AFA-DOENCA-INSS
              OR AFA-DATA-INICIO NOT NUMERIC
              OR AFA-DATA-RETORNO NOT NUMERIC
              GO TO 2010-LER-AFASTFUN-EXIT
           END-IF.

           IF AFA-DATA-RETORNO LESS WSS-DATA-INI
              OR AFA-DATA-RETORNO GREATER WSS-DATA-REF
              OR AFA-DATA-INICIO EQUAL 0
              OR AFA-DATA-INICIO GREATER AFA-DATA-RETORNO
              GO TO 2010-LER-AFASTFUN-EXIT
           END-IF.

           COMPUTE WSS-DIAS-AFASTADO =
                   FUNCTION INTEGER-OF-DATE (AFA-DATA-RETORNO)
                 - FUNCTION INTEGER-OF-DATE (AFA-DATA-INICIO).

           IF WSS-DIAS-AFASTADO LESS WSS-DIAS-MIN-AFASTAMENTO
              GO TO 2010-LER-AFASTFUN-EXIT
           END-IF.

           MOVE AFA-MATRICULA            TO FM-MATRICULA.

           PERFORM 1100-PROCURA-SITUACAO
              THRU 1100-PROCURA-SITUACAO-EXIT.

           IF WSS-SITUACAO NOT EQUAL 'S'
              IF SIT-DATA-RETORNO (IDX-SIT) NOT LESS AFA-DATA-INICIO
                 GO TO 2010-LER-AFASTFUN-EXIT
              END-IF
           END-IF.

           READ FUNCMST
              INVALID KEY
                 MOVE SPACES             TO FM-DEPARTAMENTO
                 MOVE '*** FORA DO MESTRE' TO FM-NOME
           END-READ.

           IF ST-FUNCMST NOT EQUAL 0 AND ST-FUNCMST NOT EQUAL 23
              DISPLAY 'COBOL223 - ERRO READ FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF ST-FUNCMST EQUAL 0
              AND (FM-DESLIGADO OR FM-SEM-VINCULO)
              GO TO 2010-LER-AFASTFUN-EXIT
           END-IF.

           IF WSS-QTD-PENDENTES NOT LESS 2000
              DISPLAY 'COBOL223 - TABELA DE RETORNOS CHEIA, RETORNO '
                      'FORA DO RELATORIO: ' AFA-MATRICULA
              GO TO 2010-LER-AFASTFUN-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-PENDENTES.
           SET IDX-PEN                   TO WSS-QTD-PENDENTES.

           MOVE AFA-MATRICULA            TO PEN-MATRICULA (IDX-PEN).
           MOVE FM-NOME                  TO PEN-NOME (IDX-PEN).
           MOVE FM-DEPARTAMENTO          TO PEN-DEPTO (IDX-PEN).
           MOVE AFA-DATA-INICIO          TO PEN-INICIO (IDX-PEN).
           MOVE AFA-DATA-RETORNO         TO PEN-RETORNO (IDX-PEN).
           MOVE WSS-DIAS-AFASTADO        TO PEN-DIAS (IDX-PEN).

       2010-LER-AFASTFUN-EXIT.
           EXIT.

      *----
      * VENCIMENTOS AGRUPADOS POR DEPARTAMENTO E EM ORDEM DE DATA,
      * SEGUIDOS DOS RETORNOS PENDENTES
      *----
       7000-IMPRIME-RELATORIO.

           DISPLAY '7000-IMPRIME-RELATORIO'.

           IF WSS-QTD-ALERTAS GREATER 1
              SORT WSS-ALE-ENTRY ASCENDING ALE-CHAVE
           END-IF.

           OPEN OUTPUT RELVASO.

           IF ST-RELVASO NOT EQUAL 0 THEN
              DISPLAY 'COBOL223 - ERRO OPEN RELVASO FS=' ST-RELVASO
              MOVE ST-RELVASO            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE WSS-DATA-REF             TO WSS-DATA-AUX.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE MASCARA-DATA             TO CAB-DATA-REF.

           WRITE REG-RELVASO FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           MOVE SPACES                   TO WSS-DEPTO-ANT.
           MOVE 0                        TO WSS-QTD-DEPTO.

           PERFORM 7100-IMPRIME-VENCIMENTO
              THRU 7100-IMPRIME-VENCIMENTO-EXIT
              VARYING IDX-ALE FROM 1 BY 1
              UNTIL IDX-ALE > WSS-QTD-ALERTAS.

           IF WSS-QTD-ALERTAS GREATER 0
              MOVE WSS-QTD-DEPTO         TO QTD-DEPTO-TOT
              WRITE REG-RELVASO FROM TOT01 AFTER ADVANCING 2
              END-WRITE
           END-IF.

           MOVE WSS-QTD-SEM-ASO          TO QTD-SEM-ASO-TOT.
           MOVE WSS-QTD-VENCIDOS         TO QTD-VENCIDOS-TOT.
           MOVE WSS-QTD-A-VENCER         TO QTD-A-VENCER-TOT.

           WRITE REG-RELVASO FROM TOT02 AFTER ADVANCING 3
           END-WRITE.

           WRITE REG-RELVASO FROM CAB04 AFTER ADVANCING PAGE
           END-WRITE.
           WRITE REG-RELVASO FROM CAB05 AFTER ADVANCING 2
           END-WRITE.

           PERFORM 7200-IMPRIME-PENDENTE
              THRU 7200-IMPRIME-PENDENTE-EXIT
              VARYING IDX-PEN FROM 1 BY 1
              UNTIL IDX-PEN > WSS-QTD-PENDENTES.

           MOVE WSS-QTD-PENDENTES        TO QTD-PENDENTES-TOT.

           WRITE REG-RELVASO FROM TOT03 AFTER ADVANCING 3
           END-WRITE.

           IF ST-RELVASO NOT EQUAL 0 THEN
              DISPLAY 'COBOL223 - ERRO WRITE RELVASO FS=' ST-RELVASO
              MOVE ST-RELVASO            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE RELVASO.

       7000-IMPRIME-RELATORIO-EXIT.
           EXIT.

      *----
       7100-IMPRIME-VENCIMENTO.

           IF ALE-DEPTO (IDX-ALE) NOT EQUAL WSS-DEPTO-ANT
              OR IDX-ALE EQUAL 1
              IF IDX-ALE GREATER 1
                 MOVE WSS-QTD-DEPTO      TO QTD-DEPTO-TOT
                 WRITE REG-RELVASO FROM TOT01 AFTER ADVANCING 2
                 END-WRITE
              END-IF
              MOVE ALE-DEPTO (IDX-ALE)   TO WSS-DEPTO-ANT
              MOVE ALE-DEPTO (IDX-ALE)   TO CAB-DEPTO
              MOVE 0                     TO WSS-QTD-DEPTO
              WRITE REG-RELVASO FROM CAB02 AFTER ADVANCING 3
              END-WRITE
              WRITE REG-RELVASO FROM CAB03 AFTER ADVANCING 2
              END-WRITE
           END-IF.

           MOVE ALE-MATRICULA (IDX-ALE)  TO MATRICULA-DET.
           MOVE ALE-NOME (IDX-ALE)       TO NOME-DET.
           MOVE ALE-TIPO-ULTIMO (IDX-ALE) TO TIPO-ULTIMO-DET.
           MOVE SPACES                   TO DATA-ULTIMO-DET.

           IF ALE-DATA-ULTIMO (IDX-ALE) GREATER 0
              MOVE ALE-DATA-ULTIMO (IDX-ALE) TO WSS-DATA-AUX
              PERFORM ROT-FORMATA-DATA
                 THRU ROT-FORMATA-DATA-EXIT
              MOVE MASCARA-DATA          TO DATA-ULTIMO-DET
           END-IF.

           MOVE ALE-VENCTO (IDX-ALE)     TO WSS-DATA-AUX.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE MASCARA-DATA             TO VENCTO-DET.
           MOVE ALE-DIAS-A-VENCER (IDX-ALE) TO DIAS-DET.

           EVALUATE ALE-SITUACAO (IDX-ALE)
               WHEN 'S'
                    MOVE 'SEM ASO'       TO SITUACAO-DET
               WHEN 'V'
                    MOVE 'VENCIDO'       TO SITUACAO-DET
               WHEN OTHER
                    MOVE 'A VENCER'      TO SITUACAO-DET
           END-EVALUATE.

           WRITE REG-RELVASO FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELVASO NOT EQUAL 0 THEN
              DISPLAY 'COBOL223 - ERRO WRITE RELVASO FS=' ST-RELVASO
              MOVE ST-RELVASO            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-DEPTO.

       7100-IMPRIME-VENCIMENTO-EXIT.
           EXIT.

      *----
       7200-IMPRIME-PENDENTE.

           MOVE PEN-MATRICULA (IDX-PEN)  TO MATRICULA-PEN-DET.
           MOVE PEN-NOME (IDX-PEN)       TO NOME-PEN-DET.
           MOVE PEN-DEPTO (IDX-PEN)      TO DEPTO-PEN-DET.

           MOVE PEN-INICIO (IDX-PEN)     TO WSS-DATA-AUX.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE MASCARA-DATA             TO INICIO-PEN-DET.

           MOVE PEN-RETORNO (IDX-PEN)    TO WSS-DATA-AUX.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE MASCARA-DATA             TO RETORNO-PEN-DET.

           MOVE PEN-DIAS (IDX-PEN)       TO DIAS-PEN-DET.

           WRITE REG-RELVASO FROM DET02 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELVASO NOT EQUAL 0 THEN
              DISPLAY 'COBOL223 - ERRO WRITE RELVASO FS=' ST-RELVASO
              MOVE ST-RELVASO            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       7200-IMPRIME-PENDENTE-EXIT.
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

           DISPLAY '***ABEND-COBOL223*** RC=' WSS-RC-ABEND
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           MOVE WSS-RC-ABEND TO RETURN-CODE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
