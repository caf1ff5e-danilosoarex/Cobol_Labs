      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : CONCILIACAO DA FATURA MENSAL DA OPERADORA DO PLANO
      *            DE SAUDE. O CARTAO PLANPRM TRAZ A COMPETENCIA DA
      *            FATURA, O CODIGO DO PLANO NA DEDTAB E OS VALORES
      *            CONTRATADOS POR TITULAR E POR DEPENDENTE. OS
      *            INSCRITOS SAO OS TITULARES COM ADESAO AO PLANO
      *            (DEDENROL) E OS DEPENDENTES DELES NO CADASTRO
      *            (DEPFUNC). A FATURA (FATPLAN) E CONFERIDA
      *            BENEFICIARIO A BENEFICIARIO E O RELPLAN APONTA QUEM
      *            FOI FATURADO SEM ESTAR INSCRITO, QUEM ESTA INSCRITO
      *            E NAO FOI FATURADO, MENSALIDADE EM DUPLICIDADE E
      *            DIFERENCA DE VALOR. A COPARTICIPACAO DE BENEFICIARIO
      *            INSCRITO E APROVADA E VAI PARA O COPARDES, SOMADA
      *            POR TITULAR, PARA O MOTOR DE DESCONTOS (COBOL148)
      *            COBRAR NA FOLHA DA COMPETENCIA SEGUINTE, PELO
      *            PORTAO DA MARGEM CONSIGNAVEL; A DE QUEM NAO ESTA
      *            INSCRITO FICA RECUSADA PARA CONTESTACAO.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL240.
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
           SELECT PLANPRM ASSIGN TO PLANPRM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PLANPRM.
      *
           SELECT DEDENROL ASSIGN TO DEDENROL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DEDENROL.
      *
           SELECT DEPFUNC ASSIGN TO DEPFUNC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DEPFUNC.
      *
           SELECT FATPLAN ASSIGN TO FATPLAN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FATPLAN.
      *
           SELECT COPARDES ASSIGN TO COPARDES
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-COPARDES.
      *
           SELECT RELPLAN ASSIGN TO RELPLAN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELPLAN.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   PLANPRM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * PARAMETROS DA CONCILIACAO: VALOR CONTRATADO ZERADO DISPENSA
      * A CONFERENCIA DE VALOR DAQUELE TIPO DE BENEFICIARIO; A
      * TOLERANCIA ABSORVE ARREDONDAMENTO DA OPERADORA
      *----
       01   REG-PLANPRM.
            03 PPL-COMPETENCIA             PIC 9(006).
            03 PPL-CODIGO-DED              PIC X(004).
            03 PPL-VALOR-TITULAR           PIC 9(007)V99.
            03 PPL-VALOR-DEPENDENTE        PIC 9(007)V99.
            03 PPL-TOLERANCIA              PIC 9(003)V99.
            03 FILLER                      PIC X(047).
      *----
       FD   DEDENROL
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-DEDENROL.
            03 DEN-MATRICULA               PIC 9(008).
            03 DEN-CODIGO                  PIC X(004).
            03 FILLER                      PIC X(068).
      *----
       FD   DEPFUNC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-DEPFUNC.
            03 DEP-MATRICULA               PIC 9(008).
            03 DEP-NOME                    PIC X(040).
            03 DEP-DATA-NASC               PIC 9(008).
            03 DEP-PARENTESCO              PIC X(002).
            03 FILLER                      PIC X(022).
      *----
       FD   FATPLAN
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.
      *----
           COPY  'COPY2401'.
      *----
       FD   COPARDES
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2402'.
      *----
       FD   RELPLAN.
       01   REG-RELPLAN                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-PLANPRM                      PIC 9(002) VALUE 0.
       77  ST-DEDENROL                     PIC 9(002) VALUE 0.
       77  ST-DEPFUNC                      PIC 9(002) VALUE 0.
       77  ST-FATPLAN                      PIC 9(002) VALUE 0.
       77  ST-COPARDES                     PIC 9(002) VALUE 0.
       77  ST-RELPLAN                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-QTD-ADS                     PIC 9(005) VALUE 0.
       77  WSS-QTD-ADS-NOVO                PIC 9(005) VALUE 0.
       77  WSS-IDX-ADS                     PIC 9(005) COMP VALUE 0.
       77  WSS-QTD-BNF                     PIC 9(005) VALUE 0.
       77  WSS-IDX-BNF                     PIC 9(005) COMP VALUE 0.
       77  WSS-IDX-ACHADO                  PIC 9(005) COMP VALUE 0.
       77  WSS-QTD-COP                     PIC 9(005) VALUE 0.
       77  WSS-IDX-COP                     PIC 9(005) COMP VALUE 0.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-VALOR-ESPERADO              PIC 9(007)V99 VALUE 0.
       77  WSS-DIFERENCA                   PIC S9(007)V99 VALUE 0.
       77  WSS-OCORRENCIA                  PIC X(028) VALUE SPACES.
       77  WSS-MATR-ANT                    PIC 9(008) VALUE 0.
       77  WSS-CPD-VALOR                   PIC 9(007)V99 VALUE 0.
       77  WSS-CPD-QTD                     PIC 9(003) VALUE 0.
       77  WSS-QTD-LIDOS                   PIC 9(007) VALUE 0.
       77  WSS-QTD-INSCRITOS               PIC 9(007) VALUE 0.
       77  WSS-QTD-FATURADOS               PIC 9(007) VALUE 0.
       77  WSS-QTD-SEM-ADESAO              PIC 9(007) VALUE 0.
       77  WSS-QTD-SEM-FATURA              PIC 9(007) VALUE 0.
       77  WSS-QTD-DUPLICADOS              PIC 9(007) VALUE 0.
       77  WSS-QTD-DIF-VALOR               PIC 9(007) VALUE 0.
       77  WSS-QTD-OUTRA-COMPET            PIC 9(007) VALUE 0.
       77  WSS-QTD-INVALIDOS               PIC 9(007) VALUE 0.
       77  WSS-QTD-COP-APROV               PIC 9(007) VALUE 0.
       77  WSS-QTD-COP-RECUS               PIC 9(007) VALUE 0.
       77  WSS-QTD-COPARDES                PIC 9(007) VALUE 0.
       77  WSS-TOT-MENS-FATURADA           PIC 9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TOT-MENS-ESPERADA           PIC 9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TOT-COP-APROV               PIC 9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TOT-COP-RECUS               PIC 9(011)V99 COMP-3
                                                          VALUE 0.
       77  MASCARA-TOTAL                   PIC ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-QTDE                    PIC ZZZZZZZ9.
       77  WSS-RC-ABEND                    PIC 9(003) VALUE 0.
      *----
      * COMPETENCIA DA FATURA E A DA FOLHA QUE COBRA A
      * COPARTICIPACAO (A SEGUINTE)
      *----
       01  WSS-COMPETENCIA                 PIC 9(006) VALUE 0.
       01  WSS-COMPET-DESCONTO             PIC 9(006) VALUE 0.
       01  FILLER REDEFINES WSS-COMPET-DESCONTO.
           03 WSS-DESC-ANO                 PIC 9(004).
           03 WSS-DESC-MES                 PIC 9(002).
      *----
      * TITULARES COM ADESAO AO PLANO
      *----
       01  WSS-TAB-ADESAO.
           05 WSS-ADS-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-ADS
                 ASCENDING KEY TAD-MATRICULA
                 INDEXED BY IDX-ADS.
              10 TAD-MATRICULA             PIC 9(008).
      *----
      * BENEFICIARIOS INSCRITOS: TITULAR (NASCIMENTO ZERADO) E
      * DEPENDENTES, COM A MARCA DE FATURADO
      *----
       01  WSS-TAB-BENEF.
           05 WSS-BNF-ENTRY OCCURS 0 TO 30000 TIMES
                 DEPENDING ON WSS-QTD-BNF
                 ASCENDING KEY BNF-CHAVE
                 INDEXED BY IDX-BNF.
              10 BNF-CHAVE.
                 15 BNF-MATRICULA          PIC 9(008).
                 15 BNF-TIPO               PIC X(001).
                 15 BNF-DATA-NASC          PIC 9(008).
              10 BNF-NOME                  PIC X(040).
              10 BNF-FATURADO              PIC X(001).
      *----
       01  WSS-CHAVE-BNF.
           03 WSS-CHV-MATRICULA            PIC 9(008).
           03 WSS-CHV-TIPO                 PIC X(001).
           03 WSS-CHV-DATA-NASC            PIC 9(008).
      *----
      * COPARTICIPACOES APROVADAS, POR TITULAR
      *----
       01  WSS-TAB-COPART.
           05 WSS-COP-ENTRY OCCURS 0 TO 30000 TIMES
                 DEPENDING ON WSS-QTD-COP.
              10 TCO-MATRICULA             PIC 9(008).
              10 TCO-VALOR                 PIC 9(007)V99.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL240'.
           03 FILLER                       PIC X(051)
              VALUE 'CONCILIACAO DA FATURA DO PLANO DE SAUDE'.
           03 FILLER                       PIC X(014)
              VALUE 'COMPETENCIA: '.
           03 CAB01-COMPETENCIA            PIC 9(006) VALUE 0.
           03 FILLER                       PIC X(008) VALUE SPACES.
           03 FILLER                       PIC X(007) VALUE 'PLANO: '.
           03 CAB01-PLANO                  PIC X(004) VALUE SPACES.
      *----
       01  CAB02.
           03 FILLER                       PIC X(030)
              VALUE 'OCORRENCIA'.
           03 FILLER                       PIC X(010) VALUE 'MATRICULA'.
           03 FILLER                       PIC X(003) VALUE 'TP'.
           03 FILLER                       PIC X(032) VALUE 'NOME'.
           03 FILLER                       PIC X(010) VALUE 'NASCIM.'.
           03 FILLER                       PIC X(016)
              VALUE 'VALOR FATURADO'.
           03 FILLER                       PIC X(016)
              VALUE 'VALOR ESPERADO'.
      *----
       01  DET01.
           03 DET-OCORRENCIA               PIC X(028).
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DET-MATRICULA                PIC 9(008).
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DET-TIPO                     PIC X(001).
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DET-NOME                     PIC X(030).
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DET-DATA-NASC                PIC 9(008).
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DET-VALOR-FATURADO           PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DET-VALOR-ESPERADO           PIC ZZZ.ZZZ.ZZ9,99.
      *----
       01  LINHA-TEXTO.
           03 LT-ROTULO                    PIC X(034) VALUE SPACES.
           03 LT-VALOR                     PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(084) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL240'
           DISPLAY ' CONCILIACAO DA FATURA DO PLANO DE SAUDE'.

           PERFORM 0001-CARGA-PLANPRM
              THRU 0001-CARGA-PLANPRM-EXIT.

           PERFORM 0010-CARGA-DEDENROL
              THRU 0010-CARGA-DEDENROL-EXIT.

           PERFORM 0020-CARGA-DEPFUNC
              THRU 0020-CARGA-DEPFUNC-EXIT.

           PERFORM 1000-CONCILIA-FATURA
              THRU 1000-CONCILIA-FATURA-EXIT.

           PERFORM 2000-GRAVA-COPARDES
              THRU 2000-GRAVA-COPARDES-EXIT.

           PERFORM 8000-IMPRIME-TOTAIS
              THRU 8000-IMPRIME-TOTAIS-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL240                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* COMPETENCIA DA FATURA: ' WSS-COMPETENCIA.
           DISPLAY '* LINHAS DA FATURA     : ' WSS-QTD-LIDOS.
           DISPLAY '* FATURADOS SEM ADESAO : ' WSS-QTD-SEM-ADESAO.
           DISPLAY '* INSCRITOS SEM FATURA : ' WSS-QTD-SEM-FATURA.
           DISPLAY '* DIFERENCAS DE VALOR  : ' WSS-QTD-DIF-VALOR.
           DISPLAY '* COPART. A DESCONTAR  : ' WSS-QTD-COPARDES.
           DISPLAY '*******************************************'.

           STOP RUN.

      *----
      * CARTAO DE PARAMETROS DA CONCILIACAO (OBRIGATORIO)
      *----
       0001-CARGA-PLANPRM.

           DISPLAY '0001-CARGA-PLANPRM'.

           OPEN INPUT PLANPRM.

           IF ST-PLANPRM NOT EQUAL 0 THEN
              DISPLAY 'COBOL240 - ERRO OPEN PLANPRM FS=' ST-PLANPRM
              MOVE ST-PLANPRM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ PLANPRM.

           IF ST-PLANPRM NOT EQUAL 0 THEN
              DISPLAY 'COBOL240 - ERRO READ PLANPRM FS=' ST-PLANPRM
              MOVE ST-PLANPRM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE PLANPRM.

           IF PPL-COMPETENCIA NOT NUMERIC
              OR PPL-COMPETENCIA EQUAL 0
              OR PPL-CODIGO-DED EQUAL SPACES
              OR PPL-VALOR-TITULAR NOT NUMERIC
              OR PPL-VALOR-DEPENDENTE NOT NUMERIC
              OR PPL-TOLERANCIA NOT NUMERIC
              DISPLAY 'COBOL240 - CARTAO PLANPRM INVALIDO: '
                      REG-PLANPRM (1:33)
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE PPL-COMPETENCIA          TO WSS-COMPETENCIA.
           MOVE PPL-COMPETENCIA          TO WSS-COMPET-DESCONTO.

           IF WSS-DESC-MES EQUAL 12
              ADD 1                      TO WSS-DESC-ANO
              MOVE 1                     TO WSS-DESC-MES
           ELSE
              ADD 1                      TO WSS-DESC-MES
           END-IF.

           DISPLAY 'COBOL240 - FATURA ' WSS-COMPETENCIA
                   ' PLANO ' PPL-CODIGO-DED
                   ' DESCONTO NA FOLHA ' WSS-COMPET-DESCONTO.

       0001-CARGA-PLANPRM-EXIT.
           EXIT.

      *----
      * TITULARES COM ADESAO AO CODIGO DO PLANO; ADESAO REPETIDA
      * CONTA UMA VEZ
      *----
       0010-CARGA-DEDENROL.

           DISPLAY '0010-CARGA-DEDENROL'.

           OPEN INPUT DEDENROL.

           IF ST-DEDENROL NOT EQUAL 0 THEN
              DISPLAY 'COBOL240 - ERRO OPEN DEDENROL FS=' ST-DEDENROL
              MOVE ST-DEDENROL           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0011-LER-DEDENROL
              THRU 0011-LER-DEDENROL-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE DEDENROL.

           IF WSS-QTD-ADS GREATER 1
              SORT WSS-ADS-ENTRY ASCENDING TAD-MATRICULA
           END-IF.

           MOVE 0                        TO WSS-QTD-ADS-NOVO.

           PERFORM 0012-COMPACTA-ADESAO
              THRU 0012-COMPACTA-ADESAO-EXIT
              VARYING WSS-IDX-ADS FROM 1 BY 1
              UNTIL WSS-IDX-ADS GREATER WSS-QTD-ADS.

           MOVE WSS-QTD-ADS-NOVO         TO WSS-QTD-ADS.

           DISPLAY 'COBOL240 - TITULARES COM ADESAO: ' WSS-QTD-ADS.

       0010-CARGA-DEDENROL-EXIT.
           EXIT.

      *----
       0011-LER-DEDENROL.

           READ DEDENROL
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-DEDENROL NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL240 - ERRO READ DEDENROL FS=' ST-DEDENROL
              MOVE ST-DEDENROL           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0011-LER-DEDENROL-EXIT
           END-IF.

           IF DEN-CODIGO NOT EQUAL PPL-CODIGO-DED
              GO TO 0011-LER-DEDENROL-EXIT
           END-IF.

           IF WSS-QTD-ADS NOT LESS 20000
              DISPLAY 'COBOL240 - TABELA DE ADESOES CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-ADS.
           MOVE DEN-MATRICULA            TO TAD-MATRICULA (WSS-QTD-ADS).

       0011-LER-DEDENROL-EXIT.
           EXIT.

      *----
      * TITULAR UNICO NA TABELA, JA COM A LINHA DE BENEFICIARIO
      *----
       0012-COMPACTA-ADESAO.

           IF WSS-QTD-ADS-NOVO GREATER 0
              AND TAD-MATRICULA (WSS-IDX-ADS) EQUAL
                  TAD-MATRICULA (WSS-QTD-ADS-NOVO)
              GO TO 0012-COMPACTA-ADESAO-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-ADS-NOVO.
           MOVE TAD-MATRICULA (WSS-IDX-ADS)
                                  TO TAD-MATRICULA (WSS-QTD-ADS-NOVO).

           PERFORM 0030-NOVO-BENEF
              THRU 0030-NOVO-BENEF-EXIT.

           MOVE TAD-MATRICULA (WSS-IDX-ADS)
                                  TO BNF-MATRICULA (WSS-QTD-BNF).
           MOVE 'T'                      TO BNF-TIPO (WSS-QTD-BNF).
           MOVE 0                        TO BNF-DATA-NASC (WSS-QTD-BNF).
           MOVE '(TITULAR)'              TO BNF-NOME (WSS-QTD-BNF).

       0012-COMPACTA-ADESAO-EXIT.
           EXIT.

      *----
      * DEPENDENTES DOS TITULARES COM ADESAO; NO FIM A TABELA DE
      * BENEFICIARIOS E CLASSIFICADA PARA A PESQUISA DA FATURA
      *----
       0020-CARGA-DEPFUNC.

           DISPLAY '0020-CARGA-DEPFUNC'.

           OPEN INPUT DEPFUNC.

           IF ST-DEPFUNC EQUAL 35
              DISPLAY 'COBOL240 - DEPFUNC NAO INFORMADO'
              GO TO 0020-ORDENA-BENEF
           END-IF.

           IF ST-DEPFUNC NOT EQUAL 0 THEN
              DISPLAY 'COBOL240 - ERRO OPEN DEPFUNC FS=' ST-DEPFUNC
              MOVE ST-DEPFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0021-LER-DEPFUNC
              THRU 0021-LER-DEPFUNC-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE DEPFUNC.

       0020-ORDENA-BENEF.

           IF WSS-QTD-BNF GREATER 1
              SORT WSS-BNF-ENTRY ASCENDING BNF-CHAVE
           END-IF.

           MOVE WSS-QTD-BNF              TO WSS-QTD-INSCRITOS.

           DISPLAY 'COBOL240 - BENEFICIARIOS INSCRITOS: ' WSS-QTD-BNF.

       0020-CARGA-DEPFUNC-EXIT.
           EXIT.

      *----
       0021-LER-DEPFUNC.

           READ DEPFUNC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-DEPFUNC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL240 - ERRO READ DEPFUNC FS=' ST-DEPFUNC
              MOVE ST-DEPFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0021-LER-DEPFUNC-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-ACHOU.

           SEARCH ALL WSS-ADS-ENTRY
               AT END
                  CONTINUE
               WHEN TAD-MATRICULA (IDX-ADS) EQUAL DEP-MATRICULA
                  MOVE 'S'               TO WSS-ACHOU
           END-SEARCH.

           IF WSS-ACHOU EQUAL 'N'
              GO TO 0021-LER-DEPFUNC-EXIT
           END-IF.

           PERFORM 0030-NOVO-BENEF
              THRU 0030-NOVO-BENEF-EXIT.

           MOVE DEP-MATRICULA            TO BNF-MATRICULA (WSS-QTD-BNF).
           MOVE 'D'                      TO BNF-TIPO (WSS-QTD-BNF).
           MOVE DEP-DATA-NASC            TO BNF-DATA-NASC (WSS-QTD-BNF).
           MOVE DEP-NOME                 TO BNF-NOME (WSS-QTD-BNF).

       0021-LER-DEPFUNC-EXIT.
           EXIT.

      *----
       0030-NOVO-BENEF.

           IF WSS-QTD-BNF NOT LESS 30000
              DISPLAY 'COBOL240 - TABELA DE BENEFICIARIOS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-BNF.
           MOVE 'N'                      TO BNF-FATURADO (WSS-QTD-BNF).

       0030-NOVO-BENEF-EXIT.
           EXIT.

      *----
      * CONFERENCIA DA FATURA LINHA A LINHA E, NO FIM, OS INSCRITOS
      * QUE A OPERADORA NAO FATUROU
      *----
       1000-CONCILIA-FATURA.

           DISPLAY '1000-CONCILIA-FATURA'.

           OPEN INPUT FATPLAN.

           IF ST-FATPLAN NOT EQUAL 0 THEN
              DISPLAY 'COBOL240 - ERRO OPEN FATPLAN FS=' ST-FATPLAN
              MOVE ST-FATPLAN            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT RELPLAN.

           IF ST-RELPLAN NOT EQUAL 0 THEN
              DISPLAY 'COBOL240 - ERRO OPEN RELPLAN FS=' ST-RELPLAN
              MOVE ST-RELPLAN            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE WSS-COMPETENCIA          TO CAB01-COMPETENCIA.
           MOVE PPL-CODIGO-DED           TO CAB01-PLANO.

           WRITE REG-RELPLAN FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           WRITE REG-RELPLAN FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1001-LER-FATPLAN
              THRU 1001-LER-FATPLAN-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FATPLAN.

           PERFORM 1500-INSCRITO-SEM-FATURA
              THRU 1500-INSCRITO-SEM-FATURA-EXIT
              VARYING WSS-IDX-BNF FROM 1 BY 1
              UNTIL WSS-IDX-BNF GREATER WSS-QTD-BNF.

       1000-CONCILIA-FATURA-EXIT.
           EXIT.

      *----
       1001-LER-FATPLAN.

           READ FATPLAN
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FATPLAN NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL240 - ERRO READ FATPLAN FS=' ST-FATPLAN
              MOVE ST-FATPLAN            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1001-LER-FATPLAN-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-LIDOS.

           IF (NOT FPL-MENSALIDADE AND NOT FPL-COPARTICIPACAO)
              OR (NOT FPL-TITULAR AND NOT FPL-DEPENDENTE)
              OR FPL-MATRICULA NOT NUMERIC
              OR FPL-DATA-NASC NOT NUMERIC
              OR FPL-VALOR NOT NUMERIC
              ADD 1                      TO WSS-QTD-INVALIDOS
              MOVE 'LANCAMENTO INVALIDO'  TO WSS-OCORRENCIA
              MOVE 0                     TO WSS-VALOR-ESPERADO
              PERFORM 1900-IMPRIME-FATURA
                 THRU 1900-IMPRIME-FATURA-EXIT
              GO TO 1001-LER-FATPLAN-EXIT
           END-IF.

           IF FPL-COMPETENCIA NOT EQUAL WSS-COMPETENCIA
              ADD 1                      TO WSS-QTD-OUTRA-COMPET
              MOVE 'COMPETENCIA DIVERGENTE' TO WSS-OCORRENCIA
              MOVE 0                     TO WSS-VALOR-ESPERADO
              PERFORM 1900-IMPRIME-FATURA
                 THRU 1900-IMPRIME-FATURA-EXIT
              GO TO 1001-LER-FATPLAN-EXIT
           END-IF.

           MOVE FPL-MATRICULA            TO WSS-CHV-MATRICULA.
           MOVE FPL-TIPO-BENEF           TO WSS-CHV-TIPO.

           IF FPL-TITULAR
              MOVE 0                     TO WSS-CHV-DATA-NASC
           ELSE
              MOVE FPL-DATA-NASC         TO WSS-CHV-DATA-NASC
           END-IF.

           PERFORM 1100-LOCALIZA-BENEF
              THRU 1100-LOCALIZA-BENEF-EXIT.

           IF FPL-COPARTICIPACAO
              PERFORM 1300-COPARTICIPACAO
                 THRU 1300-COPARTICIPACAO-EXIT
           ELSE
              PERFORM 1200-MENSALIDADE
                 THRU 1200-MENSALIDADE-EXIT
           END-IF.

       1001-LER-FATPLAN-EXIT.
           EXIT.

      *----
      * PROCURA O BENEFICIARIO PELA CHAVE; DEPENDENTES COM A MESMA
      * DATA DE NASCIMENTO (GEMEOS) FICAM JUNTOS NA TABELA E A
      * MENSALIDADE VAI PARA O PRIMEIRO AINDA NAO FATURADO
      *----
       1100-LOCALIZA-BENEF.

           MOVE 'N'                      TO WSS-ACHOU.
           MOVE 0                        TO WSS-IDX-ACHADO.

           SEARCH ALL WSS-BNF-ENTRY
               AT END
                  GO TO 1100-LOCALIZA-BENEF-EXIT
               WHEN BNF-CHAVE (IDX-BNF) EQUAL WSS-CHAVE-BNF
                  MOVE 'S'               TO WSS-ACHOU
                  SET WSS-IDX-ACHADO     TO IDX-BNF
           END-SEARCH.

       1100-RECUA.

           IF WSS-IDX-ACHADO GREATER 1
              AND BNF-CHAVE (WSS-IDX-ACHADO - 1) EQUAL WSS-CHAVE-BNF
              SUBTRACT 1                 FROM WSS-IDX-ACHADO
              GO TO 1100-RECUA
           END-IF.

       1100-AVANCA.

           IF BNF-FATURADO (WSS-IDX-ACHADO) EQUAL 'S'
              AND WSS-IDX-ACHADO LESS WSS-QTD-BNF
              AND BNF-CHAVE (WSS-IDX-ACHADO + 1) EQUAL WSS-CHAVE-BNF
              ADD 1                      TO WSS-IDX-ACHADO
              GO TO 1100-AVANCA
           END-IF.

       1100-LOCALIZA-BENEF-EXIT.
           EXIT.

      *----
       1200-MENSALIDADE.

           ADD FPL-VALOR                 TO WSS-TOT-MENS-FATURADA.

           IF WSS-ACHOU EQUAL 'N'
              ADD 1                      TO WSS-QTD-SEM-ADESAO
              MOVE 'FATURADO SEM ADESAO'  TO WSS-OCORRENCIA
              MOVE 0                     TO WSS-VALOR-ESPERADO
              PERFORM 1900-IMPRIME-FATURA
                 THRU 1900-IMPRIME-FATURA-EXIT
              GO TO 1200-MENSALIDADE-EXIT
           END-IF.

           IF BNF-FATURADO (WSS-IDX-ACHADO) EQUAL 'S'
              ADD 1                      TO WSS-QTD-DUPLICADOS
              MOVE 'MENSALIDADE EM DUPLICIDADE' TO WSS-OCORRENCIA
              MOVE 0                     TO WSS-VALOR-ESPERADO
              PERFORM 1900-IMPRIME-FATURA
                 THRU 1900-IMPRIME-FATURA-EXIT
              GO TO 1200-MENSALIDADE-EXIT
           END-IF.

           MOVE 'S'                TO BNF-FATURADO (WSS-IDX-ACHADO).
           ADD 1                         TO WSS-QTD-FATURADOS.

           IF FPL-TITULAR
              MOVE PPL-VALOR-TITULAR     TO WSS-VALOR-ESPERADO
           ELSE
              MOVE PPL-VALOR-DEPENDENTE  TO WSS-VALOR-ESPERADO
           END-IF.

           IF WSS-VALOR-ESPERADO EQUAL 0
              GO TO 1200-MENSALIDADE-EXIT
           END-IF.

           COMPUTE WSS-DIFERENCA = FPL-VALOR - WSS-VALOR-ESPERADO.

           IF WSS-DIFERENCA LESS 0
              COMPUTE WSS-DIFERENCA = WSS-DIFERENCA * -1
           END-IF.

           IF WSS-DIFERENCA GREATER PPL-TOLERANCIA
              ADD 1                      TO WSS-QTD-DIF-VALOR
              MOVE 'DIFERENCA DE VALOR'   TO WSS-OCORRENCIA
              PERFORM 1900-IMPRIME-FATURA
                 THRU 1900-IMPRIME-FATURA-EXIT
           END-IF.

       1200-MENSALIDADE-EXIT.
           EXIT.

      *----
      * COPARTICIPACAO: DE BENEFICIARIO INSCRITO E APROVADA E COBRADA
      * DO TITULAR; DE QUEM NAO ESTA INSCRITO FICA RECUSADA
      *----
       1300-COPARTICIPACAO.

           IF FPL-VALOR EQUAL 0
              GO TO 1300-COPARTICIPACAO-EXIT
           END-IF.

           IF WSS-ACHOU EQUAL 'N'
              ADD 1                      TO WSS-QTD-COP-RECUS
              ADD FPL-VALOR              TO WSS-TOT-COP-RECUS
              MOVE 'COPART. RECUSADA SEM ADESAO' TO WSS-OCORRENCIA
              MOVE 0                     TO WSS-VALOR-ESPERADO
              PERFORM 1900-IMPRIME-FATURA
                 THRU 1900-IMPRIME-FATURA-EXIT
              GO TO 1300-COPARTICIPACAO-EXIT
           END-IF.

           IF WSS-QTD-COP NOT LESS 30000
              DISPLAY 'COBOL240 - TABELA DE COPARTICIPACOES CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-COP.
           MOVE FPL-MATRICULA            TO TCO-MATRICULA (WSS-QTD-COP).
           MOVE FPL-VALOR                TO TCO-VALOR (WSS-QTD-COP).

           ADD 1                         TO WSS-QTD-COP-APROV.
           ADD FPL-VALOR                 TO WSS-TOT-COP-APROV.

       1300-COPARTICIPACAO-EXIT.
           EXIT.

      *----
      * INSCRITO SEM MENSALIDADE NA FATURA; TODO INSCRITO SOMA NO
      * VALOR ESPERADO DA FATURA
      *----
       1500-INSCRITO-SEM-FATURA.

           IF BNF-TIPO (WSS-IDX-BNF) EQUAL 'T'
              MOVE PPL-VALOR-TITULAR     TO WSS-VALOR-ESPERADO
           ELSE
              MOVE PPL-VALOR-DEPENDENTE  TO WSS-VALOR-ESPERADO
           END-IF.

           ADD WSS-VALOR-ESPERADO        TO WSS-TOT-MENS-ESPERADA.

           IF BNF-FATURADO (WSS-IDX-BNF) EQUAL 'S'
              GO TO 1500-INSCRITO-SEM-FATURA-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-SEM-FATURA.

           MOVE SPACES                   TO DET01.
           MOVE 'INSCRITO SEM FATURA'    TO DET-OCORRENCIA.
           MOVE BNF-MATRICULA (WSS-IDX-BNF) TO DET-MATRICULA.
           MOVE BNF-TIPO (WSS-IDX-BNF)   TO DET-TIPO.
           MOVE BNF-NOME (WSS-IDX-BNF)   TO DET-NOME.
           MOVE BNF-DATA-NASC (WSS-IDX-BNF) TO DET-DATA-NASC.
           MOVE 0                        TO DET-VALOR-FATURADO.
           MOVE WSS-VALOR-ESPERADO       TO DET-VALOR-ESPERADO.

           PERFORM 1950-GRAVA-DETALHE
              THRU 1950-GRAVA-DETALHE-EXIT.

       1500-INSCRITO-SEM-FATURA-EXIT.
           EXIT.

      *----
      * LINHA DE OCORRENCIA DE UM LANCAMENTO DA FATURA
      *----
       1900-IMPRIME-FATURA.

           MOVE SPACES                   TO DET01.
           MOVE WSS-OCORRENCIA           TO DET-OCORRENCIA.
           MOVE FPL-MATRICULA            TO DET-MATRICULA.
           MOVE FPL-TIPO-BENEF           TO DET-TIPO.
           MOVE FPL-NOME-BENEF           TO DET-NOME.

           IF FPL-DATA-NASC NUMERIC
              MOVE FPL-DATA-NASC         TO DET-DATA-NASC
           ELSE
              MOVE 0                     TO DET-DATA-NASC
           END-IF.

           IF FPL-VALOR NUMERIC
              MOVE FPL-VALOR             TO DET-VALOR-FATURADO
           ELSE
              MOVE 0                     TO DET-VALOR-FATURADO
           END-IF.

           MOVE WSS-VALOR-ESPERADO       TO DET-VALOR-ESPERADO.

           PERFORM 1950-GRAVA-DETALHE
              THRU 1950-GRAVA-DETALHE-EXIT.

       1900-IMPRIME-FATURA-EXIT.
           EXIT.

      *----
       1950-GRAVA-DETALHE.

           WRITE REG-RELPLAN FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELPLAN NOT EQUAL 0 THEN
              DISPLAY 'COBOL240 - ERRO WRITE RELPLAN FS=' ST-RELPLAN
              MOVE ST-RELPLAN            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       1950-GRAVA-DETALHE-EXIT.
           EXIT.

      *----
      * COPARTICIPACAO APROVADA SOMADA POR TITULAR, PARA A FOLHA DA
      * COMPETENCIA SEGUINTE
      *----
       2000-GRAVA-COPARDES.

           DISPLAY '2000-GRAVA-COPARDES'.

           OPEN OUTPUT COPARDES.

           IF ST-COPARDES NOT EQUAL 0 THEN
              DISPLAY 'COBOL240 - ERRO OPEN COPARDES FS=' ST-COPARDES
              MOVE ST-COPARDES           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-QTD-COP GREATER 1
              SORT WSS-COP-ENTRY ASCENDING TCO-MATRICULA
           END-IF.

           MOVE 0                        TO WSS-MATR-ANT.
           MOVE 0                        TO WSS-CPD-VALOR.
           MOVE 0                        TO WSS-CPD-QTD.

           PERFORM 2100-SOMA-TITULAR
              THRU 2100-SOMA-TITULAR-EXIT
              VARYING WSS-IDX-COP FROM 1 BY 1
              UNTIL WSS-IDX-COP GREATER WSS-QTD-COP.

           IF WSS-CPD-QTD GREATER 0
              PERFORM 2200-GRAVA-TITULAR
                 THRU 2200-GRAVA-TITULAR-EXIT
           END-IF.

           CLOSE COPARDES.

       2000-GRAVA-COPARDES-EXIT.
           EXIT.

      *----
       2100-SOMA-TITULAR.

           IF WSS-CPD-QTD GREATER 0
              AND TCO-MATRICULA (WSS-IDX-COP) NOT EQUAL WSS-MATR-ANT
              PERFORM 2200-GRAVA-TITULAR
                 THRU 2200-GRAVA-TITULAR-EXIT
           END-IF.

           MOVE TCO-MATRICULA (WSS-IDX-COP) TO WSS-MATR-ANT.
           ADD TCO-VALOR (WSS-IDX-COP)   TO WSS-CPD-VALOR.

           IF WSS-CPD-QTD LESS 999
              ADD 1                      TO WSS-CPD-QTD
           END-IF.

       2100-SOMA-TITULAR-EXIT.
           EXIT.

      *----
       2200-GRAVA-TITULAR.

           MOVE SPACES                   TO REG-COPARDES.
           MOVE WSS-COMPET-DESCONTO      TO CPD-COMPETENCIA.
           MOVE WSS-MATR-ANT             TO CPD-MATRICULA.
           MOVE WSS-CPD-VALOR            TO CPD-VALOR.
           MOVE WSS-CPD-QTD              TO CPD-QTD-PROCED.
           MOVE WSS-COMPETENCIA          TO CPD-COMPET-FATURA.

           WRITE REG-COPARDES.

           IF ST-COPARDES NOT EQUAL 0 THEN
              DISPLAY 'COBOL240 - ERRO WRITE COPARDES FS=' ST-COPARDES
              MOVE ST-COPARDES           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-COPARDES.
           MOVE 0                        TO WSS-CPD-VALOR.
           MOVE 0                        TO WSS-CPD-QTD.

       2200-GRAVA-TITULAR-EXIT.
           EXIT.

      *----
      * TOTAIS DA CONCILIACAO
      *----
       8000-IMPRIME-TOTAIS.

           DISPLAY '8000-IMPRIME-TOTAIS'.

           MOVE SPACES                   TO LINHA-TEXTO.

           WRITE REG-RELPLAN FROM LINHA-TEXTO AFTER ADVANCING 2
           END-WRITE.

           MOVE 'LINHAS DA FATURA                :' TO LT-ROTULO.
           MOVE WSS-QTD-LIDOS            TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'BENEFICIARIOS INSCRITOS         :' TO LT-ROTULO.
           MOVE WSS-QTD-INSCRITOS        TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'INSCRITOS FATURADOS             :' TO LT-ROTULO.
           MOVE WSS-QTD-FATURADOS        TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'FATURADOS SEM ADESAO            :' TO LT-ROTULO.
           MOVE WSS-QTD-SEM-ADESAO       TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'INSCRITOS SEM FATURA            :' TO LT-ROTULO.
           MOVE WSS-QTD-SEM-FATURA       TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'MENSALIDADES EM DUPLICIDADE     :' TO LT-ROTULO.
           MOVE WSS-QTD-DUPLICADOS       TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'DIFERENCAS DE VALOR             :' TO LT-ROTULO.
           MOVE WSS-QTD-DIF-VALOR        TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'LINHAS DE OUTRA COMPETENCIA     :' TO LT-ROTULO.
           MOVE WSS-QTD-OUTRA-COMPET     TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'LANCAMENTOS INVALIDOS           :' TO LT-ROTULO.
           MOVE WSS-QTD-INVALIDOS        TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'MENSALIDADES FATURADAS          :' TO LT-ROTULO.
           MOVE WSS-TOT-MENS-FATURADA    TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'MENSALIDADES ESPERADAS          :' TO LT-ROTULO.
           MOVE WSS-TOT-MENS-ESPERADA    TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'COPARTICIPACOES APROVADAS       :' TO LT-ROTULO.
           MOVE WSS-QTD-COP-APROV        TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'VALOR APROVADO A DESCONTAR      :' TO LT-ROTULO.
           MOVE WSS-TOT-COP-APROV        TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'TITULARES COM DESCONTO          :' TO LT-ROTULO.
           MOVE WSS-QTD-COPARDES         TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'COPARTICIPACOES RECUSADAS       :' TO LT-ROTULO.
           MOVE WSS-QTD-COP-RECUS        TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'VALOR RECUSADO A CONTESTAR      :' TO LT-ROTULO.
           MOVE WSS-TOT-COP-RECUS        TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'FOLHA DO DESCONTO               :' TO LT-ROTULO.
           MOVE WSS-COMPET-DESCONTO      TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           CLOSE RELPLAN.

           IF WSS-QTD-SEM-ADESAO GREATER 0
              OR WSS-QTD-SEM-FATURA GREATER 0
              OR WSS-QTD-DUPLICADOS GREATER 0
              OR WSS-QTD-DIF-VALOR GREATER 0
              OR WSS-QTD-COP-RECUS GREATER 0
              DISPLAY 'COBOL240 - FATURA COM DIVERGENCIAS, VER RELPLAN'
              MOVE 4                     TO RETURN-CODE
           END-IF.

       8000-IMPRIME-TOTAIS-EXIT.
           EXIT.

      *----
       8900-GRAVA-LINHA.

           WRITE REG-RELPLAN FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELPLAN NOT EQUAL 0 THEN
              DISPLAY 'COBOL240 - ERRO WRITE RELPLAN FS=' ST-RELPLAN
              MOVE ST-RELPLAN            TO RETURN-CODE
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

           DISPLAY '***ABEND-COBOL240*** RC=' WSS-RC-ABEND
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           MOVE WSS-RC-ABEND TO RETURN-CODE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
