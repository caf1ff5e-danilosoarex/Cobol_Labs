      *            (COBOL089 PRECIFICA CADA CLASSE PELA SUA TAXA DE
      *            PARMPAG). SEM O TETO DE 99 HORAS DO CAMPO ANTIGO.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - CONFRONTO DO PONTO COM A ESCALA DE TRABALHO
      *                  (ARQUIVO ESCALA, REGIMES 5X2, 6X1 E 12X36 POR
      *                  MATRICULA OU POR DEPARTAMENTO): FALTAS
      *                  INJUSTIFICADAS, DSR PERDIDO E ATRASOS ALEM DA
      *                  TOLERANCIA SEGUEM NO HORAGG PARA DESCONTO NO
      *                  COBOL089 E NO FALTMES PARA A REDUCAO DE FERIAS.
      *                  AFASTFUN E FERIAS APROVADAS NAO GERAM FALTA
      * 15/10/2026 VRB - LAYOUT DO PONTO COM PROJETO E HORAS
      *                  TRABALHADAS DO DIA (RATEIO DO COBOL228)
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-HORAGG.
      *
           SELECT COMPCARD ASSIGN TO COMPCARD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-COMPCARD.
      *
           SELECT ESCALA ASSIGN TO ESCALA
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-ESCALA.
      *
           SELECT FUNCMST ASSIGN TO FUNCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FM-MATRICULA
                  FILE STATUS IS ST-FUNCMST.
      *
           SELECT AFASTFUN ASSIGN TO AFASTFUN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-AFASTFUN.
      *
           SELECT FERIAS ASSIGN TO FERIAS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FERIAS.
      *
           SELECT FALTMES ASSIGN TO FALTMES
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FALTMES.
      *
      *--------------
       DATA DIVISION.
      *----
            03 PON-TURNO                   PIC X(001).
               88 PON-TURNO-NOTURNO               VALUE 'N'.
      *----
      * HORA DA PRIMEIRA ENTRADA DO DIA (HHMM; ZERO = NAO MARCADA) E
      * ABONO DO DIA: 'J' = AUSENCIA OU ATRASO JUSTIFICADO (ATESTADO,
      * ABONO DA CHEFIA), SEM FALTA E SEM DESCONTO DE ATRASO. COM A
      * ESCALA EM USO O SISTEMA DE PONTO ENVIA UMA MARCACAO POR DIA
      * TRABALHADO OU ABONADO (HORAS ZERADAS QUANDO NAO HOUVE EXTRA)
      *----
            03 PON-ENTRADA                 PIC 9(004).
            03 PON-ABONO                   PIC X(001).
               88 PON-JUSTIFICADO                 VALUE 'J'.
      *----
      * PROJETO DE CLIENTE EM QUE AS HORAS DO DIA FORAM TRABALHADAS
      * (BRANCO = ATIVIDADE DO PROPRIO DEPARTAMENTO) E HORAS
      * TRABALHADAS NO DIA, BASE DO RATEIO DO CUSTO POR PROJETO
      * (COBOL228); NAO ENTRAM NA APURACAO DESTE PROGRAMA
      *----
            03 PON-PROJETO                 PIC X(008).
            03 PON-HORAS-TRAB              PIC 9(002)V99.
            03 FILLER                      PIC X(041).
      *----
       FD   FERIADO.
      *----
            03 HAG-HORAS-050               PIC 9(005)V99.
            03 HAG-HORAS-100               PIC 9(005)V99.
            03 HAG-HORAS-NOT               PIC 9(005)V99.
      *----
      * CONFRONTO COM A ESCALA (ZERADOS SEM O ARQUIVO ESCALA):
      * FALTAS INJUSTIFICADAS, DESCANSOS SEMANAIS PERDIDOS E MINUTOS
      * DE ATRASO ALEM DA TOLERANCIA, DESCONTADOS NO COBOL089
      *----
            03 HAG-FALTAS                  PIC 9(003).
            03 HAG-DSR-PERDIDO             PIC 9(002).
            03 HAG-MIN-ATRASO              PIC 9(005).
            03 FILLER                      PIC X(041).
      *----
       FD   COMPCARD
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * COMPETENCIA APURADA (MESMO CARTAO DO COBOL160/162/217). SEM
      * O CARTAO NAO HA APURACAO DE FALTAS - SO OS ATRASOS, QUE NAO
      * DEPENDEM DO CALENDARIO DO MES
      *----
       01   REG-COMPCARD.
            03 CCD-COMPETENCIA             PIC 9(006).
            03 FILLER                      PIC X(074).
      *----
       FD   ESCALA
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * ESCALA DE TRABALHO: TIPO 'M' = DA MATRICULA (PREVALECE), 'D' =
      * PADRAO DO DEPARTAMENTO. REGIME '5X2' SEGUNDA A SEXTA, '6X1'
      * SEGUNDA A SABADO (FERIADO NAO E DIA DE ESCALA NOS DOIS) E
      * '12X36' DIA SIM, DIA NAO A PARTIR DA DATA-BASE (UM DIA DE
      * TRABALHO DO CICLO), FERIADO INCLUSIVE. ENTRADA E SAIDA EM
      * HHMM; TOLERANCIA EM MINUTOS POR DIA (ZERO = 10 MINUTOS, O
      * LIMITE DIARIO DA CLT)
      *----
       01   REG-ESCALA.
            03 ESC-TIPO                    PIC X(001).
               88 ESC-POR-MATRICULA               VALUE 'M'.
               88 ESC-POR-DEPTO                   VALUE 'D'.
            03 ESC-CHAVE                   PIC X(008).
            03 ESC-CHAVE-MATR REDEFINES ESC-CHAVE
                                           PIC 9(008).
            03 ESC-REGIME                  PIC X(005).
            03 ESC-ENTRADA                 PIC 9(004).
            03 ESC-SAIDA                   PIC 9(004).
            03 ESC-TOLERANCIA              PIC 9(002).
            03 ESC-DATA-BASE               PIC 9(008).
            03 FILLER                      PIC X(048).
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
       FD   AFASTFUN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * AFASTAMENTOS INFORMADOS PELO RH (MESMO ARQUIVO DO COBOL089):
      * DIA COBERTO NAO E FALTA. DATA DE RETORNO ZERADA = AFASTAMENTO
      * EM ABERTO
      *----
       01   REG-AFASTFUN.
            03 AFA-MATRICULA               PIC 9(008).
            03 AFA-TIPO                    PIC X(001).
            03 AFA-DATA-INICIO             PIC 9(008).
            03 AFA-DATA-RETORNO            PIC 9(008).
            03 FILLER                      PIC X(055).
      *----
       FD   FERIAS
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * AGENDA DE FERIAS (MANTIDA PELO COBOL151): SO OS PERIODOS
      * APROVADOS COBREM OS DIAS DE GOZO
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
       FD   FALTMES
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * FALTAS DA COMPETENCIA POR MATRICULA, GUARDADAS PARA AS REGRAS
      * DE REDUCAO DO PERIODO DE FERIAS POR FALTAS INJUSTIFICADAS
      *----
       01   REG-FALTMES.
            03 FAM-COMPETENCIA             PIC 9(006).
            03 FAM-MATRICULA               PIC 9(008).
            03 FAM-FALTAS                  PIC 9(003).
            03 FAM-DSR-PERDIDO             PIC 9(002).
            03 FAM-MIN-ATRASO              PIC 9(005).
            03 FILLER                      PIC X(056).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
       77  WSS-CLASSE                      PIC X(001) VALUE SPACE.
           88 WSS-CLASSE-050                         VALUE 'B'.
           88 WSS-CLASSE-100                         VALUE 'C'.
      *----
      * CONFRONTO COM A ESCALA DE TRABALHO
      *----
       77  ST-COMPCARD                     PIC 9(002) VALUE 0.
       77  ST-ESCALA                       PIC 9(002) VALUE 0.
       77  ST-FUNCMST                      PIC 9(002) VALUE 0.
       77  ST-AFASTFUN                     PIC 9(002) VALUE 0.
       77  ST-FERIAS                       PIC 9(002) VALUE 0.
       77  ST-FALTMES                      PIC 9(002) VALUE 0.
       77  WSS-ESCALA-ATIVA                PIC X(001) VALUE 'N'.
           88 WSS-COM-ESCALA                         VALUE 'Y'.
       77  WSS-COMPETENCIA                 PIC 9(006) VALUE 0.
       77  WSS-QTD-ESCALAS                 PIC 9(004) VALUE 0.
       77  WSS-QTD-FUNMST                  PIC 9(004) VALUE 0.
       77  WSS-QTD-AUSENCIAS               PIC 9(004) VALUE 0.
       77  WSS-MATR-BUSCA                  PIC 9(008) VALUE 0.
       77  WSS-CHAVE-BUSCA                 PIC X(008) VALUE SPACES.
       77  WSS-IDX-ESC-ACHADO              PIC 9(004) COMP VALUE 0.
       77  WSS-HH                          PIC 9(002) VALUE 0.
       77  WSS-MM                          PIC 9(002) VALUE 0.
       77  WSS-MIN-ATRASO                  PIC S9(005) COMP VALUE 0.
       77  WSS-DIA                         PIC 9(002) VALUE 0.
       77  WSS-DIA-MARCA                   PIC 9(002) VALUE 0.
       77  WSS-DIAS-NO-MES                 PIC 9(002) VALUE 0.
       77  WSS-DATA-DIA                    PIC 9(008) VALUE 0.
       77  WSS-DATA-PROX-MES               PIC 9(008) VALUE 0.
       77  WSS-INT-DIA                     PIC 9(009) COMP VALUE 0.
       77  WSS-SEMANA                      PIC 9(009) COMP VALUE 0.
       77  WSS-RESTO-CICLO                 PIC 9(001) VALUE 0.
       77  WSS-DATA-CORRENTE               PIC 9(008) VALUE 0.
       77  WSS-DATA-FIM                    PIC 9(008) VALUE 0.
       77  WSS-DIA-ESCALADO                PIC X(001) VALUE 'N'.
       77  WSS-DIA-COBERTO                 PIC X(001) VALUE 'N'.
       77  WSS-QTD-FALTAS-TOT              PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-ATRASOS-TOT             PIC 9(006) VALUE ZEROES.
       77  WSS-REG-FALTMES                 PIC 9(006) VALUE ZEROES.
      *----
      * TOLERANCIA PADRAO DE ATRASO, EM MINUTOS POR DIA
      *----
       77  WSS-TOLERANCIA-PADRAO           PIC 9(002) VALUE 10.
      *----
       01  WSS-TAB-FERIADO.
           05 WSS-FERIADO-ENTRY OCCURS 0 TO 2000 TIMES
              10 AGG-HORAS-100             PIC 9(005)V99.
              10 AGG-HORAS-NOT             PIC 9(005)V99.
      *----
      * ESCALA RESOLVIDA (ZERO = SEM ESCALA), DIAS DA COMPETENCIA
      * COM MARCACAO ('P' NA POSICAO DO DIA) E O RESULTADO DO
      * CONFRONTO
      *----
              10 AGG-IDX-ESC               PIC 9(004) COMP.
              10 AGG-DIAS-MARCADOS         PIC X(031).
              10 AGG-FALTAS                PIC 9(003).
              10 AGG-DSR-PERDIDO           PIC 9(002).
              10 AGG-MIN-ATRASO            PIC 9(005).
              10 AGG-SEMANA-ULT            PIC 9(009) COMP.
      *----
       01  WSS-TAB-ESCALA.
           05 WSS-ESC-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-ESCALAS
                 INDEXED BY IDX-ESC.
              10 TES-TIPO                  PIC X(001).
              10 TES-CHAVE                 PIC X(008).
              10 TES-REGIME                PIC X(005).
                 88 TES-REGIME-5X2                 VALUE '5X2'.
                 88 TES-REGIME-6X1                 VALUE '6X1'.
                 88 TES-REGIME-12X36               VALUE '12X36'.
              10 TES-ENTRADA-MIN           PIC 9(004).
              10 TES-TOLERANCIA            PIC 9(002).
              10 TES-INT-BASE              PIC 9(009) COMP.
      *----
      * CADASTRO (FUNCMST, JA EM ORDEM DE MATRICULA): DEPARTAMENTO
      * PARA A ESCALA PADRAO E ADMISSAO PARA NAO CONTAR FALTA ANTES
      * DO PRIMEIRO DIA
      *----
       01  WSS-TAB-FUNMST.
           05 WSS-FMT-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-FUNMST
                 ASCENDING KEY IS TFM-MATRICULA
                 INDEXED BY IDX-FM.
              10 TFM-MATRICULA             PIC 9(008).
              10 TFM-DEPTO                 PIC X(005).
              10 TFM-ADMISSAO              PIC 9(008).
              10 TFM-SITUACAO              PIC X(001).
      *----
      * AUSENCIAS QUE TOCAM A COMPETENCIA (AFASTAMENTOS E FERIAS
      * APROVADAS), COMO INTERVALO DE DATAS INCLUSIVO
      *----
       01  WSS-TAB-AUSENCIA.
           05 WSS-AUS-ENTRY OCCURS 0 TO 4000 TIMES
                 DEPENDING ON WSS-QTD-AUSENCIAS
                 INDEXED BY IDX-AUS.
              10 AUS-MATRICULA             PIC 9(008).
              10 AUS-DATA-INI              PIC 9(008).
              10 AUS-DATA-FIM              PIC 9(008).
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           PERFORM 0001-CARGA-FERIADO
              THRU 0001-CARGA-FERIADO-EXIT.

           PERFORM 0004-CARGA-ESCALA
              THRU 0004-CARGA-ESCALA-EXIT.

           OPEN INPUT PONTO.

           IF ST-PONTO NOT EQUAL 0 THEN

           CLOSE PONTO.

           IF WSS-COM-ESCALA
              AND WSS-COMPETENCIA GREATER 0
              PERFORM 2000-APURA-FALTAS
                 THRU 2000-APURA-FALTAS-EXIT
           END-IF.

           PERFORM 3000-GRAVA-HORAGG
              THRU 3000-GRAVA-HORAGG-EXIT.

           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* MARCACOES LIDAS      : ' WSS-REG-LIDOS.
           DISPLAY '* FUNCIONARIOS NO AGG  : ' WSS-QTD-FUNCS.
           DISPLAY '* FALTAS APURADAS      : ' WSS-QTD-FALTAS-TOT.
           DISPLAY '* ATRASOS DESCONTADOS  : ' WSS-QTD-ATRASOS-TOT.
           DISPLAY '*******************************************'.

           STOP RUN.
       0003-CARGA-SITECFG-EXIT.
           EXIT.

      *----
      * ESCALA DE TRABALHO (FS=35 = SEM ESCALA, SO A AGREGACAO DE
      * HORAS). COM ESCALA, CARREGA TAMBEM O CADASTRO E - HAVENDO
      * COMPETENCIA NO COMPCARD - AS AUSENCIAS QUE NAO SAO FALTA
      *----
       0004-CARGA-ESCALA.

           DISPLAY '0004-CARGA-ESCALA'.

           PERFORM 0005-CARGA-COMPETENCIA
              THRU 0005-CARGA-COMPETENCIA-EXIT.

           OPEN INPUT ESCALA.

           IF ST-ESCALA EQUAL 35
              DISPLAY 'COBOL153 - ESCALA NAO INFORMADA, SEM '
                      'APURACAO DE FALTAS E ATRASOS'
              GO TO 0004-CARGA-ESCALA-EXIT
           END-IF.

           IF ST-ESCALA NOT EQUAL 0 THEN
              DISPLAY 'COBOL153 - ERRO OPEN ESCALA FS=' ST-ESCALA
              MOVE ST-ESCALA             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0006-LER-ESCALA
              THRU 0006-LER-ESCALA-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE ESCALA.

           MOVE 'N'                      TO WSS-EOF.

           IF WSS-QTD-ESCALAS EQUAL 0
              GO TO 0004-CARGA-ESCALA-EXIT
           END-IF.

           MOVE 'Y'                      TO WSS-ESCALA-ATIVA.

           PERFORM 0007-CARGA-FUNCMST
              THRU 0007-CARGA-FUNCMST-EXIT.

           IF WSS-COMPETENCIA EQUAL 0
              DISPLAY 'COBOL153 - COMPCARD NAO INFORMADO, SO '
                      'ATRASOS SERAO APURADOS'
              GO TO 0004-CARGA-ESCALA-EXIT
           END-IF.

           PERFORM 0009-CARGA-AFASTFUN
              THRU 0009-CARGA-AFASTFUN-EXIT.

           PERFORM 0011-CARGA-FERIAS
              THRU 0011-CARGA-FERIAS-EXIT.

           MOVE 'N'                      TO WSS-EOF.

       0004-CARGA-ESCALA-EXIT.
           EXIT.

      *----
       0005-CARGA-COMPETENCIA.

           MOVE 0                        TO WSS-COMPETENCIA.

           OPEN INPUT COMPCARD.

           IF ST-COMPCARD EQUAL 35
              GO TO 0005-CARGA-COMPETENCIA-EXIT
           END-IF.

           IF ST-COMPCARD NOT EQUAL 0 THEN
              DISPLAY 'COBOL153 - ERRO OPEN COMPCARD FS=' ST-COMPCARD
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

       0005-CARGA-COMPETENCIA-EXIT.
           EXIT.

      *----
      * A ENTRADA DA ESCALA E GUARDADA EM MINUTOS DESDE A MEIA-NOITE
      * E A DATA-BASE DO 12X36 COMO INTEIRO DE DATA, PRONTAS PARA O
      * CONFRONTO
      *----
       0006-LER-ESCALA.

           READ ESCALA
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-ESCALA NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL153 - ERRO READ ESCALA FS=' ST-ESCALA
              MOVE ST-ESCALA             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0006-LER-ESCALA-EXIT
           END-IF.

           IF NOT ESC-POR-MATRICULA AND NOT ESC-POR-DEPTO
              DISPLAY 'COBOL153 - ESCALA COM TIPO INVALIDO IGNORADA: '
                      ESC-CHAVE
              GO TO 0006-LER-ESCALA-EXIT
           END-IF.

           IF ESC-REGIME NOT EQUAL '5X2'
              AND ESC-REGIME NOT EQUAL '6X1'
              AND ESC-REGIME NOT EQUAL '12X36'
              DISPLAY 'COBOL153 - ESCALA COM REGIME INVALIDO '
                      'IGNORADA: ' ESC-CHAVE
              GO TO 0006-LER-ESCALA-EXIT
           END-IF.

           IF ESC-REGIME EQUAL '12X36'
              AND ESC-DATA-BASE EQUAL 0
              DISPLAY 'COBOL153 - ESCALA 12X36 SEM DATA-BASE '
                      'IGNORADA: ' ESC-CHAVE
              GO TO 0006-LER-ESCALA-EXIT
           END-IF.

           IF WSS-QTD-ESCALAS NOT LESS 500
              DISPLAY 'COBOL153 - TABELA DE ESCALAS CHEIA, ESCALA '
                      'IGNORADA: ' ESC-CHAVE
              GO TO 0006-LER-ESCALA-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-ESCALAS.
           SET IDX-ESC                   TO WSS-QTD-ESCALAS.

           MOVE ESC-TIPO                 TO TES-TIPO (IDX-ESC).
           MOVE ESC-CHAVE                TO TES-CHAVE (IDX-ESC).
           MOVE ESC-REGIME               TO TES-REGIME (IDX-ESC).

           DIVIDE ESC-ENTRADA BY 100 GIVING WSS-HH
                  REMAINDER WSS-MM.
           COMPUTE TES-ENTRADA-MIN (IDX-ESC) = WSS-HH * 60 + WSS-MM.

           IF ESC-TOLERANCIA EQUAL 0
              MOVE WSS-TOLERANCIA-PADRAO TO TES-TOLERANCIA (IDX-ESC)
           ELSE
              MOVE ESC-TOLERANCIA        TO TES-TOLERANCIA (IDX-ESC)
           END-IF.

           MOVE 0                        TO TES-INT-BASE (IDX-ESC).

           IF ESC-DATA-BASE GREATER 0
              COMPUTE TES-INT-BASE (IDX-ESC) =
                      FUNCTION INTEGER-OF-DATE (ESC-DATA-BASE)
           END-IF.

       0006-LER-ESCALA-EXIT.
           EXIT.

      *----
      * CADASTRO: MATRICULA, DEPARTAMENTO, ADMISSAO E SITUACAO, NA
      * ORDEM DA CHAVE DO FUNCMST (BUSCA BINARIA NO CONFRONTO)
      *----
       0007-CARGA-FUNCMST.

           DISPLAY '0007-CARGA-FUNCMST'.

           OPEN INPUT FUNCMST.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL153 - ERRO OPEN FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0008-LER-FUNCMST
              THRU 0008-LER-FUNCMST-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FUNCMST.

           MOVE 'N'                      TO WSS-EOF.

       0007-CARGA-FUNCMST-EXIT.
           EXIT.

      *----
       0008-LER-FUNCMST.

           READ FUNCMST NEXT
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FUNCMST NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL153 - ERRO READ FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0008-LER-FUNCMST-EXIT
           END-IF.

           IF WSS-QTD-FUNMST NOT LESS 5000
              DISPLAY 'COBOL153 - TABELA DE CADASTRO CHEIA, '
                      'MATRICULA SEM ESCALA: ' FM-MATRICULA
              GO TO 0008-LER-FUNCMST-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-FUNMST.
           SET IDX-FM                    TO WSS-QTD-FUNMST.

           MOVE FM-MATRICULA             TO TFM-MATRICULA (IDX-FM).
           MOVE FM-DEPARTAMENTO          TO TFM-DEPTO (IDX-FM).
           MOVE FM-DATA-ADMISSAO         TO TFM-ADMISSAO (IDX-FM).
           MOVE FM-SITUACAO              TO TFM-SITUACAO (IDX-FM).

       0008-LER-FUNCMST-EXIT.
           EXIT.

      *----
      * AFASTAMENTOS (FS=35 = NENHUM): SO OS QUE TOCAM A COMPETENCIA
      * ENTRAM NA TABELA; O ULTIMO DIA AFASTADO E A VESPERA DO
      * RETORNO
      *----
       0009-CARGA-AFASTFUN.

           DISPLAY '0009-CARGA-AFASTFUN'.

           OPEN INPUT AFASTFUN.

           IF ST-AFASTFUN EQUAL 35
              DISPLAY 'COBOL153 - AFASTFUN NAO INFORMADO'
              GO TO 0009-CARGA-AFASTFUN-EXIT
           END-IF.

           IF ST-AFASTFUN NOT EQUAL 0 THEN
              DISPLAY 'COBOL153 - ERRO OPEN AFASTFUN FS=' ST-AFASTFUN
              MOVE ST-AFASTFUN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0010-LER-AFASTFUN
              THRU 0010-LER-AFASTFUN-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE AFASTFUN.

       0009-CARGA-AFASTFUN-EXIT.
           EXIT.

      *----
       0010-LER-AFASTFUN.

           READ AFASTFUN
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-AFASTFUN NOT EQUAL 0 AND WSS-EOF NOT = 'Y'
              DISPLAY 'COBOL153 - ERRO READ AFASTFUN FS=' ST-AFASTFUN
              MOVE ST-AFASTFUN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0010-LER-AFASTFUN-EXIT
           END-IF.

           IF AFA-DATA-RETORNO EQUAL 0
              MOVE 99999999              TO WSS-DATA-FIM
           ELSE
              COMPUTE WSS-DATA-INTEIRA =
                      FUNCTION INTEGER-OF-DATE (AFA-DATA-RETORNO) - 1
              MOVE FUNCTION DATE-OF-INTEGER (WSS-DATA-INTEIRA)
                                         TO WSS-DATA-FIM
           END-IF.

           MOVE AFA-DATA-INICIO          TO WSS-DATA-CORRENTE.

           PERFORM 0013-GUARDA-AUSENCIA
              THRU 0013-GUARDA-AUSENCIA-EXIT.

       0010-LER-AFASTFUN-EXIT.
           EXIT.

      *----
      * FERIAS (FS=35 = NENHUMA): PERIODO APROVADO DE GOZO, DO
      * INICIO ATE INICIO + DIAS - 1
      *----
       0011-CARGA-FERIAS.

           DISPLAY '0011-CARGA-FERIAS'.

           OPEN INPUT FERIAS.

           IF ST-FERIAS EQUAL 35
              DISPLAY 'COBOL153 - FERIAS NAO INFORMADO'
              GO TO 0011-CARGA-FERIAS-EXIT
           END-IF.

           IF ST-FERIAS NOT EQUAL 0 THEN
              DISPLAY 'COBOL153 - ERRO OPEN FERIAS FS=' ST-FERIAS
              MOVE ST-FERIAS             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0012-LER-FERIAS
              THRU 0012-LER-FERIAS-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FERIAS.

           DISPLAY ' AUSENCIAS NA COMPETENCIA  : ' WSS-QTD-AUSENCIAS.

       0011-CARGA-FERIAS-EXIT.
           EXIT.

      *----
       0012-LER-FERIAS.

           READ FERIAS
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FERIAS NOT EQUAL 0 AND WSS-EOF NOT = 'Y'
              DISPLAY 'COBOL153 - ERRO READ FERIAS FS=' ST-FERIAS
              MOVE ST-FERIAS             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0012-LER-FERIAS-EXIT
           END-IF.

           IF NOT FER-APROVADA
              OR FER-QTD-DIAS EQUAL 0
              GO TO 0012-LER-FERIAS-EXIT
           END-IF.

           COMPUTE WSS-DATA-INTEIRA =
                   FUNCTION INTEGER-OF-DATE (FER-DATA-INICIO)
                   + FER-QTD-DIAS - 1.
           MOVE FUNCTION DATE-OF-INTEGER (WSS-DATA-INTEIRA)
                                         TO WSS-DATA-FIM.

           MOVE FER-MATRICULA            TO AFA-MATRICULA.
           MOVE FER-DATA-INICIO          TO WSS-DATA-CORRENTE.

           PERFORM 0013-GUARDA-AUSENCIA
              THRU 0013-GUARDA-AUSENCIA-EXIT.

       0012-LER-FERIAS-EXIT.
           EXIT.

      *----
      * GUARDA O INTERVALO (WSS-DATA-CORRENTE A WSS-DATA-FIM) DA
      * MATRICULA EM AFA-MATRICULA, SE TOCAR A COMPETENCIA
      *----
       0013-GUARDA-AUSENCIA.

           IF WSS-DATA-CORRENTE (1:6) GREATER WSS-COMPETENCIA
              OR WSS-DATA-FIM (1:6) LESS WSS-COMPETENCIA
              GO TO 0013-GUARDA-AUSENCIA-EXIT
           END-IF.

           IF WSS-QTD-AUSENCIAS NOT LESS 4000
              DISPLAY 'COBOL153 - TABELA DE AUSENCIAS CHEIA, '
                      'PERIODO IGNORADO: ' AFA-MATRICULA
              GO TO 0013-GUARDA-AUSENCIA-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-AUSENCIAS.
           SET IDX-AUS                   TO WSS-QTD-AUSENCIAS.
           MOVE AFA-MATRICULA            TO AUS-MATRICULA (IDX-AUS).
           MOVE WSS-DATA-CORRENTE        TO AUS-DATA-INI (IDX-AUS).
           MOVE WSS-DATA-FIM             TO AUS-DATA-FIM (IDX-AUS).

       0013-GUARDA-AUSENCIA-EXIT.
           EXIT.

      *----
       1000-PROCESSA-MARCACAO.

           PERFORM 1200-ACUMULA-FUNC
              THRU 1200-ACUMULA-FUNC-EXIT.

           IF WSS-COM-ESCALA
              PERFORM 1300-CONFRONTA-ESCALA
                 THRU 1300-CONFRONTA-ESCALA-EXIT
           END-IF.

       1000-PROCESSA-MARCACAO-EXIT.
           EXIT.

           SET IDX-FUN TO 1.
           SEARCH WSS-FUNC-ENTRY
             AT END
                MOVE PON-MATRICULA       TO WSS-MATR-BUSCA
                PERFORM 1210-NOVO-FUNC
                   THRU 1210-NOVO-FUNC-EXIT
                PERFORM ROT-SOMA-HORAS
                   THRU ROT-SOMA-HORAS-EXIT
             WHEN AGG-MATRICULA (IDX-FUN) EQUAL PON-MATRICULA
       1200-ACUMULA-FUNC-EXIT.
           EXIT.

      *----
      * NOVA ENTRADA DO AGREGADO PARA WSS-MATR-BUSCA (IDX-FUN FICA
      * POSICIONADO NELA), COM A ESCALA JA RESOLVIDA
      *----
       1210-NOVO-FUNC.

           ADD 1                         TO WSS-QTD-FUNCS.
           SET IDX-FUN                   TO WSS-QTD-FUNCS.
           MOVE WSS-MATR-BUSCA           TO AGG-MATRICULA (IDX-FUN).
           MOVE 0                        TO AGG-HORAS-050 (IDX-FUN).
           MOVE 0                        TO AGG-HORAS-100 (IDX-FUN).
           MOVE 0                        TO AGG-HORAS-NOT (IDX-FUN).
           MOVE 0                        TO AGG-IDX-ESC (IDX-FUN).
           MOVE SPACES                   TO
                AGG-DIAS-MARCADOS (IDX-FUN).
           MOVE 0                        TO AGG-FALTAS (IDX-FUN).
           MOVE 0                        TO AGG-DSR-PERDIDO (IDX-FUN).
           MOVE 0                        TO AGG-MIN-ATRASO (IDX-FUN).
           MOVE 0                        TO AGG-SEMANA-ULT (IDX-FUN).

           IF WSS-COM-ESCALA
              PERFORM 1250-RESOLVE-ESCALA
                 THRU 1250-RESOLVE-ESCALA-EXIT
              MOVE WSS-IDX-ESC-ACHADO    TO AGG-IDX-ESC (IDX-FUN)
           END-IF.

       1210-NOVO-FUNC-EXIT.
           EXIT.

      *----
      * ESCALA DE WSS-MATR-BUSCA: A DA PROPRIA MATRICULA OU, SEM
      * ELA, A DO DEPARTAMENTO DO CADASTRO. MATRICULA FORA DO
      * CADASTRO FICA SEM ESCALA (WSS-IDX-ESC-ACHADO ZERO)
      *----
       1250-RESOLVE-ESCALA.

           MOVE 0                        TO WSS-IDX-ESC-ACHADO.

           SEARCH ALL WSS-FMT-ENTRY
              AT END
                 GO TO 1250-RESOLVE-ESCALA-EXIT
              WHEN TFM-MATRICULA (IDX-FM) EQUAL WSS-MATR-BUSCA
                 CONTINUE
           END-SEARCH.

           MOVE WSS-MATR-BUSCA           TO WSS-CHAVE-BUSCA.

           SET IDX-ESC TO 1.
           SEARCH WSS-ESC-ENTRY
              AT END
                 CONTINUE
              WHEN TES-TIPO (IDX-ESC) EQUAL 'M'
                   AND TES-CHAVE (IDX-ESC) EQUAL WSS-CHAVE-BUSCA
                 SET WSS-IDX-ESC-ACHADO  TO IDX-ESC
                 GO TO 1250-RESOLVE-ESCALA-EXIT
           END-SEARCH.

           MOVE TFM-DEPTO (IDX-FM)       TO WSS-CHAVE-BUSCA.

           SET IDX-ESC TO 1.
           SEARCH WSS-ESC-ENTRY
              AT END
                 CONTINUE
              WHEN TES-TIPO (IDX-ESC) EQUAL 'D'
                   AND TES-CHAVE (IDX-ESC) EQUAL WSS-CHAVE-BUSCA
                 SET WSS-IDX-ESC-ACHADO  TO IDX-ESC
           END-SEARCH.

       1250-RESOLVE-ESCALA-EXIT.
           EXIT.

      *----
      * CONFRONTO DA MARCACAO COM A ESCALA: O DIA DA COMPETENCIA FICA
      * MARCADO COMO PRESENTE (DIA ABONADO TAMBEM) E A ENTRADA ALEM
      * DA TOLERANCIA CONTA OS MINUTOS DE ATRASO POR INTEIRO
      *----
       1300-CONFRONTA-ESCALA.

           IF AGG-IDX-ESC (IDX-FUN) EQUAL 0
              GO TO 1300-CONFRONTA-ESCALA-EXIT
           END-IF.

           SET IDX-ESC                   TO AGG-IDX-ESC (IDX-FUN).

           IF WSS-COMPETENCIA GREATER 0
              AND PON-DATA (1:6) EQUAL WSS-COMPETENCIA
              MOVE PON-DATA (7:2)        TO WSS-DIA-MARCA
              MOVE 'P'                   TO
                   AGG-DIAS-MARCADOS (IDX-FUN) (WSS-DIA-MARCA:1)
           END-IF.

           IF PON-JUSTIFICADO
              OR PON-ENTRADA EQUAL 0
              GO TO 1300-CONFRONTA-ESCALA-EXIT
           END-IF.

           DIVIDE PON-ENTRADA BY 100 GIVING WSS-HH
                  REMAINDER WSS-MM.

           COMPUTE WSS-MIN-ATRASO =
                   WSS-HH * 60 + WSS-MM - TES-ENTRADA-MIN (IDX-ESC).

           IF WSS-MIN-ATRASO GREATER TES-TOLERANCIA (IDX-ESC)
              ADD WSS-MIN-ATRASO         TO AGG-MIN-ATRASO (IDX-FUN)
              ADD 1                      TO WSS-QTD-ATRASOS-TOT
           END-IF.

       1300-CONFRONTA-ESCALA-EXIT.
           EXIT.

      *----
       ROT-SOMA-HORAS.

       ROT-SOMA-HORAS-EXIT.
           EXIT.

      *----
      * APURACAO DAS FALTAS DA COMPETENCIA: PARA CADA FUNCIONARIO
      * ATIVO DO CADASTRO COM ESCALA, TODO DIA DE ESCALA DESDE A
      * ADMISSAO SEM MARCACAO NO PONTO E FORA DE AFASTAMENTO OU
      * FERIAS APROVADAS E FALTA INJUSTIFICADA
      *----
       2000-APURA-FALTAS.

           DISPLAY '2000-APURA-FALTAS'.

           COMPUTE WSS-DATA-DIA = WSS-COMPETENCIA * 100 + 1.

           IF WSS-COMPETENCIA (5:2) EQUAL '12'
              COMPUTE WSS-DATA-PROX-MES =
                      (WSS-COMPETENCIA + 89) * 100 + 1
           ELSE
              COMPUTE WSS-DATA-PROX-MES =
                      (WSS-COMPETENCIA + 1) * 100 + 1
           END-IF.

           COMPUTE WSS-DIAS-NO-MES =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-PROX-MES)
                   - FUNCTION INTEGER-OF-DATE (WSS-DATA-DIA).

           PERFORM 2100-APURA-FUNCIONARIO
              THRU 2100-APURA-FUNCIONARIO-EXIT
              VARYING IDX-FM FROM 1 BY 1
              UNTIL IDX-FM > WSS-QTD-FUNMST.

       2000-APURA-FALTAS-EXIT.
           EXIT.

      *----
       2100-APURA-FUNCIONARIO.

           IF TFM-SITUACAO (IDX-FM) EQUAL 'D'
              GO TO 2100-APURA-FUNCIONARIO-EXIT
           END-IF.

           MOVE TFM-MATRICULA (IDX-FM)   TO WSS-MATR-BUSCA.

           PERFORM 1250-RESOLVE-ESCALA
              THRU 1250-RESOLVE-ESCALA-EXIT.

           IF WSS-IDX-ESC-ACHADO EQUAL 0
              GO TO 2100-APURA-FUNCIONARIO-EXIT
           END-IF.

      *----
      * FUNCIONARIO SEM NENHUMA MARCACAO NO MES GANHA A SUA ENTRADA
      * NO AGREGADO AQUI
      *----
           SET IDX-FUN TO 1.
           SEARCH WSS-FUNC-ENTRY
             AT END
                IF WSS-QTD-FUNCS NOT LESS 5000
                   DISPLAY 'COBOL153 - TABELA DE FUNCIONARIOS CHEIA, '
                           'SEM APURACAO DE FALTAS: ' WSS-MATR-BUSCA
                   GO TO 2100-APURA-FUNCIONARIO-EXIT
                END-IF
                PERFORM 1210-NOVO-FUNC
                   THRU 1210-NOVO-FUNC-EXIT
             WHEN AGG-MATRICULA (IDX-FUN) EQUAL WSS-MATR-BUSCA
                CONTINUE
           END-SEARCH.

           SET IDX-ESC                   TO AGG-IDX-ESC (IDX-FUN).

           PERFORM 2200-APURA-DIA
              THRU 2200-APURA-DIA-EXIT
              VARYING WSS-DIA FROM 1 BY 1
              UNTIL WSS-DIA > WSS-DIAS-NO-MES.

           ADD AGG-FALTAS (IDX-FUN)      TO WSS-QTD-FALTAS-TOT.

       2100-APURA-FUNCIONARIO-EXIT.
           EXIT.

      *----
      * CADA FALTA NUMA SEMANA (SEGUNDA A DOMINGO) AINDA NAO
      * PENALIZADA LEVA TAMBEM O DSR DAQUELA SEMANA. NO 12X36 O
      * DESCANSO JA ESTA NO PROPRIO REGIME: SO O DIA E DESCONTADO
      *----
       2200-APURA-DIA.

           COMPUTE WSS-DATA-DIA = WSS-COMPETENCIA * 100 + WSS-DIA.

           IF WSS-DATA-DIA LESS TFM-ADMISSAO (IDX-FM)
              GO TO 2200-APURA-DIA-EXIT
           END-IF.

           IF AGG-DIAS-MARCADOS (IDX-FUN) (WSS-DIA:1) EQUAL 'P'
              GO TO 2200-APURA-DIA-EXIT
           END-IF.

           PERFORM 2210-VERIFICA-ESCALA
              THRU 2210-VERIFICA-ESCALA-EXIT.

           IF WSS-DIA-ESCALADO NOT EQUAL 'S'
              GO TO 2200-APURA-DIA-EXIT
           END-IF.

           PERFORM 2220-VERIFICA-AUSENCIA
              THRU 2220-VERIFICA-AUSENCIA-EXIT.

           IF WSS-DIA-COBERTO EQUAL 'S'
              GO TO 2200-APURA-DIA-EXIT
           END-IF.

           ADD 1                         TO AGG-FALTAS (IDX-FUN).

           IF TES-REGIME-12X36 (IDX-ESC)
              GO TO 2200-APURA-DIA-EXIT
           END-IF.

           COMPUTE WSS-SEMANA = (WSS-INT-DIA - 1) / 7.

           IF WSS-SEMANA NOT EQUAL AGG-SEMANA-ULT (IDX-FUN)
              ADD 1                      TO AGG-DSR-PERDIDO (IDX-FUN)
              MOVE WSS-SEMANA            TO AGG-SEMANA-ULT (IDX-FUN)
           END-IF.

       2200-APURA-DIA-EXIT.
           EXIT.

      *----
      * DIA DE ESCALA: 12X36 PELA PARIDADE DE DIAS DESDE A DATA-BASE;
      * 5X2 E 6X1 PELO DIA DA SEMANA (MESMA ARITMETICA DA 1100),
      * EXCLUIDOS OS FERIADOS DO CALENDARIO
      *----
       2210-VERIFICA-ESCALA.

           MOVE 'N'                      TO WSS-DIA-ESCALADO.

           COMPUTE WSS-INT-DIA =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-DIA).

           IF TES-REGIME-12X36 (IDX-ESC)
              COMPUTE WSS-RESTO-CICLO =
                      FUNCTION MOD (WSS-INT-DIA
                                    - TES-INT-BASE (IDX-ESC), 2)
              IF WSS-RESTO-CICLO EQUAL 0
                 MOVE 'S'                TO WSS-DIA-ESCALADO
              END-IF
              GO TO 2210-VERIFICA-ESCALA-EXIT
           END-IF.

           COMPUTE WSS-DIA-SEMANA =
                   FUNCTION MOD (WSS-INT-DIA - 1, 7).

           IF WSS-DIA-SEMANA EQUAL 6
              GO TO 2210-VERIFICA-ESCALA-EXIT
           END-IF.

           IF WSS-DIA-SEMANA EQUAL 5
              AND TES-REGIME-5X2 (IDX-ESC)
              GO TO 2210-VERIFICA-ESCALA-EXIT
           END-IF.

           SET IDX-FER TO 1.

           IF WSS-QTD-FERIADOS GREATER 0
              SEARCH WSS-FERIADO-ENTRY
                 AT END
                    CONTINUE
                 WHEN WSS-FERIADO-DATA (IDX-FER) EQUAL WSS-DATA-DIA
                    GO TO 2210-VERIFICA-ESCALA-EXIT
              END-SEARCH
           END-IF.

           MOVE 'S'                      TO WSS-DIA-ESCALADO.

       2210-VERIFICA-ESCALA-EXIT.
           EXIT.

      *----
       2220-VERIFICA-AUSENCIA.

           MOVE 'N'                      TO WSS-DIA-COBERTO.

           IF WSS-QTD-AUSENCIAS EQUAL 0
              GO TO 2220-VERIFICA-AUSENCIA-EXIT
           END-IF.

           SET IDX-AUS TO 1.
           SEARCH WSS-AUS-ENTRY
              AT END
                 CONTINUE
              WHEN AUS-MATRICULA (IDX-AUS) EQUAL TFM-MATRICULA (IDX-FM)
                   AND WSS-DATA-DIA NOT LESS AUS-DATA-INI (IDX-AUS)
                   AND WSS-DATA-DIA NOT GREATER AUS-DATA-FIM (IDX-AUS)
                 MOVE 'S'                TO WSS-DIA-COBERTO
           END-SEARCH.

       2220-VERIFICA-AUSENCIA-EXIT.
           EXIT.

      *----
       3000-GRAVA-HORAGG.

                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-COM-ESCALA
              AND WSS-COMPETENCIA GREATER 0
              OPEN OUTPUT FALTMES
              IF ST-FALTMES NOT EQUAL 0
                 DISPLAY 'COBOL153 - ERRO OPEN FALTMES FS=' ST-FALTMES
                 MOVE ST-FALTMES         TO RETURN-CODE
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              END-IF
           END-IF.

           PERFORM VARYING WSS-IDX FROM 1 BY 1
                   UNTIL WSS-IDX > WSS-QTD-FUNCS
              MOVE SPACES                TO REG-HORAGG
              MOVE AGG-HORAS-050 (WSS-IDX)  TO HAG-HORAS-050
              MOVE AGG-HORAS-100 (WSS-IDX)  TO HAG-HORAS-100
              MOVE AGG-HORAS-NOT (WSS-IDX)  TO HAG-HORAS-NOT
              MOVE AGG-FALTAS (WSS-IDX)     TO HAG-FALTAS
              MOVE AGG-DSR-PERDIDO (WSS-IDX) TO HAG-DSR-PERDIDO
              MOVE AGG-MIN-ATRASO (WSS-IDX) TO HAG-MIN-ATRASO
              WRITE REG-HORAGG
              END-WRITE
              IF ST-HORAGG NOT EQUAL 0
                    THRU ROT-ABEND-EXIT
              END-IF
              ADD 1                      TO WSS-REG-GRAVADOS
              IF WSS-COM-ESCALA
                 AND WSS-COMPETENCIA GREATER 0
                 PERFORM 3100-GRAVA-FALTMES
                    THRU 3100-GRAVA-FALTMES-EXIT
              END-IF
           END-PERFORM.

           CLOSE HORAGG.

           IF WSS-COM-ESCALA
              AND WSS-COMPETENCIA GREATER 0
              CLOSE FALTMES
           END-IF.

       3000-GRAVA-HORAGG-EXIT.
           EXIT.

      *----
      * SO QUEM TEVE FALTA OU ATRASO VAI PARA O FALTMES
      *----
       3100-GRAVA-FALTMES.

           IF AGG-FALTAS (WSS-IDX) EQUAL 0
              AND AGG-MIN-ATRASO (WSS-IDX) EQUAL 0
              GO TO 3100-GRAVA-FALTMES-EXIT
           END-IF.

           MOVE SPACES                   TO REG-FALTMES.
           MOVE WSS-COMPETENCIA          TO FAM-COMPETENCIA.
           MOVE AGG-MATRICULA (WSS-IDX)  TO FAM-MATRICULA.
           MOVE AGG-FALTAS (WSS-IDX)     TO FAM-FALTAS.
           MOVE AGG-DSR-PERDIDO (WSS-IDX) TO FAM-DSR-PERDIDO.
           MOVE AGG-MIN-ATRASO (WSS-IDX) TO FAM-MIN-ATRASO.

           WRITE REG-FALTMES.

           IF ST-FALTMES NOT EQUAL 0
              DISPLAY 'COBOL153 - ERRO WRITE FALTMES FS=' ST-FALTMES
              MOVE ST-FALTMES            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-FALTMES.

       3100-GRAVA-FALTMES-EXIT.
           EXIT.

      ******************************************************************
       ROT-ABEND.

