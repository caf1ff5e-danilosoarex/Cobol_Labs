      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : PEDIDO MENSAL DE VALE-TRANSPORTE E VALE-REFEICAO.
      *            PARA A COMPETENCIA DO CARTAO COMPCARD, APURA OS
      *            DIAS UTEIS DO MES PELO CALENDARIO FERIADO
      *            (SUBPROGRAMA COBOL096) E, PARA CADA FUNCIONARIO
      *            ATIVO DO MESTRE FUNCMST COM BENEFICIO CADASTRADO
      *            NO ARQUIVO BENEFVT (ROTAS DE TRANSPORTE E VALOR
      *            DIARIO DE REFEICAO POR MATRICULA), DESCONTA OS
      *            DIAS UTEIS COBERTOS POR AFASTAMENTO (AFASTFUN),
      *            POR FERIAS APROVADAS (FERIAS) E OS ANTERIORES A
      *            ADMISSAO. GERA OS ARQUIVOS DE PEDIDO DE CREDITO
      *            DAS OPERADORAS DO CARTAO TRANSPORTE (VTPEDID) E DO
      *            CARTAO REFEICAO (VRPEDID), COM TRAILER DE CONTROLE;
      *            A COTA DO EMPREGADO NO VALE-TRANSPORTE (LIMITADA A
      *            6% DO SALARIO) SAI NO ARQUIVO VTDESC, DESCONTADO
      *            NA FOLHA PELO MOTOR COBOL148; O CUSTO DA EMPRESA
      *            POR DEPARTAMENTO SAI NO ARQUIVO BENEFCUS, LANCADO
      *            NA CONTABILIDADE PELO COBOL162 (CONTAMAP). O
      *            RELATORIO RELVTVR E O ANALITICO QUE O RH CONFERE
      *            ANTES DE TRANSMITIR OS PEDIDOS.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL217.
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
           SELECT BENEFVT ASSIGN TO BENEFVT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-BENEFVT.
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
           SELECT VTPEDID ASSIGN TO VTPEDID
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-VTPEDID.
      *
           SELECT VRPEDID ASSIGN TO VRPEDID
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-VRPEDID.
      *
           SELECT VTDESC ASSIGN TO VTDESC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-VTDESC.
      *
           SELECT BENEFCUS ASSIGN TO BENEFCUS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-BENEFCUS.
      *
           SELECT RELVTVR ASSIGN TO RELVTVR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELVTVR.
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
      * COMPETENCIA DE USO DOS VALES (MESMO CARTAO DO COBOL160/162);
      * SEM O CARTAO VALE O MES CORRENTE
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
       FD   BENEFVT
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * BENEFICIOS POR MATRICULA, CLASSIFICADO POR MATRICULA: UMA
      * LINHA POR ROTA DE TRANSPORTE ('VT' - TARIFA X CONDUCOES POR
      * DIA) OU PELO VALOR DIARIO DE REFEICAO ('VR' - QUANTIDADE 1
      * OU MAIS REFEICOES POR DIA). O CARTAO E O NUMERO DO CARTAO NA
      * OPERADORA, LEVADO AO PEDIDO DE CREDITO
      *----
       01   REG-BENEFVT.
            03 BVT-MATRICULA               PIC 9(008).
            03 BVT-TIPO                    PIC X(002).
               88 BVT-TRANSPORTE                   VALUE 'VT'.
               88 BVT-REFEICAO                     VALUE 'VR'.
            03 BVT-CARTAO                  PIC X(016).
            03 BVT-DESCRICAO               PIC X(020).
            03 BVT-QTD-DIA                 PIC 9(002).
            03 BVT-VALOR-UNIT              PIC 9(003)V99.
            03 FILLER                      PIC X(027).
      *----
       FD   AFASTFUN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * AFASTAMENTOS INFORMADOS PELO RH (MESMO ARQUIVO DO COBOL089):
      * DIA UTIL COBERTO NAO GERA VALE. DATA DE RETORNO ZERADA =
      * AFASTAMENTO EM ABERTO
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
      * APROVADOS SUPRIMEM OS DIAS DE GOZO
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
       FD   VTPEDID
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * PEDIDO DE CREDITO DA OPERADORA DO CARTAO TRANSPORTE (LAYOUT
      * EM WSS-REG-PEDIDO)
      *----
       01   REG-VTPEDID                    PIC X(080).
      *----
       FD   VRPEDID
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * PEDIDO DE CREDITO DA OPERADORA DO CARTAO REFEICAO (LAYOUT
      * EM WSS-REG-PEDIDO)
      *----
       01   REG-VRPEDID                    PIC X(080).
      *----
       FD   VTDESC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * COTA DO EMPREGADO NO VALE-TRANSPORTE DA COMPETENCIA (JA
      * LIMITADA A 6% DO SALARIO), DESCONTADA PELO COBOL148; O
      * VALOR COMPRADO VIAJA SO PARA CONFERENCIA
      *----
       01   REG-VTDESC.
            03 VTD-COMPETENCIA             PIC 9(006).
            03 VTD-MATRICULA               PIC 9(008).
            03 VTD-VALOR                   PIC 9(007)V99.
            03 VTD-VALOR-COMPRADO          PIC 9(007)V99.
            03 FILLER                      PIC X(048).
      *----
       FD   BENEFCUS
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CUSTO DA EMPRESA COM OS VALES POR DEPARTAMENTO: TIPO 'VTRA'
      * (VALE-TRANSPORTE LIQUIDO DA COTA DO EMPREGADO) E 'VREF'
      * (VALE-REFEICAO); CONTABILIZADO PELO COBOL162
      *----
       01   REG-BENEFCUS.
            03 BCU-COMPETENCIA             PIC 9(006).
            03 BCU-DEPTO                   PIC X(005).
            03 BCU-TIPO                    PIC X(004).
            03 BCU-VALOR                   PIC 9(011)V99.
            03 FILLER                      PIC X(052).
      *----
       FD   RELVTVR.
      *----
       01   REG-RELVTVR                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-COMPCARD                     PIC 9(002) VALUE 0.
       77  ST-FUNCMST                      PIC 9(002) VALUE 0.
       77  ST-BENEFVT                      PIC 9(002) VALUE 0.
       77  ST-AFASTFUN                     PIC 9(002) VALUE 0.
       77  ST-FERIAS                       PIC 9(002) VALUE 0.
       77  ST-VTPEDID                      PIC 9(002) VALUE 0.
       77  ST-VRPEDID                      PIC 9(002) VALUE 0.
       77  ST-VTDESC                       PIC 9(002) VALUE 0.
       77  ST-BENEFCUS                     PIC 9(002) VALUE 0.
       77  ST-RELVTVR                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
           88 WSS-FIM-FUNCMST                       VALUE 'Y'.
       77  WSS-EOF-BNF                     PIC X(001) VALUE 'N'.
           88 WSS-FIM-BENEFVT                       VALUE 'Y'.
       77  WSS-EOF-AUX                     PIC X(001) VALUE 'N'.
       77  WSS-FIM-MES                     PIC X(001) VALUE 'N'.
       77  WSS-COMPETENCIA                 PIC 9(006) VALUE 0.
       77  WSS-DATA-CORRENTE               PIC 9(008) VALUE 0.
       77  WSS-DATA-INTEIRA                PIC 9(009) COMP VALUE 0.
       77  WSS-DATA-FIM                    PIC 9(008) VALUE 0.
       77  WSS-REG-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-REG-ATENDIDOS               PIC 9(006) VALUE ZEROES.
       77  WSS-REG-SEM-DIAS                PIC 9(006) VALUE ZEROES.
       77  WSS-REG-ORFAOS                  PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-PED-VT                  PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-PED-VR                  PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-VTDESC                  PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-DIAS-UTEIS              PIC 9(002) VALUE 0.
       77  WSS-QTD-AUSENCIAS               PIC 9(004) VALUE 0.
       77  WSS-QTD-PERIODOS-FUN            PIC 9(002) VALUE 0.
       77  WSS-QTD-DEPTOS                  PIC 9(003) VALUE 0.
       77  WSS-IDX-DIA                     PIC 9(004) COMP VALUE 0.
       77  WSS-IDX-AUS                     PIC 9(004) COMP VALUE 0.
       77  WSS-IDX-PER                     PIC 9(004) COMP VALUE 0.
       77  WSS-DIAS-FUNC                   PIC 9(002) VALUE 0.
       77  WSS-DIA-LIVRE                   PIC X(001) VALUE 'S'.
       77  WSS-VALOR-LINHA                 PIC 9(007)V99 COMP-3
                                                          VALUE 0.
       77  WSS-VT-FUNC                     PIC 9(007)V99 COMP-3
                                                          VALUE 0.
       77  WSS-VR-FUNC                     PIC 9(007)V99 COMP-3
                                                          VALUE 0.
       77  WSS-COTA-VT                     PIC 9(007)V99 COMP-3
                                                          VALUE 0.
       77  WSS-LIMITE-COTA                 PIC 9(007)V99 COMP-3
                                                          VALUE 0.
       77  WSS-CUSTO-VT                    PIC 9(007)V99 COMP-3
                                                          VALUE 0.
      *----
      * PERCENTUAL LEGAL MAXIMO DA COTA DO EMPREGADO NO
      * VALE-TRANSPORTE, SOBRE O SALARIO-BASE
      *----
       77  WSS-PCT-COTA-VT                 PIC 9(003)V99 VALUE 6,00.
       77  WSS-TOT-VT                      PIC 9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TOT-VR                      PIC 9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TOT-COTA                    PIC 9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TOT-CUSTO-VT                PIC 9(011)V99 COMP-3
                                                          VALUE 0.
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
      * REGISTRO DO PEDIDO DE CREDITO (VTPEDID E VRPEDID): DETALHE
      * POR CARTAO E TRAILER DE CONTROLE COM MATRICULA 99999999,
      * QUANTIDADE DE DETALHES E VALOR TOTAL DO PEDIDO
      *----
       01  WSS-REG-PEDIDO.
           03 PED-MATRICULA                PIC 9(008).
           03 PED-NOME                     PIC X(030).
           03 PED-CARTAO                   PIC X(016).
           03 PED-COMPETENCIA              PIC 9(006).
           03 PED-DIAS                     PIC 9(002).
           03 PED-VALOR                    PIC 9(007)V99.
           03 FILLER                       PIC X(009).
       01  WSS-REG-PEDIDO-TRL REDEFINES WSS-REG-PEDIDO.
           03 PTR-MATRICULA                PIC 9(008).
           03 PTR-QTD-REG                  PIC 9(006).
           03 PTR-VALOR-TOTAL              PIC 9(011)V99.
           03 FILLER                       PIC X(053).
      *----
      * DIAS UTEIS DA COMPETENCIA, APURADOS UMA VEZ PELO COBOL096
      *----
       01  WSS-TAB-DIAUTIL.
           05 WSS-DUT-ENTRY OCCURS 0 TO 31 TIMES
                 DEPENDING ON WSS-QTD-DIAS-UTEIS.
              10 DUT-DATA                  PIC 9(008).
      *----
      * AUSENCIAS QUE TOCAM A COMPETENCIA (AFASTAMENTOS E FERIAS
      * APROVADAS), COMO INTERVALO DE DATAS INCLUSIVO
      *----
       01  WSS-TAB-AUSENCIA.
           05 WSS-AUS-ENTRY OCCURS 0 TO 4000 TIMES
                 DEPENDING ON WSS-QTD-AUSENCIAS.
              10 AUS-MATRICULA             PIC 9(008).
              10 AUS-DATA-INI              PIC 9(008).
              10 AUS-DATA-FIM              PIC 9(008).
      *----
      * AUSENCIAS DO FUNCIONARIO CORRENTE, SEPARADAS DA TABELA
      * GERAL UMA VEZ POR MATRICULA
      *----
       01  WSS-TAB-PERIODO-FUN.
           05 WSS-PFN-ENTRY OCCURS 0 TO 20 TIMES
                 DEPENDING ON WSS-QTD-PERIODOS-FUN.
              10 PFN-DATA-INI              PIC 9(008).
              10 PFN-DATA-FIM              PIC 9(008).
      *----
      * CUSTO DA EMPRESA POR DEPARTAMENTO (BENEFCUS)
      *----
       01  WSS-TAB-DEPTOS.
           05 WSS-DEP-ENTRY OCCURS 0 TO 200 TIMES
                 DEPENDING ON WSS-QTD-DEPTOS
                 INDEXED BY IDX-DEP.
              10 TDP-DEPTO                 PIC X(005).
              10 TDP-CUSTO-VT              PIC 9(011)V99 COMP-3.
              10 TDP-CUSTO-VR              PIC 9(011)V99 COMP-3.
      *----
      * LINKAGE DO SUBPROGRAMA DE SOMA DE DIAS UTEIS (COBOL096)
      *----
           COPY  'COPY0961'.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL217'.
           03 FILLER                       PIC X(051)
              VALUE 'PEDIDO DE VALE-TRANSPORTE E VALE-REFEICAO'.
           03 FILLER                       PIC X(014)
              VALUE 'COMPETENCIA : '.
           03 CAB-COMPETENCIA              PIC 9(006) VALUE ZEROES.
           03 FILLER                       PIC X(014)
              VALUE '  DIAS UTEIS: '.
           03 CAB-DIAS-UTEIS               PIC Z9 VALUE ZEROES.
      *----
       01  CAB02.
           03 FILLER                       PIC X(010) VALUE 'MATRICULA'.
           03 FILLER                       PIC X(031) VALUE 'NOME'.
           03 FILLER                       PIC X(007) VALUE 'DEPTO'.
           03 FILLER                       PIC X(006) VALUE 'DIAS'.
           03 FILLER                       PIC X(014)
              VALUE 'VT COMPRADO'.
           03 FILLER                       PIC X(014)
              VALUE 'COTA EMPREG.'.
           03 FILLER                       PIC X(014)
              VALUE 'CUSTO VT'.
           03 FILLER                       PIC X(014)
              VALUE 'VR COMPRADO'.
      *----
       01  DET01.
           03 MATRICULA-DET                PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 NOME-DET                     PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 DEPTO-DET                    PIC X(005) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DIAS-DET                     PIC Z9 VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 VT-DET                       PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 COTA-DET                     PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 CUSTO-DET                    PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 VR-DET                       PIC ZZ.ZZZ.ZZ9,99.
      *----
       01  TOT01.
           03 FILLER                       PIC X(050)
              VALUE 'TOTAL GERAL DOS PEDIDOS'.
           03 VT-TOT                       PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 COTA-TOT                     PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 CUSTO-TOT                    PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 VR-TOT                       PIC ZZ.ZZZ.ZZ9,99.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL217'
           DISPLAY ' PEDIDO DE VALE-TRANSPORTE E VALE-REFEICAO'.

           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.

           PERFORM 0001-CARGA-COMPETENCIA
              THRU 0001-CARGA-COMPETENCIA-EXIT.

           PERFORM 0100-APURA-DIAS-UTEIS
              THRU 0100-APURA-DIAS-UTEIS-EXIT.

           PERFORM 0200-CARGA-AFASTFUN
              THRU 0200-CARGA-AFASTFUN-EXIT.

           PERFORM 0300-CARGA-FERIAS
              THRU 0300-CARGA-FERIAS-EXIT.

           PERFORM 1000-ABRE-ARQUIVOS
              THRU 1000-ABRE-ARQUIVOS-EXIT.

           PERFORM 1001-LER-FUNCMST
              THRU 1001-LER-FUNCMST-EXIT.

           PERFORM 1002-LER-BENEFVT
              THRU 1002-LER-BENEFVT-EXIT.

           PERFORM 2000-PROCESSA-FUNCIONARIO
              THRU 2000-PROCESSA-FUNCIONARIO-EXIT
              UNTIL WSS-FIM-FUNCMST.

      *----
      * LINHAS DE BENEFICIO QUE SOBRARAM DEPOIS DO FIM DO MESTRE
      * SAO DE MATRICULAS INEXISTENTES
      *----
           PERFORM 2050-DESCARTA-ORFAO
              THRU 2050-DESCARTA-ORFAO-EXIT
              UNTIL WSS-FIM-BENEFVT.

           PERFORM 8000-GRAVA-TOTAIS
              THRU 8000-GRAVA-TOTAIS-EXIT.

           PERFORM 9000-FECHA-ARQUIVOS
              THRU 9000-FECHA-ARQUIVOS-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL217                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* COMPETENCIA          : ' WSS-COMPETENCIA.
           DISPLAY '* DIAS UTEIS DO MES    : ' WSS-QTD-DIAS-UTEIS.
           DISPLAY '* FUNCIONARIOS LIDOS   : ' WSS-REG-LIDOS.
           DISPLAY '* FUNCIONARIOS ATENDIDO: ' WSS-REG-ATENDIDOS.
           DISPLAY '* SEM DIAS A CREDITAR  : ' WSS-REG-SEM-DIAS.
           DISPLAY '* LINHAS SEM MATRICULA : ' WSS-REG-ORFAOS.
           DISPLAY '* PEDIDOS VT           : ' WSS-QTD-PED-VT.
           DISPLAY '* PEDIDOS VR           : ' WSS-QTD-PED-VR.
           DISPLAY '* COTAS VT DESCONTADAS : ' WSS-QTD-VTDESC.
           DISPLAY '*******************************************'.

           STOP RUN.

      *----
      * COMPETENCIA DE USO DOS VALES: CARTAO COMPCARD OU, SEM ELE,
      * O MES CORRENTE
      *----
       0001-CARGA-COMPETENCIA.

           DISPLAY '0001-CARGA-COMPETENCIA'.

           MOVE DATA-HORA (1:6)          TO WSS-COMPETENCIA.

           OPEN INPUT COMPCARD.

           IF ST-COMPCARD EQUAL 35
              GO TO 0001-CARGA-COMPETENCIA-EXIT
           END-IF.

           IF ST-COMPCARD NOT EQUAL 0 THEN
              DISPLAY 'COBOL217 - ERRO OPEN COMPCARD FS=' ST-COMPCARD
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

       0001-CARGA-COMPETENCIA-EXIT.
           EXIT.

      *----
      * DIAS UTEIS DO MES: A PARTIR DO ULTIMO DIA DO MES ANTERIOR,
      * O COBOL096 DEVOLVE O PROXIMO DIA UTIL; A CADEIA PARA QUANDO
      * O DIA DEVOLVIDO SAI DA COMPETENCIA
      *----
       0100-APURA-DIAS-UTEIS.

           DISPLAY '0100-APURA-DIAS-UTEIS'.

           COMPUTE WSS-DATA-CORRENTE = WSS-COMPETENCIA * 100 + 1.

           COMPUTE WSS-DATA-INTEIRA =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-CORRENTE) - 1.

           MOVE FUNCTION DATE-OF-INTEGER (WSS-DATA-INTEIRA)
                                         TO WSS-DATA-CORRENTE.

           MOVE 'N'                      TO WSS-FIM-MES.
           MOVE 0                        TO WSS-QTD-DIAS-UTEIS.

           PERFORM 0110-PROXIMO-DIA-UTIL
              THRU 0110-PROXIMO-DIA-UTIL-EXIT
              UNTIL WSS-FIM-MES EQUAL 'S'.

           IF WSS-QTD-DIAS-UTEIS EQUAL 0
              DISPLAY 'COBOL217 - COMPETENCIA SEM DIAS UTEIS: '
                      WSS-COMPETENCIA
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           DISPLAY ' DIAS UTEIS NA COMPETENCIA : ' WSS-QTD-DIAS-UTEIS.

       0100-APURA-DIAS-UTEIS-EXIT.
           EXIT.

      *----
       0110-PROXIMO-DIA-UTIL.

           MOVE WSS-DATA-CORRENTE        TO WSS-DIAUTIL-DATA-BASE.
           MOVE 1                        TO WSS-DIAUTIL-QTD-DIAS.

           CALL 'COBOL096' USING WSS-DIAUTIL-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-DIAUTIL-OUTPUT NOT EQUAL 0
              DISPLAY 'COBOL217 - ERRO NO CALENDARIO: '
                      WSS-MENSAGEM OF WSS-DIAUTIL-OUTPUT
              MOVE WSS-RETURN-CODE OF WSS-DIAUTIL-OUTPUT
                                         TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-DIAUTIL-DATA-CALC (1:6) NOT EQUAL WSS-COMPETENCIA
              MOVE 'S'                   TO WSS-FIM-MES
              GO TO 0110-PROXIMO-DIA-UTIL-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-DIAS-UTEIS.
           MOVE WSS-DIAUTIL-DATA-CALC    TO
                DUT-DATA (WSS-QTD-DIAS-UTEIS).
           MOVE WSS-DIAUTIL-DATA-CALC    TO WSS-DATA-CORRENTE.

       0110-PROXIMO-DIA-UTIL-EXIT.
           EXIT.

      *----
      * AFASTAMENTOS (FS=35 = NENHUM): SO OS QUE TOCAM A COMPETENCIA
      * ENTRAM NA TABELA; O ULTIMO DIA AFASTADO E A VESPERA DO
      * RETORNO
      *----
       0200-CARGA-AFASTFUN.

           DISPLAY '0200-CARGA-AFASTFUN'.

           OPEN INPUT AFASTFUN.

           IF ST-AFASTFUN EQUAL 35
              DISPLAY 'COBOL217 - AFASTFUN NAO INFORMADO'
              GO TO 0200-CARGA-AFASTFUN-EXIT
           END-IF.

           IF ST-AFASTFUN NOT EQUAL 0 THEN
              DISPLAY 'COBOL217 - ERRO OPEN AFASTFUN FS=' ST-AFASTFUN
              MOVE ST-AFASTFUN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF-AUX.

           PERFORM 0210-LER-AFASTFUN
              THRU 0210-LER-AFASTFUN-EXIT
              UNTIL WSS-EOF-AUX = 'Y'.

           CLOSE AFASTFUN.

       0200-CARGA-AFASTFUN-EXIT.
           EXIT.

      *----
       0210-LER-AFASTFUN.

           READ AFASTFUN
            AT END MOVE 'Y' TO WSS-EOF-AUX
           END-READ.

           IF ST-AFASTFUN NOT EQUAL 0 AND WSS-EOF-AUX NOT = 'Y'
              DISPLAY 'COBOL217 - ERRO READ AFASTFUN FS=' ST-AFASTFUN
              MOVE ST-AFASTFUN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-AUX = 'Y'
              GO TO 0210-LER-AFASTFUN-EXIT
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

           PERFORM 0900-GUARDA-AUSENCIA
              THRU 0900-GUARDA-AUSENCIA-EXIT.

       0210-LER-AFASTFUN-EXIT.
           EXIT.

      *----
      * FERIAS (FS=35 = NENHUMA): PERIODO APROVADO DE GOZO, DO
      * INICIO ATE INICIO + DIAS - 1
      *----
       0300-CARGA-FERIAS.

           DISPLAY '0300-CARGA-FERIAS'.

           OPEN INPUT FERIAS.

           IF ST-FERIAS EQUAL 35
              DISPLAY 'COBOL217 - FERIAS NAO INFORMADO'
              GO TO 0300-CARGA-FERIAS-EXIT
           END-IF.

           IF ST-FERIAS NOT EQUAL 0 THEN
              DISPLAY 'COBOL217 - ERRO OPEN FERIAS FS=' ST-FERIAS
              MOVE ST-FERIAS             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF-AUX.

           PERFORM 0310-LER-FERIAS
              THRU 0310-LER-FERIAS-EXIT
              UNTIL WSS-EOF-AUX = 'Y'.

           CLOSE FERIAS.

           DISPLAY ' AUSENCIAS NA COMPETENCIA  : ' WSS-QTD-AUSENCIAS.

       0300-CARGA-FERIAS-EXIT.
           EXIT.

      *----
       0310-LER-FERIAS.

           READ FERIAS
            AT END MOVE 'Y' TO WSS-EOF-AUX
           END-READ.

           IF ST-FERIAS NOT EQUAL 0 AND WSS-EOF-AUX NOT = 'Y'
              DISPLAY 'COBOL217 - ERRO READ FERIAS FS=' ST-FERIAS
              MOVE ST-FERIAS             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-AUX = 'Y'
              GO TO 0310-LER-FERIAS-EXIT
           END-IF.

           IF NOT FER-APROVADA
              OR FER-QTD-DIAS EQUAL 0
              GO TO 0310-LER-FERIAS-EXIT
           END-IF.

           COMPUTE WSS-DATA-INTEIRA =
                   FUNCTION INTEGER-OF-DATE (FER-DATA-INICIO)
                   + FER-QTD-DIAS - 1.
           MOVE FUNCTION DATE-OF-INTEGER (WSS-DATA-INTEIRA)
                                         TO WSS-DATA-FIM.

           MOVE FER-MATRICULA            TO AFA-MATRICULA.
           MOVE FER-DATA-INICIO          TO WSS-DATA-CORRENTE.

           PERFORM 0900-GUARDA-AUSENCIA
              THRU 0900-GUARDA-AUSENCIA-EXIT.

       0310-LER-FERIAS-EXIT.
           EXIT.

      *----
      * GUARDA O INTERVALO (WSS-DATA-CORRENTE A WSS-DATA-FIM) DA
      * MATRICULA EM AFA-MATRICULA, SE TOCAR A COMPETENCIA
      *----
       0900-GUARDA-AUSENCIA.

           IF WSS-DATA-CORRENTE (1:6) GREATER WSS-COMPETENCIA
              OR WSS-DATA-FIM (1:6) LESS WSS-COMPETENCIA
              GO TO 0900-GUARDA-AUSENCIA-EXIT
           END-IF.

           IF WSS-QTD-AUSENCIAS NOT LESS 4000
              DISPLAY 'COBOL217 - TABELA DE AUSENCIAS CHEIA, '
                      'PERIODO IGNORADO: ' AFA-MATRICULA
              GO TO 0900-GUARDA-AUSENCIA-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-AUSENCIAS.
           MOVE AFA-MATRICULA            TO
                AUS-MATRICULA (WSS-QTD-AUSENCIAS).
           MOVE WSS-DATA-CORRENTE        TO
                AUS-DATA-INI (WSS-QTD-AUSENCIAS).
           MOVE WSS-DATA-FIM             TO
                AUS-DATA-FIM (WSS-QTD-AUSENCIAS).

       0900-GUARDA-AUSENCIA-EXIT.
           EXIT.

      *----
       1000-ABRE-ARQUIVOS.

           DISPLAY '1000-ABRE-ARQUIVOS'.

           OPEN INPUT FUNCMST.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL217 - ERRO OPEN FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN INPUT BENEFVT.

           IF ST-BENEFVT NOT EQUAL 0 THEN
              DISPLAY 'COBOL217 - ERRO OPEN BENEFVT FS=' ST-BENEFVT
              MOVE ST-BENEFVT            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT VTPEDID.

           IF ST-VTPEDID NOT EQUAL 0 THEN
              DISPLAY 'COBOL217 - ERRO OPEN VTPEDID FS=' ST-VTPEDID
              MOVE ST-VTPEDID            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT VRPEDID.

           IF ST-VRPEDID NOT EQUAL 0 THEN
              DISPLAY 'COBOL217 - ERRO OPEN VRPEDID FS=' ST-VRPEDID
              MOVE ST-VRPEDID            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT VTDESC.

           IF ST-VTDESC NOT EQUAL 0 THEN
              DISPLAY 'COBOL217 - ERRO OPEN VTDESC FS=' ST-VTDESC
              MOVE ST-VTDESC             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT BENEFCUS.

           IF ST-BENEFCUS NOT EQUAL 0 THEN
              DISPLAY 'COBOL217 - ERRO OPEN BENEFCUS FS=' ST-BENEFCUS
              MOVE ST-BENEFCUS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT RELVTVR.

           IF ST-RELVTVR NOT EQUAL 0 THEN
              DISPLAY 'COBOL217 - ERRO OPEN RELVTVR FS=' ST-RELVTVR
              MOVE ST-RELVTVR            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE WSS-COMPETENCIA          TO CAB-COMPETENCIA.
           MOVE WSS-QTD-DIAS-UTEIS       TO CAB-DIAS-UTEIS.

           WRITE REG-RELVTVR FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           WRITE REG-RELVTVR FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

       1000-ABRE-ARQUIVOS-EXIT.
           EXIT.

      *----
       1001-LER-FUNCMST.

           READ FUNCMST NEXT
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FUNCMST NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL217 - ERRO READ FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF NOT = 'Y'
              ADD 1                      TO WSS-REG-LIDOS
           END-IF.

       1001-LER-FUNCMST-EXIT.
           EXIT.

      *----
       1002-LER-BENEFVT.

           READ BENEFVT
            AT END MOVE 'Y' TO WSS-EOF-BNF
           END-READ.

           IF ST-BENEFVT NOT EQUAL 0 AND WSS-EOF-BNF NOT = 'Y' THEN
              DISPLAY 'COBOL217 - ERRO READ BENEFVT FS=' ST-BENEFVT
              MOVE ST-BENEFVT            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       1002-LER-BENEFVT-EXIT.
           EXIT.

      *----
      * UM FUNCIONARIO DO MESTRE: O BENEFVT (CLASSIFICADO POR
      * MATRICULA) E CASADO CO-SEQUENCIALMENTE; LINHA DE MATRICULA
      * MENOR QUE A CORRENTE NAO TEM FUNCIONARIO E E DESCARTADA
      *----
       2000-PROCESSA-FUNCIONARIO.

           PERFORM 2050-DESCARTA-ORFAO
              THRU 2050-DESCARTA-ORFAO-EXIT
              UNTIL WSS-FIM-BENEFVT
                 OR BVT-MATRICULA NOT LESS FM-MATRICULA.

           IF WSS-FIM-BENEFVT
              OR BVT-MATRICULA NOT EQUAL FM-MATRICULA
              GO TO 2000-LE-PROXIMO
           END-IF.

      *----
      * DESLIGADO NAO RECEBE VALE: AS LINHAS DELE SAO CONSUMIDAS
      *----
           IF FM-DESLIGADO
              PERFORM 1002-LER-BENEFVT
                 THRU 1002-LER-BENEFVT-EXIT
                 UNTIL WSS-FIM-BENEFVT
                    OR BVT-MATRICULA NOT EQUAL FM-MATRICULA
              GO TO 2000-LE-PROXIMO
           END-IF.

           PERFORM 2100-CONTA-DIAS-FUNC
              THRU 2100-CONTA-DIAS-FUNC-EXIT.

           MOVE 0                        TO WSS-VT-FUNC.
           MOVE 0                        TO WSS-VR-FUNC.

           PERFORM 2200-APURA-BENEFICIO
              THRU 2200-APURA-BENEFICIO-EXIT
              UNTIL WSS-FIM-BENEFVT
                 OR BVT-MATRICULA NOT EQUAL FM-MATRICULA.

           IF WSS-DIAS-FUNC EQUAL 0
              ADD 1                      TO WSS-REG-SEM-DIAS
              GO TO 2000-LE-PROXIMO
           END-IF.

           ADD 1                         TO WSS-REG-ATENDIDOS.

           PERFORM 2300-APURA-COTA-VT
              THRU 2300-APURA-COTA-VT-EXIT.

           PERFORM 2400-ACUMULA-DEPTO
              THRU 2400-ACUMULA-DEPTO-EXIT.

           MOVE FM-MATRICULA             TO MATRICULA-DET.
           MOVE FM-NOME                  TO NOME-DET.
           MOVE FM-DEPARTAMENTO          TO DEPTO-DET.
           MOVE WSS-DIAS-FUNC            TO DIAS-DET.
           MOVE WSS-VT-FUNC              TO VT-DET.
           MOVE WSS-COTA-VT              TO COTA-DET.
           MOVE WSS-CUSTO-VT             TO CUSTO-DET.
           MOVE WSS-VR-FUNC              TO VR-DET.

           WRITE REG-RELVTVR FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELVTVR NOT EQUAL 0 THEN
              DISPLAY 'COBOL217 - ERRO WRITE RELVTVR FS=' ST-RELVTVR
              MOVE ST-RELVTVR            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       2000-LE-PROXIMO.

           PERFORM 1001-LER-FUNCMST
              THRU 1001-LER-FUNCMST-EXIT.

       2000-PROCESSA-FUNCIONARIO-EXIT.
           EXIT.

      *----
       2050-DESCARTA-ORFAO.

           DISPLAY 'COBOL217 - BENEFICIO SEM FUNCIONARIO NO MESTRE: '
                   BVT-MATRICULA ' ' BVT-TIPO.

           ADD 1                         TO WSS-REG-ORFAOS.

           PERFORM 1002-LER-BENEFVT
              THRU 1002-LER-BENEFVT-EXIT.

       2050-DESCARTA-ORFAO-EXIT.
           EXIT.

      *----
      * DIAS A CREDITAR: DIAS UTEIS DA COMPETENCIA A PARTIR DA
      * ADMISSAO QUE NAO CAEM EM AFASTAMENTO NEM EM FERIAS
      *----
       2100-CONTA-DIAS-FUNC.

           MOVE 0                        TO WSS-QTD-PERIODOS-FUN.

           PERFORM 2110-SEPARA-PERIODO
              THRU 2110-SEPARA-PERIODO-EXIT
              VARYING WSS-IDX-AUS FROM 1 BY 1
              UNTIL WSS-IDX-AUS > WSS-QTD-AUSENCIAS.

           MOVE 0                        TO WSS-DIAS-FUNC.

           PERFORM 2120-AVALIA-DIA
              THRU 2120-AVALIA-DIA-EXIT
              VARYING WSS-IDX-DIA FROM 1 BY 1
              UNTIL WSS-IDX-DIA > WSS-QTD-DIAS-UTEIS.

       2100-CONTA-DIAS-FUNC-EXIT.
           EXIT.

      *----
       2110-SEPARA-PERIODO.

           IF AUS-MATRICULA (WSS-IDX-AUS) NOT EQUAL FM-MATRICULA
              GO TO 2110-SEPARA-PERIODO-EXIT
           END-IF.

           IF WSS-QTD-PERIODOS-FUN LESS 20
              ADD 1                      TO WSS-QTD-PERIODOS-FUN
              MOVE AUS-DATA-INI (WSS-IDX-AUS) TO
                   PFN-DATA-INI (WSS-QTD-PERIODOS-FUN)
              MOVE AUS-DATA-FIM (WSS-IDX-AUS) TO
                   PFN-DATA-FIM (WSS-QTD-PERIODOS-FUN)
           END-IF.

       2110-SEPARA-PERIODO-EXIT.
           EXIT.

      *----
       2120-AVALIA-DIA.

           IF DUT-DATA (WSS-IDX-DIA) LESS FM-DATA-ADMISSAO
              GO TO 2120-AVALIA-DIA-EXIT
           END-IF.

           MOVE 'S'                      TO WSS-DIA-LIVRE.

           PERFORM 2130-CONFRONTA-PERIODO
              THRU 2130-CONFRONTA-PERIODO-EXIT
              VARYING WSS-IDX-PER FROM 1 BY 1
              UNTIL WSS-IDX-PER > WSS-QTD-PERIODOS-FUN
                 OR WSS-DIA-LIVRE EQUAL 'N'.

           IF WSS-DIA-LIVRE EQUAL 'S'
              ADD 1                      TO WSS-DIAS-FUNC
           END-IF.

       2120-AVALIA-DIA-EXIT.
           EXIT.

      *----
       2130-CONFRONTA-PERIODO.

           IF DUT-DATA (WSS-IDX-DIA) NOT LESS
              PFN-DATA-INI (WSS-IDX-PER)
              AND DUT-DATA (WSS-IDX-DIA) NOT GREATER
                  PFN-DATA-FIM (WSS-IDX-PER)
              MOVE 'N'                   TO WSS-DIA-LIVRE
           END-IF.

       2130-CONFRONTA-PERIODO-EXIT.
           EXIT.

      *----
      * UMA LINHA DE BENEFICIO: DIAS X QUANTIDADE POR DIA X VALOR
      * UNITARIO, GRAVADA NO PEDIDO DA OPERADORA DO TIPO
      *----
       2200-APURA-BENEFICIO.

           IF WSS-DIAS-FUNC EQUAL 0
              GO TO 2200-LE-PROXIMA
           END-IF.

           COMPUTE WSS-VALOR-LINHA ROUNDED =
                   WSS-DIAS-FUNC * BVT-QTD-DIA * BVT-VALOR-UNIT.

           IF WSS-VALOR-LINHA EQUAL 0
              GO TO 2200-LE-PROXIMA
           END-IF.

           MOVE SPACES                   TO WSS-REG-PEDIDO.
           MOVE FM-MATRICULA             TO PED-MATRICULA.
           MOVE FM-NOME                  TO PED-NOME.
           MOVE BVT-CARTAO               TO PED-CARTAO.
           MOVE WSS-COMPETENCIA          TO PED-COMPETENCIA.
           MOVE WSS-DIAS-FUNC            TO PED-DIAS.
           MOVE WSS-VALOR-LINHA          TO PED-VALOR.

           EVALUATE TRUE
               WHEN BVT-TRANSPORTE
                    ADD WSS-VALOR-LINHA  TO WSS-VT-FUNC
                    PERFORM 2210-GRAVA-PEDIDO-VT
                       THRU 2210-GRAVA-PEDIDO-VT-EXIT
               WHEN BVT-REFEICAO
                    ADD WSS-VALOR-LINHA  TO WSS-VR-FUNC
                    PERFORM 2220-GRAVA-PEDIDO-VR
                       THRU 2220-GRAVA-PEDIDO-VR-EXIT
               WHEN OTHER
                    DISPLAY 'COBOL217 - TIPO DE BENEFICIO INVALIDO: '
                            BVT-MATRICULA ' ' BVT-TIPO
           END-EVALUATE.

       2200-LE-PROXIMA.

           PERFORM 1002-LER-BENEFVT
              THRU 1002-LER-BENEFVT-EXIT.

       2200-APURA-BENEFICIO-EXIT.
           EXIT.

      *----
       2210-GRAVA-PEDIDO-VT.

           WRITE REG-VTPEDID FROM WSS-REG-PEDIDO.

           IF ST-VTPEDID NOT EQUAL 0 THEN
              DISPLAY 'COBOL217 - ERRO WRITE VTPEDID FS=' ST-VTPEDID
              MOVE ST-VTPEDID            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-PED-VT.
           ADD WSS-VALOR-LINHA           TO WSS-TOT-VT.

       2210-GRAVA-PEDIDO-VT-EXIT.
           EXIT.

      *----
       2220-GRAVA-PEDIDO-VR.

           WRITE REG-VRPEDID FROM WSS-REG-PEDIDO.

           IF ST-VRPEDID NOT EQUAL 0 THEN
              DISPLAY 'COBOL217 - ERRO WRITE VRPEDID FS=' ST-VRPEDID
              MOVE ST-VRPEDID            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-PED-VR.
           ADD WSS-VALOR-LINHA           TO WSS-TOT-VR.

       2220-GRAVA-PEDIDO-VR-EXIT.
           EXIT.

      *----
      * COTA DO EMPREGADO: 6% DO SALARIO-BASE, NUNCA ACIMA DO VALOR
      * COMPRADO; O RESTANTE E CUSTO DA EMPRESA
      *----
       2300-APURA-COTA-VT.

           MOVE 0                        TO WSS-COTA-VT.
           MOVE 0                        TO WSS-CUSTO-VT.

           IF WSS-VT-FUNC EQUAL 0
              GO TO 2300-APURA-COTA-VT-EXIT
           END-IF.

           COMPUTE WSS-LIMITE-COTA ROUNDED =
                   FM-SALARIO * WSS-PCT-COTA-VT / 100.

           IF WSS-LIMITE-COTA LESS WSS-VT-FUNC
              MOVE WSS-LIMITE-COTA       TO WSS-COTA-VT
           ELSE
              MOVE WSS-VT-FUNC           TO WSS-COTA-VT
           END-IF.

           COMPUTE WSS-CUSTO-VT = WSS-VT-FUNC - WSS-COTA-VT.

           ADD WSS-COTA-VT               TO WSS-TOT-COTA.
           ADD WSS-CUSTO-VT              TO WSS-TOT-CUSTO-VT.

           IF WSS-COTA-VT EQUAL 0
              GO TO 2300-APURA-COTA-VT-EXIT
           END-IF.

           MOVE SPACES                   TO REG-VTDESC.
           MOVE WSS-COMPETENCIA          TO VTD-COMPETENCIA.
           MOVE FM-MATRICULA             TO VTD-MATRICULA.
           MOVE WSS-COTA-VT              TO VTD-VALOR.
           MOVE WSS-VT-FUNC              TO VTD-VALOR-COMPRADO.

           WRITE REG-VTDESC.

           IF ST-VTDESC NOT EQUAL 0 THEN
              DISPLAY 'COBOL217 - ERRO WRITE VTDESC FS=' ST-VTDESC
              MOVE ST-VTDESC             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-VTDESC.

       2300-APURA-COTA-VT-EXIT.
           EXIT.

      *----
      * CUSTO DA EMPRESA NO DEPARTAMENTO DO FUNCIONARIO
      *----
       2400-ACUMULA-DEPTO.

           SET IDX-DEP TO 1.
           SEARCH WSS-DEP-ENTRY
             AT END
                IF WSS-QTD-DEPTOS LESS 200
                   ADD 1                 TO WSS-QTD-DEPTOS
                   SET IDX-DEP           TO WSS-QTD-DEPTOS
                   MOVE FM-DEPARTAMENTO  TO TDP-DEPTO (IDX-DEP)
                   MOVE WSS-CUSTO-VT     TO TDP-CUSTO-VT (IDX-DEP)
                   MOVE WSS-VR-FUNC      TO TDP-CUSTO-VR (IDX-DEP)
                ELSE
                   DISPLAY 'COBOL217 - TABELA DE DEPARTAMENTOS '
                           'CHEIA: ' FM-DEPARTAMENTO
                   MOVE 16               TO RETURN-CODE
                   PERFORM ROT-ABEND
                      THRU ROT-ABEND-EXIT
                END-IF
             WHEN TDP-DEPTO (IDX-DEP) EQUAL FM-DEPARTAMENTO
                ADD WSS-CUSTO-VT         TO TDP-CUSTO-VT (IDX-DEP)
                ADD WSS-VR-FUNC          TO TDP-CUSTO-VR (IDX-DEP)
           END-SEARCH.

       2400-ACUMULA-DEPTO-EXIT.
           EXIT.

      *----
      * TRAILERS DOS PEDIDOS, CUSTO POR DEPARTAMENTO E TOTAL GERAL
      * DO RELATORIO
      *----
       8000-GRAVA-TOTAIS.

           DISPLAY '8000-GRAVA-TOTAIS'.

           MOVE SPACES                   TO WSS-REG-PEDIDO.
           MOVE 99999999                 TO PTR-MATRICULA.
           MOVE WSS-QTD-PED-VT           TO PTR-QTD-REG.
           MOVE WSS-TOT-VT               TO PTR-VALOR-TOTAL.
           MOVE 0                        TO WSS-VALOR-LINHA.

           WRITE REG-VTPEDID FROM WSS-REG-PEDIDO.

           IF ST-VTPEDID NOT EQUAL 0 THEN
              DISPLAY 'COBOL217 - ERRO WRITE VTPEDID FS=' ST-VTPEDID
              MOVE ST-VTPEDID            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE WSS-QTD-PED-VR           TO PTR-QTD-REG.
           MOVE WSS-TOT-VR               TO PTR-VALOR-TOTAL.

           WRITE REG-VRPEDID FROM WSS-REG-PEDIDO.

           IF ST-VRPEDID NOT EQUAL 0 THEN
              DISPLAY 'COBOL217 - ERRO WRITE VRPEDID FS=' ST-VRPEDID
              MOVE ST-VRPEDID            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 8100-GRAVA-CUSTO-DEPTO
              THRU 8100-GRAVA-CUSTO-DEPTO-EXIT
              VARYING IDX-DEP FROM 1 BY 1
              UNTIL IDX-DEP > WSS-QTD-DEPTOS.

           MOVE WSS-TOT-VT               TO VT-TOT.
           MOVE WSS-TOT-COTA             TO COTA-TOT.
           MOVE WSS-TOT-CUSTO-VT         TO CUSTO-TOT.
           MOVE WSS-TOT-VR               TO VR-TOT.

           WRITE REG-RELVTVR FROM TOT01 AFTER ADVANCING 2
           END-WRITE.

       8000-GRAVA-TOTAIS-EXIT.
           EXIT.

      *----
       8100-GRAVA-CUSTO-DEPTO.

           MOVE SPACES                   TO REG-BENEFCUS.
           MOVE WSS-COMPETENCIA          TO BCU-COMPETENCIA.
           MOVE TDP-DEPTO (IDX-DEP)      TO BCU-DEPTO.

           IF TDP-CUSTO-VT (IDX-DEP) GREATER 0
              MOVE 'VTRA'                TO BCU-TIPO
              MOVE TDP-CUSTO-VT (IDX-DEP) TO BCU-VALOR
              PERFORM 8110-GRAVA-BENEFCUS
                 THRU 8110-GRAVA-BENEFCUS-EXIT
           END-IF.

           IF TDP-CUSTO-VR (IDX-DEP) GREATER 0
              MOVE 'VREF'                TO BCU-TIPO
              MOVE TDP-CUSTO-VR (IDX-DEP) TO BCU-VALOR
              PERFORM 8110-GRAVA-BENEFCUS
                 THRU 8110-GRAVA-BENEFCUS-EXIT
           END-IF.

       8100-GRAVA-CUSTO-DEPTO-EXIT.
           EXIT.

      *----
       8110-GRAVA-BENEFCUS.

           WRITE REG-BENEFCUS.

           IF ST-BENEFCUS NOT EQUAL 0 THEN
              DISPLAY 'COBOL217 - ERRO WRITE BENEFCUS FS=' ST-BENEFCUS
              MOVE ST-BENEFCUS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       8110-GRAVA-BENEFCUS-EXIT.
           EXIT.

      *----
       9000-FECHA-ARQUIVOS.

           CLOSE FUNCMST BENEFVT VTPEDID VRPEDID VTDESC BENEFCUS
                 RELVTVR.

       9000-FECHA-ARQUIVOS-EXIT.
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

           DISPLAY '***ABEND-COBOL217*** RC=' WSS-RC-ABEND
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           MOVE WSS-RC-ABEND TO RETURN-CODE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
