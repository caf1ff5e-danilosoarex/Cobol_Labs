      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : SIMULACAO DE CUSTO DE RESCISAO E RELATORIO DE
      *            PASSIVO TRABALHISTA. PARA UMA DATA DE DESLIGAMENTO
      *            E UM TIPO DE DESLIGAMENTO INFORMADOS NO CARTAO
      *            SIMRESC, APLICA AS REGRAS DO COBOL152 AOS ATIVOS
      *            DO MESTRE FUNCMST - TODOS, OU SO AS MATRICULAS DA
      *            LISTA SIMLISTA - E CALCULA SALDO DE SALARIO, AVISO
      *            PREVIO (RESCPARM), 13. E FERIAS PROPORCIONAIS COM
      *            O TERCO, O FGTS RESCISORIO (DEPOSITO PELO FGTSPARM
      *            E MULTA SOBRE O SALDO DO FGTSSALD) E O SALDO DE
      *            ADIANTAMENTO EM ABERTO (CONSULTA AO COBOL149).
      *            EMITE EM RELSIMR O DEMONSTRATIVO SIMULADO DE CADA
      *            FUNCIONARIO (COMPLETO QUANDO HA LISTA, UMA LINHA
      *            POR FUNCIONARIO NA RODADA GERAL) E O RESUMO DO
      *            PASSIVO POR EMPRESA E DEPARTAMENTO. NAO GRAVA
      *            DESFUNCI, RESCNET, FGTSRWK NEM PAGSTAT E NAO BAIXA
      *            ADIANTAMENTO NEM RESSARCIMENTO - E UMA PERGUNTA DO
      *            RH E DO FINANCEIRO, NAO UMA RESCISAO OFICIAL.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL254.
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
           SELECT SIMRESC ASSIGN TO SIMRESC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-SIMRESC.
      *
           SELECT SIMLISTA ASSIGN TO SIMLISTA
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-SIMLISTA.
      *
           SELECT FUNCMST ASSIGN TO FUNCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FM-MATRICULA
                  FILE STATUS IS ST-FUNCMST.
      *
           SELECT RESCPARM ASSIGN TO RESCPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RESCPARM.
      *
           SELECT FGTSPARM ASSIGN TO FGTSPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FGTSPARM.
      *
           SELECT FGTSSALD ASSIGN TO FGTSSALD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FSD-MATRICULA
                  FILE STATUS IS ST-FGTSSALD.
      *
           SELECT RELSIMR ASSIGN TO RELSIMR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELSIMR.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   SIMRESC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CARTAO DA SIMULACAO: DATA DO DESLIGAMENTO OBRIGATORIA, TIPO
      * (OS MESMOS CODIGOS DO DESFUNCI; BRANCO = SEM JUSTA CAUSA) E
      * EMPRESA (BRANCO = TODAS)
      *----
       01   REG-SIMRESC.
            03 SMR-DATA-DESLIG             PIC 9(008).
            03 SMR-TIPO-DESLIG             PIC X(001).
               88 SMR-SEM-JUSTA-CAUSA             VALUE 'S' ' '.
               88 SMR-ACORDO                      VALUE 'A'.
               88 SMR-JUSTA-CAUSA                 VALUE 'J'.
               88 SMR-PEDIDO-DEMISSAO             VALUE 'P'.
               88 SMR-TERMINO-CONTRATO            VALUE 'T'.
               88 SMR-FALECIMENTO                 VALUE 'F'.
               88 SMR-TIPO-VALIDO                 VALUE 'S' ' ' 'A'
                                                        'J' 'P' 'T'
                                                        'F'.
            03 SMR-EMPRESA                 PIC X(002).
            03 FILLER                      PIC X(069).
      *----
       FD   SIMLISTA
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * MATRICULAS A SIMULAR (OPCIONAL); SEM A LISTA, OU COM A LISTA
      * VAZIA, A SIMULACAO COBRE TODOS OS ATIVOS DO MESTRE
      *----
       01   REG-SIMLISTA.
            03 SML-MATRICULA               PIC 9(008).
            03 FILLER                      PIC X(072).
      *----
       FD   FUNCMST
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-FUNCMST.
            03 FM-MATRICULA                PIC 9(008).
            03 FM-NOME                     PIC X(040).
            03 FM-SEXO                     PIC X(001).
            03 FM-SALARIO                  PIC 9(005)V99.
            03 FM-DATA-ADMISSAO            PIC 9(008).
            03 FM-DEPARTAMENTO             PIC X(005).
            03 FM-HORA-EXTRA               PIC 9(002).
            03 FM-MOEDA                    PIC X(003).
            03 FM-SITUACAO                 PIC X(001).
               88 FM-DESLIGADO                    VALUE 'D'.
            03 FM-CARGO                    PIC X(002).
            03 FM-EMPRESA                  PIC X(002).
            03 FM-TIPO-CONTRATO            PIC X(001).
               88 FM-CONTRATO-CLT                 VALUE 'C' ' '.
               88 FM-APRENDIZ                     VALUE 'A'.
               88 FM-ESTAGIARIO                   VALUE 'E'.
               88 FM-DIRETOR                      VALUE 'D'.
      *----
       FD   RESCPARM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * MESMO CARTAO DO COBOL152: DIAS-BASE DO AVISO, DIAS POR ANO
      * DE CASA E TETO
      *----
       01   REG-RESCPARM.
            03 RSC-AVISO-DIAS-BASE         PIC 9(003).
            03 RSC-AVISO-DIAS-ANO          PIC 9(002).
            03 RSC-AVISO-DIAS-TETO         PIC 9(003).
            03 RSC-PRAZO-PAGTO             PIC 9(002).
            03 FILLER                      PIC X(070).
      *----
       FD   FGTSPARM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * MESMO CARTAO DO COBOL181: ALIQUOTA GERAL E DO APRENDIZ
      *----
       01   REG-FGTSPARM.
            03 FGP-COMPETENCIA             PIC 9(006).
            03 FGP-ALIQUOTA                PIC 9(002)V99.
            03 FGP-ALIQ-APRENDIZ           PIC 9(002)V99.
            03 FILLER                      PIC X(066).
      *----
       FD   FGTSSALD
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2431'.
      *----
       FD   RELSIMR.
      *----
       01   REG-RELSIMR                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-SIMRESC                      PIC 9(002) VALUE 0.
       77  ST-SIMLISTA                     PIC 9(002) VALUE 0.
       77  ST-FUNCMST                      PIC 9(002) VALUE 0.
       77  ST-RESCPARM                     PIC 9(002) VALUE 0.
       77  ST-FGTSPARM                     PIC 9(002) VALUE 0.
       77  ST-FGTSSALD                     PIC 9(002) VALUE 0.
       77  ST-RELSIMR                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-DATA-DESLIG                 PIC 9(008) VALUE 0.
       77  WSS-TIPO-DESLIG                 PIC X(001) VALUE 'S'.
       77  WSS-EMPRESA-FILTRO              PIC X(002) VALUE SPACES.
       77  WSS-MODO-LISTA                  PIC X(001) VALUE 'N'.
       77  WSS-QTD-LISTA                   PIC 9(004) VALUE 0.
       77  WSS-REG-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-SIMULADOS               PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-DESLIGADOS              PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-POSTERIOR               PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-NAO-ACHADOS             PIC 9(004) VALUE ZEROES.
       77  WSS-QTD-SEM-SALDO-FGTS          PIC 9(006) VALUE ZEROES.
       77  WSS-AVISO-DIAS-BASE             PIC 9(003) VALUE 30.
       77  WSS-AVISO-DIAS-ANO              PIC 9(002) VALUE 3.
       77  WSS-AVISO-DIAS-TETO             PIC 9(003) VALUE 90.
       77  WSS-FGTS-ALIQUOTA               PIC 9(002)V99 VALUE 8,00.
       77  WSS-FGTS-ALIQ-APRENDIZ          PIC 9(002)V99 VALUE 2,00.
       77  WSS-FGTS-ALIQ-FUNC              PIC 9(002)V99 VALUE 0.
       77  WSS-FGTS-PCT-MULTA              PIC 9(002) VALUE 0.
       77  WSS-FGTSSALD-DISPONIVEL         PIC X(001) VALUE 'Y'.
       77  WSS-ADIANTE-DISPONIVEL          PIC X(001) VALUE 'Y'.
       77  WSS-ANOS-CASA                   PIC 9(003) VALUE 0.
       77  WSS-MESES-ANO                   PIC S9(003) COMP-3 VALUE 0.
       77  WSS-MESES-AQUIS                 PIC S9(005) COMP-3 VALUE 0.
       77  WSS-ANOS-AQUIS                  PIC S9(005) COMP-3 VALUE 0.
       77  WSS-AVISO-DIAS                  PIC 9(003) VALUE 0.
       77  WSS-SALDO-SALARIO               PIC 9(007)V99 COMP-3 VALUE 0.
       77  WSS-DECIMO-PROP                 PIC 9(007)V99 COMP-3 VALUE 0.
       77  WSS-FERIAS-PROP                 PIC 9(007)V99 COMP-3 VALUE 0.
       77  WSS-AVISO-VALOR                 PIC 9(007)V99 COMP-3 VALUE 0.
       77  WSS-SALDO-ADIANT                PIC 9(007)V99 COMP-3 VALUE 0.
       77  WSS-TOTAL-VERBAS                PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-TOTAL-RESC                  PIC S9(009)V99 COMP-3
                                                          VALUE 0.
       77  WSS-FGTS-BASE                   PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-FGTS-DEPOSITO               PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-FGTS-SALDO                  PIC 9(011)V99 COMP-3 VALUE 0.
       77  WSS-FGTS-MULTA                  PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-FGTS-TOTAL                  PIC 9(011)V99 COMP-3 VALUE 0.
       77  WSS-CUSTO-TOTAL                 PIC S9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-QTD-RESUMO                  PIC 9(004) COMP VALUE 0.
       77  WSS-IRS                         PIC 9(004) COMP VALUE 0.
       77  WSS-IRS-SALVO                   PIC 9(004) COMP VALUE 0.
       77  WSS-EMPRESA-ANT                 PIC X(002) VALUE SPACES.
       77  WSS-CAMPO-EDITADO               PIC X(014) VALUE SPACES.
       77  WSS-TAM-EDITADO                 PIC 9(003) VALUE 0.
       77  MASCARA-DATA                    PIC 99/99/9999.
       77  MASCARA-VALOR                   PIC ZZZ.ZZ9,99.
       77  MASCARA-TOTAL                   PIC -Z.ZZZ.ZZ9,99.
       77  MASCARA-LIQUIDO                 PIC -ZZZ.ZZ9,99.
       77  MASCARA-CUSTO                   PIC Z.ZZZ.ZZ9,99.
       77  MASCARA-RESUMO                  PIC -ZZ.ZZZ.ZZ9,99.
      *----
       01  WSS-DATA-GRP.
           03 WSS-GRP-ANO                  PIC 9(004).
           03 WSS-GRP-MES                  PIC 9(002).
           03 WSS-GRP-DIA                  PIC 9(002).
      *----
       01  WSS-ADM-GRP.
           03 WSS-ADM-ANO                  PIC 9(004).
           03 WSS-ADM-MES                  PIC 9(002).
           03 WSS-ADM-DIA                  PIC 9(002).
      *----
       01  WSS-TAB-LISTA.
           05 WSS-LST-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-LISTA
                 ASCENDING KEY IS TLS-MATRICULA
                 INDEXED BY IDX-LST.
              10 TLS-MATRICULA             PIC 9(008).
              10 TLS-ACHOU                 PIC X(001).
      *----
      * PASSIVO ACUMULADO POR EMPRESA E DEPARTAMENTO
      *----
       01  WSS-TAB-RESUMO.
           05 WSS-RES-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-RESUMO
                 INDEXED BY IDX-RES.
              10 RES-EMPRESA               PIC X(002).
              10 RES-DEPTO                 PIC X(005).
              10 RES-QTDE                  PIC 9(005).
              10 RES-VERBAS                PIC S9(011)V99 COMP-3.
              10 RES-ADIANT                PIC S9(011)V99 COMP-3.
              10 RES-LIQUIDO               PIC S9(011)V99 COMP-3.
              10 RES-FGTS                  PIC S9(011)V99 COMP-3.
              10 RES-CUSTO                 PIC S9(011)V99 COMP-3.
      *----
      * SUBTOTAL DA EMPRESA (INDICE 1) E TOTAL GERAL (INDICE 2)
      *----
       01  WSS-TAB-TOTAIS.
           05 WSS-TOT-ENTRY OCCURS 2 TIMES.
              10 TOT-QTDE                  PIC 9(006).
              10 TOT-VERBAS                PIC S9(013)V99 COMP-3.
              10 TOT-ADIANT                PIC S9(013)V99 COMP-3.
              10 TOT-LIQUIDO               PIC S9(013)V99 COMP-3.
              10 TOT-FGTS                  PIC S9(013)V99 COMP-3.
              10 TOT-CUSTO                 PIC S9(013)V99 COMP-3.
      *----
      * LINKAGE DO KIT DE VALIDACOES (COBOL100) - VALIDA-DATA
      *----
           COPY  'COPY1001'.
      *----
      * LINKAGE DO GERENCIADOR DE ADIANTAMENTOS (COBOL149), SO NA
      * FUNCAO 'CONSULTA'
      *----
           COPY  'COPY1491'.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
      * LINKAGE DO SUBPROGRAMA DE MASCARAMENTO DE DADOS SENSIVEIS
      * (COBOL234)
      *----
           COPY  'COPY2341'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL254'.
           03 FILLER                       PIC X(048)
              VALUE 'SIMULACAO DE RESCISAO - SEM VALOR OFICIAL'.
           03 FILLER                       PIC X(020)
              VALUE 'DATA DESLIGAMENTO: '.
           03 CAB-DATA                     PIC 99/99/9999.
           03 FILLER                       PIC X(008) VALUE '  TIPO: '.
           03 CAB-TIPO                     PIC X(001) VALUE SPACE.
      *----
       01  CAB02.
           03 FILLER                       PIC X(009) VALUE 'MATRIC'.
           03 FILLER                       PIC X(020) VALUE 'NOME'.
           03 FILLER                       PIC X(003) VALUE 'EM'.
           03 FILLER                       PIC X(006) VALUE 'DEPTO'.
           03 FILLER                       PIC X(004) VALUE 'AVI'.
           03 FILLER                       PIC X(011)
              VALUE '  SALDO SAL'.
           03 FILLER                       PIC X(011)
              VALUE '   13. PROP'.
           03 FILLER                       PIC X(011)
              VALUE ' FERIAS+1/3'.
           03 FILLER                       PIC X(011)
              VALUE '      AVISO'.
           03 FILLER                       PIC X(011)
              VALUE ' (-)ADIANT.'.
           03 FILLER                       PIC X(012)
              VALUE '     LIQUIDO'.
           03 FILLER                       PIC X(011)
              VALUE '  FGTS+MUL.'.
           03 FILLER                       PIC X(012)
              VALUE ' CUSTO TOTAL'.
      *----
       01  DET01.
           03 MATRICULA-DET                PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 NOME-DET                     PIC X(019) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 EMPRESA-DET                  PIC X(002) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 DEPTO-DET                    PIC X(005) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 AVISO-DIAS-DET               PIC ZZ9.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 SALDO-DET                    PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 DECIMO-DET                   PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 FERIAS-DET                   PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 AVISO-DET                    PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 ADIANT-DET                   PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 LIQUIDO-DET                  PIC X(011) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 FGTS-DET                     PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 CUSTO-DET                    PIC X(012) VALUE SPACES.
      *----
       01  LINHA-TEXTO.
           03 LT-ROTULO                    PIC X(030) VALUE SPACES.
           03 LT-VALOR                     PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(088) VALUE SPACES.
      *----
       01  CABRES.
           03 FILLER                       PIC X(005) VALUE 'EMP'.
           03 FILLER                       PIC X(007) VALUE 'DEPTO'.
           03 FILLER                       PIC X(007) VALUE ' QTDE'.
           03 FILLER                       PIC X(016)
              VALUE '   VERBAS BRUTAS'.
           03 FILLER                       PIC X(016)
              VALUE '    ADIANTAMENTO'.
           03 FILLER                       PIC X(016)
              VALUE '  LIQUIDO ACERTO'.
           03 FILLER                       PIC X(016)
              VALUE ' FGTS RESCISORIO'.
           03 FILLER                       PIC X(016)
              VALUE '   CUSTO TOTAL'.
      *----
       01  DETRES.
           03 RES-EMPRESA-DET              PIC X(002) VALUE SPACES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 RES-DEPTO-DET                PIC X(005) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 RES-QTDE-DET                 PIC ZZZZZ9.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 RES-VERBAS-DET               PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 RES-ADIANT-DET               PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 RES-LIQUIDO-DET              PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 RES-FGTS-DET                 PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 RES-CUSTO-DET                PIC X(014) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL254'
           DISPLAY ' SIMULACAO DE RESCISAO E PASSIVO TRABALHISTA'.

           PERFORM 0001-CARGA-CARTAO
              THRU 0001-CARGA-CARTAO-EXIT.

           PERFORM 0002-CARGA-LISTA
              THRU 0002-CARGA-LISTA-EXIT.

           PERFORM 0004-CARGA-PARAMETROS
              THRU 0004-CARGA-PARAMETROS-EXIT.

           PERFORM 0005-CARGA-FGTSPARM
              THRU 0005-CARGA-FGTSPARM-EXIT.

           OPEN INPUT FUNCMST.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL254 - ERRO OPEN FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

      *----
      * SEM O SALDO DO FGTS (FS=35) A MULTA SAI SO SOBRE O DEPOSITO
      * RESCISORIO, COMO NO COBOL152
      *----
           OPEN INPUT FGTSSALD.

           IF ST-FGTSSALD EQUAL 35
              MOVE 'N'                   TO WSS-FGTSSALD-DISPONIVEL
              DISPLAY 'COBOL254 - FGTSSALD NAO INFORMADO, MULTA SO '
                      'SOBRE O DEPOSITO RESCISORIO'
           ELSE
              IF ST-FGTSSALD NOT EQUAL 0 THEN
                 DISPLAY 'COBOL254 - ERRO OPEN FGTSSALD FS='
                         ST-FGTSSALD
                 MOVE ST-FGTSSALD        TO RETURN-CODE
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              END-IF
           END-IF.

           OPEN OUTPUT RELSIMR.

           IF ST-RELSIMR NOT EQUAL 0 THEN
              DISPLAY 'COBOL254 - ERRO OPEN RELSIMR FS=' ST-RELSIMR
              MOVE ST-RELSIMR            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE WSS-DATA-DESLIG          TO CAB-DATA.
           MOVE WSS-TIPO-DESLIG          TO CAB-TIPO.

           IF WSS-MODO-LISTA NOT = 'Y'
              WRITE REG-RELSIMR FROM CAB01 AFTER ADVANCING PAGE
              END-WRITE
              WRITE REG-RELSIMR FROM CAB02 AFTER ADVANCING 2
              END-WRITE
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1000-PROCESSA-FUNCMST
              THRU 1000-PROCESSA-FUNCMST-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FUNCMST.

           IF WSS-FGTSSALD-DISPONIVEL EQUAL 'Y'
              CLOSE FGTSSALD
           END-IF.

           PERFORM 7000-CONFERE-LISTA
              THRU 7000-CONFERE-LISTA-EXIT.

           PERFORM 8000-IMPRIME-RESUMO
              THRU 8000-IMPRIME-RESUMO-EXIT.

           CLOSE RELSIMR.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL254                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* FUNCMST LIDOS        : ' WSS-REG-LIDOS.
           DISPLAY '* RESCISOES SIMULADAS  : ' WSS-QTD-SIMULADOS.
           DISPLAY '* DESLIGADOS IGNORADOS : ' WSS-QTD-DESLIGADOS.
           DISPLAY '* ADMITIDOS APOS A DATA: ' WSS-QTD-POSTERIOR.
           DISPLAY '* LISTA NAO ENCONTRADOS: ' WSS-QTD-NAO-ACHADOS.
           DISPLAY '* SEM SALDO NO FGTSSALD: ' WSS-QTD-SEM-SALDO-FGTS.
           DISPLAY '* CUSTO TOTAL SIMULADO : ' TOT-CUSTO (2).
           DISPLAY '*******************************************'.

           IF WSS-QTD-NAO-ACHADOS GREATER 0
              MOVE 4                     TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----
      * CARTAO OBRIGATORIO: DATA VALIDA E TIPO CONHECIDO
      *----
       0001-CARGA-CARTAO.

           DISPLAY '0001-CARGA-CARTAO'.

           OPEN INPUT SIMRESC.

           IF ST-SIMRESC NOT EQUAL 0 THEN
              DISPLAY 'COBOL254 - ERRO OPEN SIMRESC FS=' ST-SIMRESC
              MOVE ST-SIMRESC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ SIMRESC.

           IF ST-SIMRESC NOT EQUAL 0
              OR SMR-DATA-DESLIG NOT NUMERIC
              DISPLAY 'COBOL254 - DATA DO DESLIGAMENTO INVALIDA NO '
                      'CARTAO'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SMR-DATA-DESLIG          TO WSS-VALIDA-DATA-REC.

           CALL 'VALIDA-DATA' USING WSS-VALIDA-DATA-LINKAGE.

           IF WSS-VALIDA-DATA-RC NOT EQUAL 0
              DISPLAY 'COBOL254 - DATA DO DESLIGAMENTO: '
                      WSS-VALIDA-DATA-MSG
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF NOT SMR-TIPO-VALIDO
              DISPLAY 'COBOL254 - TIPO DE DESLIGAMENTO INVALIDO: '
                      SMR-TIPO-DESLIG
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SMR-DATA-DESLIG          TO WSS-DATA-DESLIG.
           MOVE SMR-EMPRESA              TO WSS-EMPRESA-FILTRO.

           IF SMR-TIPO-DESLIG NOT EQUAL SPACE
              MOVE SMR-TIPO-DESLIG       TO WSS-TIPO-DESLIG
           END-IF.

           CLOSE SIMRESC.

           DISPLAY ' DATA DO DESLIGAMENTO : ' WSS-DATA-DESLIG.
           DISPLAY ' TIPO DE DESLIGAMENTO : ' WSS-TIPO-DESLIG.
           DISPLAY ' EMPRESA              : ' WSS-EMPRESA-FILTRO.

       0001-CARGA-CARTAO-EXIT.
           EXIT.

      *----
      * LISTA OPCIONAL DE MATRICULAS; COM ELA O DEMONSTRATIVO SAI
      * COMPLETO, UM POR PAGINA, COMO NO COBOL152
      *----
       0002-CARGA-LISTA.

           DISPLAY '0002-CARGA-LISTA'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT SIMLISTA.

           IF ST-SIMLISTA EQUAL 35
              DISPLAY ' SIMLISTA AUSENTE - TODOS OS ATIVOS'
              GO TO 0002-CARGA-LISTA-EXIT
           END-IF.

           IF ST-SIMLISTA NOT EQUAL 0 THEN
              DISPLAY 'COBOL254 - ERRO OPEN SIMLISTA FS=' ST-SIMLISTA
              MOVE ST-SIMLISTA           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0003-LER-LISTA
              THRU 0003-LER-LISTA-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE SIMLISTA.

           IF WSS-QTD-LISTA GREATER 0
              MOVE 'Y'                   TO WSS-MODO-LISTA
           END-IF.

           IF WSS-QTD-LISTA GREATER 1
              SORT WSS-LST-ENTRY ASCENDING TLS-MATRICULA
           END-IF.

           DISPLAY ' MATRICULAS NA LISTA : ' WSS-QTD-LISTA.

       0002-CARGA-LISTA-EXIT.
           EXIT.

      *----
       0003-LER-LISTA.

           READ SIMLISTA
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-SIMLISTA NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL254 - ERRO READ SIMLISTA FS=' ST-SIMLISTA
              MOVE ST-SIMLISTA           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0003-LER-LISTA-EXIT
           END-IF.

           IF SML-MATRICULA NOT NUMERIC
              OR SML-MATRICULA EQUAL 0
              DISPLAY 'COBOL254 - LINHA DA SIMLISTA IGNORADA: '
                      REG-SIMLISTA (1:8)
              GO TO 0003-LER-LISTA-EXIT
           END-IF.

           IF WSS-QTD-LISTA LESS 500
              ADD 1                      TO WSS-QTD-LISTA
              SET IDX-LST                TO WSS-QTD-LISTA
              MOVE SML-MATRICULA         TO TLS-MATRICULA (IDX-LST)
              MOVE 'N'                   TO TLS-ACHOU (IDX-LST)
           END-IF.

       0003-LER-LISTA-EXIT.
           EXIT.

      *----
       0004-CARGA-PARAMETROS.

           DISPLAY '0004-CARGA-PARAMETROS'.

           OPEN INPUT RESCPARM.

           IF ST-RESCPARM EQUAL 35
              DISPLAY 'COBOL254 - RESCPARM NAO INFORMADO, USANDO '
                      'VALORES-PADRAO'
              GO TO 0004-CARGA-PARAMETROS-EXIT
           END-IF.

           IF ST-RESCPARM NOT EQUAL 0 THEN
              DISPLAY 'COBOL254 - ERRO OPEN RESCPARM FS=' ST-RESCPARM
              MOVE ST-RESCPARM           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ RESCPARM.

           IF ST-RESCPARM NOT EQUAL 0 THEN
              DISPLAY 'COBOL254 - ERRO READ RESCPARM FS=' ST-RESCPARM
              MOVE ST-RESCPARM           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF RSC-AVISO-DIAS-BASE GREATER 0
              MOVE RSC-AVISO-DIAS-BASE   TO WSS-AVISO-DIAS-BASE
           END-IF.
           IF RSC-AVISO-DIAS-ANO GREATER 0
              MOVE RSC-AVISO-DIAS-ANO    TO WSS-AVISO-DIAS-ANO
           END-IF.
           IF RSC-AVISO-DIAS-TETO GREATER 0
              MOVE RSC-AVISO-DIAS-TETO   TO WSS-AVISO-DIAS-TETO
           END-IF.

           CLOSE RESCPARM.

       0004-CARGA-PARAMETROS-EXIT.
           EXIT.

      *----
       0005-CARGA-FGTSPARM.

           DISPLAY '0005-CARGA-FGTSPARM'.

           OPEN INPUT FGTSPARM.

           IF ST-FGTSPARM EQUAL 35
              DISPLAY 'COBOL254 - FGTSPARM NAO INFORMADO, ALIQUOTA '
                      'DO FGTS PADRAO'
              GO TO 0005-CARGA-FGTSPARM-EXIT
           END-IF.

           IF ST-FGTSPARM NOT EQUAL 0 THEN
              DISPLAY 'COBOL254 - ERRO OPEN FGTSPARM FS=' ST-FGTSPARM
              MOVE ST-FGTSPARM           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ FGTSPARM.

           IF ST-FGTSPARM EQUAL 0
              IF FGP-ALIQUOTA NUMERIC
                 AND FGP-ALIQUOTA GREATER 0
                 MOVE FGP-ALIQUOTA       TO WSS-FGTS-ALIQUOTA
              END-IF
              IF FGP-ALIQ-APRENDIZ NUMERIC
                 AND FGP-ALIQ-APRENDIZ GREATER 0
                 MOVE FGP-ALIQ-APRENDIZ  TO WSS-FGTS-ALIQ-APRENDIZ
              END-IF
           END-IF.

           CLOSE FGTSPARM.

           DISPLAY ' ALIQUOTA DO FGTS : ' WSS-FGTS-ALIQUOTA.

       0005-CARGA-FGTSPARM-EXIT.
           EXIT.

      *----
       1000-PROCESSA-FUNCMST.

           READ FUNCMST NEXT
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FUNCMST NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL254 - ERRO READ FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1000-PROCESSA-FUNCMST-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-LIDOS.

           IF WSS-MODO-LISTA = 'Y'
              SEARCH ALL WSS-LST-ENTRY
                AT END
                   GO TO 1000-PROCESSA-FUNCMST-EXIT
                WHEN TLS-MATRICULA (IDX-LST) EQUAL FM-MATRICULA
                   MOVE 'Y'              TO TLS-ACHOU (IDX-LST)
              END-SEARCH
           END-IF.

           IF WSS-EMPRESA-FILTRO NOT EQUAL SPACES
              AND FM-EMPRESA NOT EQUAL WSS-EMPRESA-FILTRO
              GO TO 1000-PROCESSA-FUNCMST-EXIT
           END-IF.

           IF FM-DESLIGADO
              ADD 1                      TO WSS-QTD-DESLIGADOS
              GO TO 1000-PROCESSA-FUNCMST-EXIT
           END-IF.

           IF FM-DATA-ADMISSAO NOT NUMERIC
              OR FM-DATA-ADMISSAO GREATER WSS-DATA-DESLIG
              ADD 1                      TO WSS-QTD-POSTERIOR
              DISPLAY 'COBOL254 - ADMISSAO POSTERIOR A DATA '
                      'SIMULADA: ' FM-MATRICULA
              GO TO 1000-PROCESSA-FUNCMST-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-SIMULADOS.

           PERFORM 2100-CALCULA-VERBAS
              THRU 2100-CALCULA-VERBAS-EXIT.

           PERFORM 2120-CONSULTA-ADIANTAMENTO
              THRU 2120-CONSULTA-ADIANTAMENTO-EXIT.

           PERFORM 2130-CALCULA-FGTS-RESCISORIO
              THRU 2130-CALCULA-FGTS-RESCISORIO-EXIT.

           COMPUTE WSS-TOTAL-RESC =
                   WSS-TOTAL-VERBAS - WSS-SALDO-ADIANT.

           COMPUTE WSS-CUSTO-TOTAL =
                   WSS-TOTAL-VERBAS + WSS-FGTS-TOTAL.

           IF WSS-MODO-LISTA = 'Y'
              PERFORM 2200-IMPRIME-DEMONSTRATIVO
                 THRU 2200-IMPRIME-DEMONSTRATIVO-EXIT
           ELSE
              PERFORM 2250-IMPRIME-LINHA
                 THRU 2250-IMPRIME-LINHA-EXIT
           END-IF.

           PERFORM 2300-ACUMULA-RESUMO
              THRU 2300-ACUMULA-RESUMO-EXIT.

       1000-PROCESSA-FUNCMST-EXIT.
           EXIT.

      *----
      * VERBAS PELAS REGRAS DO COBOL152, COM A DATA E O TIPO DO
      * CARTAO NO LUGAR DOS DADOS DO DESFUNCI:
      *   SALDO DE SALARIO = SALARIO X DIA DO DESLIGAMENTO / 30
      *   13. PROPORCIONAL = SALARIO X MESES NO ANO / 12
      *   FERIAS PROPORC.  = (SALARIO X MESES DO PERIODO AQUISITIVO
      *                      / 12) + TERCO
      *   AVISO PREVIO     = SALARIO / 30 X DIAS DE AVISO (BASE +
      *                      DIAS POR ANO DE CASA, COM TETO)
      * AVISO INTEGRAL SO SEM JUSTA CAUSA, METADE NO ACORDO; NA
      * JUSTA CAUSA TAMBEM NAO HA 13. NEM FERIAS PROPORCIONAIS.
      * ESTAGIARIO NAO TEM 13. NEM AVISO; DIRETOR PRO-LABORE SO
      * RECEBE O SALDO DO MES
      *----
       2100-CALCULA-VERBAS.

           MOVE WSS-DATA-DESLIG          TO WSS-DATA-GRP.
           MOVE FM-DATA-ADMISSAO         TO WSS-ADM-GRP.

           IF WSS-GRP-DIA GREATER 30
              MOVE 30                    TO WSS-GRP-DIA
           END-IF.

           COMPUTE WSS-SALDO-SALARIO ROUNDED =
                   FM-SALARIO * WSS-GRP-DIA / 30.

           IF WSS-ADM-ANO LESS WSS-GRP-ANO
              MOVE WSS-GRP-MES           TO WSS-MESES-ANO
           ELSE
              COMPUTE WSS-MESES-ANO =
                      WSS-GRP-MES - WSS-ADM-MES + 1
           END-IF.

           IF WSS-GRP-DIA LESS 15
              SUBTRACT 1                 FROM WSS-MESES-ANO
           END-IF.

           IF WSS-MESES-ANO LESS 0
              MOVE 0                     TO WSS-MESES-ANO
           END-IF.

           COMPUTE WSS-DECIMO-PROP ROUNDED =
                   FM-SALARIO * WSS-MESES-ANO / 12.

           COMPUTE WSS-MESES-AQUIS =
                   ((WSS-GRP-ANO - WSS-ADM-ANO) * 12)
                   + WSS-GRP-MES - WSS-ADM-MES.

           IF WSS-MESES-AQUIS LESS 0
              MOVE 0                     TO WSS-MESES-AQUIS
           END-IF.

           DIVIDE WSS-MESES-AQUIS BY 12 GIVING WSS-ANOS-AQUIS
                  REMAINDER WSS-MESES-AQUIS.

           COMPUTE WSS-FERIAS-PROP ROUNDED =
                   (FM-SALARIO * WSS-MESES-AQUIS / 12) * 4 / 3.

           COMPUTE WSS-ANOS-CASA =
                   (WSS-GRP-ANO - WSS-ADM-ANO).

           IF WSS-GRP-MES LESS WSS-ADM-MES AND WSS-ANOS-CASA GREATER 0
              SUBTRACT 1                 FROM WSS-ANOS-CASA
           END-IF.

           COMPUTE WSS-AVISO-DIAS =
                   WSS-AVISO-DIAS-BASE
                   + (WSS-ANOS-CASA * WSS-AVISO-DIAS-ANO).

           IF WSS-AVISO-DIAS GREATER WSS-AVISO-DIAS-TETO
              MOVE WSS-AVISO-DIAS-TETO   TO WSS-AVISO-DIAS
           END-IF.

           COMPUTE WSS-AVISO-VALOR ROUNDED =
                   FM-SALARIO / 30 * WSS-AVISO-DIAS.

           EVALUATE WSS-TIPO-DESLIG
              WHEN 'S'
                 CONTINUE
              WHEN 'A'
                 COMPUTE WSS-AVISO-VALOR ROUNDED =
                         WSS-AVISO-VALOR / 2
              WHEN 'J'
                 MOVE 0                  TO WSS-AVISO-VALOR
                 MOVE 0                  TO WSS-DECIMO-PROP
                 MOVE 0                  TO WSS-FERIAS-PROP
              WHEN OTHER
                 MOVE 0                  TO WSS-AVISO-VALOR
           END-EVALUATE.

           IF FM-ESTAGIARIO
              MOVE 0                     TO WSS-AVISO-VALOR
              MOVE 0                     TO WSS-DECIMO-PROP
           END-IF.

           IF FM-DIRETOR
              MOVE 0                     TO WSS-AVISO-VALOR
              MOVE 0                     TO WSS-DECIMO-PROP
              MOVE 0                     TO WSS-FERIAS-PROP
           END-IF.

           IF WSS-AVISO-VALOR EQUAL 0
              MOVE 0                     TO WSS-AVISO-DIAS
           END-IF.

           COMPUTE WSS-TOTAL-VERBAS =
                   WSS-SALDO-SALARIO + WSS-DECIMO-PROP
                   + WSS-FERIAS-PROP + WSS-AVISO-VALOR.

       2100-CALCULA-VERBAS-EXIT.
           EXIT.

      *----
      * SALDO DE ADIANTAMENTO EM ABERTO, SO CONSULTA (A QUITACAO E
      * DO COBOL152 NA RESCISAO OFICIAL)
      *----
       2120-CONSULTA-ADIANTAMENTO.

           MOVE 0                        TO WSS-SALDO-ADIANT.

           IF WSS-ADIANTE-DISPONIVEL NOT = 'Y'
              GO TO 2120-CONSULTA-ADIANTAMENTO-EXIT
           END-IF.

           MOVE 'CONSULTA'               TO WSS-AD-FUNCAO.
           MOVE FM-MATRICULA             TO WSS-AD-MATRICULA.
           MOVE 0                        TO WSS-AD-VALOR.
           MOVE 0                        TO WSS-AD-COMPETENCIA.

           CALL 'COBOL149' USING WSS-ADIANT-LINKAGE
              ON EXCEPTION
                 MOVE 'N'                TO WSS-ADIANTE-DISPONIVEL
                 DISPLAY 'COBOL254 - GERENCIADOR DE ADIANTAMENTOS '
                         'INDISPONIVEL NESTE AMBIENTE'
           END-CALL.

           IF WSS-ADIANTE-DISPONIVEL NOT = 'Y'
              GO TO 2120-CONSULTA-ADIANTAMENTO-EXIT
           END-IF.

           IF WSS-RETURN-CODE OF WSS-AD-OUTPUT EQUAL 4
              MOVE 'N'                   TO WSS-ADIANTE-DISPONIVEL
              DISPLAY 'COBOL254 - ' WSS-MENSAGEM OF WSS-AD-OUTPUT
              GO TO 2120-CONSULTA-ADIANTAMENTO-EXIT
           END-IF.

           IF WSS-RETURN-CODE OF WSS-AD-OUTPUT NOT EQUAL 0
              DISPLAY 'COBOL254 - ERRO NO GERENCIADOR ADIANT: '
                      WSS-MENSAGEM OF WSS-AD-OUTPUT
              MOVE WSS-RETURN-CODE OF WSS-AD-OUTPUT TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-AD-TEM-CONTRATO
              MOVE WSS-AD-SALDO          TO WSS-SALDO-ADIANT
           END-IF.

       2120-CONSULTA-ADIANTAMENTO-EXIT.
           EXIT.

      *----
      * FGTS RESCISORIO (CUSTO DO EMPREGADOR, FORA DO ACERTO):
      *   DEPOSITO = ALIQUOTA SOBRE SALDO DE SALARIO, 13. E AVISO
      *              (APRENDIZ PELA ALIQUOTA PROPRIA; ESTAGIARIO E
      *              DIRETOR PRO-LABORE SEM FGTS, COMO NO COBOL181)
      *   MULTA    = 40% (SEM JUSTA CAUSA) OU 20% (ACORDO) SOBRE O
      *              SALDO DO FGTSSALD MAIS O DEPOSITO
      *----
       2130-CALCULA-FGTS-RESCISORIO.

           MOVE 0                        TO WSS-FGTS-SALDO.
           MOVE 0                        TO WSS-FGTS-MULTA.
           MOVE 0                        TO WSS-FGTS-DEPOSITO.
           MOVE 0                        TO WSS-FGTS-TOTAL.

           EVALUATE TRUE
              WHEN FM-ESTAGIARIO OR FM-DIRETOR
                 MOVE 0                  TO WSS-FGTS-ALIQ-FUNC
              WHEN FM-APRENDIZ
                 MOVE WSS-FGTS-ALIQ-APRENDIZ TO WSS-FGTS-ALIQ-FUNC
              WHEN OTHER
                 MOVE WSS-FGTS-ALIQUOTA  TO WSS-FGTS-ALIQ-FUNC
           END-EVALUATE.

           IF WSS-FGTS-ALIQ-FUNC EQUAL 0
              GO TO 2130-CALCULA-FGTS-RESCISORIO-EXIT
           END-IF.

           COMPUTE WSS-FGTS-BASE =
                   WSS-SALDO-SALARIO + WSS-DECIMO-PROP
                   + WSS-AVISO-VALOR.

           COMPUTE WSS-FGTS-DEPOSITO ROUNDED =
                   WSS-FGTS-BASE * WSS-FGTS-ALIQ-FUNC / 100.

           EVALUATE WSS-TIPO-DESLIG
              WHEN 'S'
                 MOVE 40                 TO WSS-FGTS-PCT-MULTA
              WHEN 'A'
                 MOVE 20                 TO WSS-FGTS-PCT-MULTA
              WHEN OTHER
                 MOVE 0                  TO WSS-FGTS-PCT-MULTA
           END-EVALUATE.

           IF WSS-FGTSSALD-DISPONIVEL EQUAL 'Y'
              MOVE FM-MATRICULA          TO FSD-MATRICULA
              READ FGTSSALD
                 INVALID KEY
                    ADD 1                TO WSS-QTD-SEM-SALDO-FGTS
                 NOT INVALID KEY
                    MOVE FSD-SALDO       TO WSS-FGTS-SALDO
              END-READ
           END-IF.

           IF WSS-FGTS-PCT-MULTA GREATER 0
              COMPUTE WSS-FGTS-MULTA ROUNDED =
                      (WSS-FGTS-SALDO + WSS-FGTS-DEPOSITO)
                      * WSS-FGTS-PCT-MULTA / 100
           END-IF.

           COMPUTE WSS-FGTS-TOTAL =
                   WSS-FGTS-DEPOSITO + WSS-FGTS-MULTA.

       2130-CALCULA-FGTS-RESCISORIO-EXIT.
           EXIT.

      *----
      * DEMONSTRATIVO COMPLETO (RODADA COM LISTA), NO FORMATO DO
      * COBOL152
      *----
       2200-IMPRIME-DEMONSTRATIVO.

           WRITE REG-RELSIMR FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           MOVE SPACES                   TO LINHA-TEXTO.

           MOVE 'MATRICULA                   :' TO LT-ROTULO.
           MOVE FM-MATRICULA             TO LT-VALOR.
           PERFORM 2900-GRAVA-LINHA
              THRU 2900-GRAVA-LINHA-EXIT.

           MOVE 'NOME                        :' TO LT-ROTULO.
           MOVE FM-NOME                  TO LINHA-TEXTO (31:40).
           PERFORM 2900-GRAVA-LINHA
              THRU 2900-GRAVA-LINHA-EXIT.

           MOVE 'EMPRESA / DEPARTAMENTO      :' TO LT-ROTULO.
           MOVE FM-EMPRESA               TO LINHA-TEXTO (31:2).
           MOVE '/'                      TO LINHA-TEXTO (34:1).
           MOVE FM-DEPARTAMENTO          TO LINHA-TEXTO (36:5).
           PERFORM 2900-GRAVA-LINHA
              THRU 2900-GRAVA-LINHA-EXIT.

           MOVE 'DATA DE ADMISSAO            :' TO LT-ROTULO.
           MOVE FM-DATA-ADMISSAO         TO MASCARA-DATA.
           MOVE MASCARA-DATA             TO LT-VALOR.
           PERFORM 2900-GRAVA-LINHA
              THRU 2900-GRAVA-LINHA-EXIT.

           MOVE 'DIAS DE AVISO PREVIO        :' TO LT-ROTULO.
           MOVE WSS-AVISO-DIAS           TO LT-VALOR.
           PERFORM 2900-GRAVA-LINHA
              THRU 2900-GRAVA-LINHA-EXIT.

           MOVE 'SALDO DE SALARIO            :' TO LT-ROTULO.
           MOVE WSS-SALDO-SALARIO        TO MASCARA-VALOR.
           PERFORM 2910-GRAVA-VALOR
              THRU 2910-GRAVA-VALOR-EXIT.

           MOVE '13. SALARIO PROPORCIONAL    :' TO LT-ROTULO.
           MOVE WSS-DECIMO-PROP          TO MASCARA-VALOR.
           PERFORM 2910-GRAVA-VALOR
              THRU 2910-GRAVA-VALOR-EXIT.

           MOVE 'FERIAS PROPORCIONAIS + 1/3  :' TO LT-ROTULO.
           MOVE WSS-FERIAS-PROP          TO MASCARA-VALOR.
           PERFORM 2910-GRAVA-VALOR
              THRU 2910-GRAVA-VALOR-EXIT.

           MOVE 'AVISO PREVIO INDENIZADO     :' TO LT-ROTULO.
           MOVE WSS-AVISO-VALOR          TO MASCARA-VALOR.
           PERFORM 2910-GRAVA-VALOR
              THRU 2910-GRAVA-VALOR-EXIT.

           MOVE '(-) ADIANTAMENTO EM ABERTO  :' TO LT-ROTULO.
           MOVE WSS-SALDO-ADIANT         TO MASCARA-VALOR.
           PERFORM 2910-GRAVA-VALOR
              THRU 2910-GRAVA-VALOR-EXIT.

           MOVE 'TOTAL DA RESCISAO           :' TO LT-ROTULO.
           MOVE WSS-TOTAL-RESC           TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 2950-MASCARA-VALOR
              THRU 2950-MASCARA-VALOR-EXIT.
           PERFORM 2900-GRAVA-LINHA
              THRU 2900-GRAVA-LINHA-EXIT.

           MOVE 'FGTS - DEPOSITO RESCISORIO   :' TO LT-ROTULO.
           MOVE WSS-FGTS-DEPOSITO        TO MASCARA-VALOR.
           PERFORM 2910-GRAVA-VALOR
              THRU 2910-GRAVA-VALOR-EXIT.

           MOVE 'FGTS - SALDO P/ FINS RESCIS. :' TO LT-ROTULO.
           MOVE WSS-FGTS-SALDO           TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 2950-MASCARA-VALOR
              THRU 2950-MASCARA-VALOR-EXIT.
           PERFORM 2900-GRAVA-LINHA
              THRU 2900-GRAVA-LINHA-EXIT.

           MOVE 'FGTS - MULTA RESCISORIA      :' TO LT-ROTULO.
           MOVE WSS-FGTS-MULTA           TO MASCARA-VALOR.
           PERFORM 2910-GRAVA-VALOR
              THRU 2910-GRAVA-VALOR-EXIT.

           MOVE 'CUSTO TOTAL DO DESLIGAMENTO :' TO LT-ROTULO.
           MOVE WSS-CUSTO-TOTAL          TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 2950-MASCARA-VALOR
              THRU 2950-MASCARA-VALOR-EXIT.
           PERFORM 2900-GRAVA-LINHA
              THRU 2900-GRAVA-LINHA-EXIT.

       2200-IMPRIME-DEMONSTRATIVO-EXIT.
           EXIT.

      *----
      * UMA LINHA POR FUNCIONARIO (RODADA GERAL DO PASSIVO)
      *----
       2250-IMPRIME-LINHA.

           MOVE SPACES                   TO DET01.
           MOVE FM-MATRICULA             TO MATRICULA-DET.
           MOVE FM-NOME                  TO NOME-DET.
           MOVE FM-EMPRESA               TO EMPRESA-DET.
           MOVE FM-DEPARTAMENTO          TO DEPTO-DET.
           MOVE WSS-AVISO-DIAS           TO AVISO-DIAS-DET.

           MOVE 10                       TO WSS-TAM-EDITADO.

           MOVE WSS-SALDO-SALARIO        TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO WSS-CAMPO-EDITADO.
           PERFORM 2960-MASCARA-CAMPO
              THRU 2960-MASCARA-CAMPO-EXIT.
           MOVE WSS-CAMPO-EDITADO        TO SALDO-DET.

           MOVE WSS-DECIMO-PROP          TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO WSS-CAMPO-EDITADO.
           PERFORM 2960-MASCARA-CAMPO
              THRU 2960-MASCARA-CAMPO-EXIT.
           MOVE WSS-CAMPO-EDITADO        TO DECIMO-DET.

           MOVE WSS-FERIAS-PROP          TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO WSS-CAMPO-EDITADO.
           PERFORM 2960-MASCARA-CAMPO
              THRU 2960-MASCARA-CAMPO-EXIT.
           MOVE WSS-CAMPO-EDITADO        TO FERIAS-DET.

           MOVE WSS-AVISO-VALOR          TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO WSS-CAMPO-EDITADO.
           PERFORM 2960-MASCARA-CAMPO
              THRU 2960-MASCARA-CAMPO-EXIT.
           MOVE WSS-CAMPO-EDITADO        TO AVISO-DET.

           MOVE WSS-SALDO-ADIANT         TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO WSS-CAMPO-EDITADO.
           PERFORM 2960-MASCARA-CAMPO
              THRU 2960-MASCARA-CAMPO-EXIT.
           MOVE WSS-CAMPO-EDITADO        TO ADIANT-DET.

           MOVE WSS-FGTS-TOTAL           TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO WSS-CAMPO-EDITADO.
           PERFORM 2960-MASCARA-CAMPO
              THRU 2960-MASCARA-CAMPO-EXIT.
           MOVE WSS-CAMPO-EDITADO        TO FGTS-DET.

           MOVE 11                       TO WSS-TAM-EDITADO.
           MOVE WSS-TOTAL-RESC           TO MASCARA-LIQUIDO.
           MOVE MASCARA-LIQUIDO          TO WSS-CAMPO-EDITADO.
           PERFORM 2960-MASCARA-CAMPO
              THRU 2960-MASCARA-CAMPO-EXIT.
           MOVE WSS-CAMPO-EDITADO        TO LIQUIDO-DET.

           MOVE 12                       TO WSS-TAM-EDITADO.
           MOVE WSS-CUSTO-TOTAL          TO MASCARA-CUSTO.
           MOVE MASCARA-CUSTO            TO WSS-CAMPO-EDITADO.
           PERFORM 2960-MASCARA-CAMPO
              THRU 2960-MASCARA-CAMPO-EXIT.
           MOVE WSS-CAMPO-EDITADO        TO CUSTO-DET.

           WRITE REG-RELSIMR FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELSIMR NOT EQUAL 0 THEN
              DISPLAY 'COBOL254 - ERRO WRITE RELSIMR FS=' ST-RELSIMR
              MOVE ST-RELSIMR            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       2250-IMPRIME-LINHA-EXIT.
           EXIT.

      *----
       2900-GRAVA-LINHA.

           WRITE REG-RELSIMR FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELSIMR NOT EQUAL 0 THEN
              DISPLAY 'COBOL254 - ERRO WRITE RELSIMR FS=' ST-RELSIMR
              MOVE ST-RELSIMR            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SPACES                   TO LINHA-TEXTO.

       2900-GRAVA-LINHA-EXIT.
           EXIT.

      *----
      * VALOR JA EDITADO EM MASCARA-VALOR: MASCARA E GRAVA A LINHA
      *----
       2910-GRAVA-VALOR.

           MOVE MASCARA-VALOR            TO LT-VALOR.

           PERFORM 2950-MASCARA-VALOR
              THRU 2950-MASCARA-VALOR-EXIT.

           PERFORM 2900-GRAVA-LINHA
              THRU 2900-GRAVA-LINHA-EXIT.

       2910-GRAVA-VALOR-EXIT.
           EXIT.

      *----
      * VALOR JA EDITADO EM LT-VALOR: INTEGRAL, PARCIAL OU SUPRIMIDO
      * CONFORME O USUARIO (COBOL234)
      *----
       2950-MASCARA-VALOR.

           MOVE 'V'                      TO WSS-MSC-TIPO.
           MOVE 14                       TO WSS-MSC-TAMANHO.
           MOVE LT-VALOR                 TO WSS-MSC-CAMPO.

           CALL 'COBOL234' USING WSS-MASCARA-LINKAGE.

           MOVE WSS-MSC-CAMPO (1:14)     TO LT-VALOR.

       2950-MASCARA-VALOR-EXIT.
           EXIT.

      *----
      * MESMA MASCARA PARA OS CAMPOS DA LINHA RESUMIDA
      *----
       2960-MASCARA-CAMPO.

           MOVE 'V'                      TO WSS-MSC-TIPO.
           MOVE WSS-TAM-EDITADO          TO WSS-MSC-TAMANHO.
           MOVE WSS-CAMPO-EDITADO        TO WSS-MSC-CAMPO.

           CALL 'COBOL234' USING WSS-MASCARA-LINKAGE.

           MOVE WSS-MSC-CAMPO (1:14)     TO WSS-CAMPO-EDITADO.

       2960-MASCARA-CAMPO-EXIT.
           EXIT.

      *----
       2300-ACUMULA-RESUMO.

           SET IDX-RES TO 1.
           SEARCH WSS-RES-ENTRY
             AT END
                PERFORM 2310-NOVO-RESUMO
                   THRU 2310-NOVO-RESUMO-EXIT
             WHEN RES-EMPRESA (IDX-RES) EQUAL FM-EMPRESA
              AND RES-DEPTO (IDX-RES) EQUAL FM-DEPARTAMENTO
                CONTINUE
           END-SEARCH.

           ADD 1                         TO RES-QTDE (IDX-RES).
           ADD WSS-TOTAL-VERBAS          TO RES-VERBAS (IDX-RES).
           ADD WSS-SALDO-ADIANT          TO RES-ADIANT (IDX-RES).
           ADD WSS-TOTAL-RESC            TO RES-LIQUIDO (IDX-RES).
           ADD WSS-FGTS-TOTAL            TO RES-FGTS (IDX-RES).
           ADD WSS-CUSTO-TOTAL           TO RES-CUSTO (IDX-RES).

       2300-ACUMULA-RESUMO-EXIT.
           EXIT.

      *----
       2310-NOVO-RESUMO.

           IF WSS-QTD-RESUMO NOT LESS 500
              DISPLAY 'COBOL254 - TABELA DE RESUMO ESGOTADA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-RESUMO.
           SET IDX-RES                   TO WSS-QTD-RESUMO.
           MOVE FM-EMPRESA               TO RES-EMPRESA (IDX-RES).
           MOVE FM-DEPARTAMENTO          TO RES-DEPTO (IDX-RES).
           MOVE 0                        TO RES-QTDE (IDX-RES)
                                            RES-VERBAS (IDX-RES)
                                            RES-ADIANT (IDX-RES)
                                            RES-LIQUIDO (IDX-RES)
                                            RES-FGTS (IDX-RES)
                                            RES-CUSTO (IDX-RES).

       2310-NOVO-RESUMO-EXIT.
           EXIT.

      *----
      * MATRICULAS DA LISTA QUE NAO ESTAO NO MESTRE
      *----
       7000-CONFERE-LISTA.

           DISPLAY '7000-CONFERE-LISTA'.

           IF WSS-MODO-LISTA NOT = 'Y'
              GO TO 7000-CONFERE-LISTA-EXIT
           END-IF.

           PERFORM 7100-CONFERE-MATRICULA
              THRU 7100-CONFERE-MATRICULA-EXIT
              VARYING IDX-LST FROM 1 BY 1
              UNTIL IDX-LST GREATER WSS-QTD-LISTA.

       7000-CONFERE-LISTA-EXIT.
           EXIT.

      *----
       7100-CONFERE-MATRICULA.

           IF TLS-ACHOU (IDX-LST) EQUAL 'Y'
              GO TO 7100-CONFERE-MATRICULA-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-NAO-ACHADOS.

           DISPLAY 'COBOL254 - MATRICULA DA LISTA NAO ENCONTRADA NO '
                   'FUNCMST: ' TLS-MATRICULA (IDX-LST).

       7100-CONFERE-MATRICULA-EXIT.
           EXIT.

      *----
      * PASSIVO POR EMPRESA E DEPARTAMENTO, COM SUBTOTAL POR EMPRESA
      * E TOTAL GERAL
      *----
       8000-IMPRIME-RESUMO.

           DISPLAY '8000-IMPRIME-RESUMO'.

           INITIALIZE WSS-TAB-TOTAIS.

           IF WSS-QTD-RESUMO EQUAL 0
              GO TO 8000-IMPRIME-RESUMO-EXIT
           END-IF.

           IF WSS-QTD-RESUMO GREATER 1
              SORT WSS-RES-ENTRY ASCENDING RES-EMPRESA RES-DEPTO
           END-IF.

           MOVE SPACES                   TO LINHA-TEXTO.
           MOVE 'PASSIVO DE RESCISAO SIMULADO' TO LT-ROTULO.
           MOVE 'POR EMPRESA E DEPARTAMENTO' TO LINHA-TEXTO (31:30).

           WRITE REG-RELSIMR FROM LINHA-TEXTO AFTER ADVANCING PAGE
           END-WRITE.

           WRITE REG-RELSIMR FROM CABRES AFTER ADVANCING 2
           END-WRITE.

           MOVE SPACES                   TO LINHA-TEXTO.
           MOVE RES-EMPRESA (1)          TO WSS-EMPRESA-ANT.

           PERFORM 8100-IMPRIME-DEPTO
              THRU 8100-IMPRIME-DEPTO-EXIT
              VARYING WSS-IRS FROM 1 BY 1
              UNTIL WSS-IRS GREATER WSS-QTD-RESUMO.

           MOVE 1                        TO WSS-IRS.

           PERFORM 8200-IMPRIME-TOTAL
              THRU 8200-IMPRIME-TOTAL-EXIT.

           MOVE 2                        TO WSS-IRS.
           MOVE SPACES                   TO WSS-EMPRESA-ANT.

           PERFORM 8200-IMPRIME-TOTAL
              THRU 8200-IMPRIME-TOTAL-EXIT.

       8000-IMPRIME-RESUMO-EXIT.
           EXIT.

      *----
       8100-IMPRIME-DEPTO.

           IF RES-EMPRESA (WSS-IRS) NOT EQUAL WSS-EMPRESA-ANT
              MOVE WSS-IRS               TO WSS-IRS-SALVO
              MOVE 1                     TO WSS-IRS
              PERFORM 8200-IMPRIME-TOTAL
                 THRU 8200-IMPRIME-TOTAL-EXIT
              MOVE WSS-IRS-SALVO         TO WSS-IRS
              MOVE RES-EMPRESA (WSS-IRS) TO WSS-EMPRESA-ANT
           END-IF.

           MOVE SPACES                   TO DETRES.
           MOVE RES-EMPRESA (WSS-IRS)    TO RES-EMPRESA-DET.
           MOVE RES-DEPTO (WSS-IRS)      TO RES-DEPTO-DET.
           MOVE RES-QTDE (WSS-IRS)       TO RES-QTDE-DET.
           MOVE RES-VERBAS (WSS-IRS)     TO MASCARA-RESUMO.
           MOVE MASCARA-RESUMO           TO RES-VERBAS-DET.
           MOVE RES-ADIANT (WSS-IRS)     TO MASCARA-RESUMO.
           MOVE MASCARA-RESUMO           TO RES-ADIANT-DET.
           MOVE RES-LIQUIDO (WSS-IRS)    TO MASCARA-RESUMO.
           MOVE MASCARA-RESUMO           TO RES-LIQUIDO-DET.
           MOVE RES-FGTS (WSS-IRS)       TO MASCARA-RESUMO.
           MOVE MASCARA-RESUMO           TO RES-FGTS-DET.
           MOVE RES-CUSTO (WSS-IRS)      TO MASCARA-RESUMO.
           MOVE MASCARA-RESUMO           TO RES-CUSTO-DET.

           WRITE REG-RELSIMR FROM DETRES AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELSIMR NOT EQUAL 0 THEN
              DISPLAY 'COBOL254 - ERRO WRITE RELSIMR FS=' ST-RELSIMR
              MOVE ST-RELSIMR            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD RES-QTDE (WSS-IRS)        TO TOT-QTDE (1) TOT-QTDE (2).
           ADD RES-VERBAS (WSS-IRS)      TO TOT-VERBAS (1)
                                            TOT-VERBAS (2).
           ADD RES-ADIANT (WSS-IRS)      TO TOT-ADIANT (1)
                                            TOT-ADIANT (2).
           ADD RES-LIQUIDO (WSS-IRS)     TO TOT-LIQUIDO (1)
                                            TOT-LIQUIDO (2).
           ADD RES-FGTS (WSS-IRS)        TO TOT-FGTS (1)
                                            TOT-FGTS (2).
           ADD RES-CUSTO (WSS-IRS)       TO TOT-CUSTO (1)
                                            TOT-CUSTO (2).

       8100-IMPRIME-DEPTO-EXIT.
           EXIT.

      *----
      * WSS-IRS = 1 SUBTOTAL DA EMPRESA EM WSS-EMPRESA-ANT (ZERADO
      * APOS A IMPRESSAO); WSS-IRS = 2 TOTAL GERAL
      *----
       8200-IMPRIME-TOTAL.

           MOVE SPACES                   TO DETRES.

           IF WSS-IRS EQUAL 1
              MOVE WSS-EMPRESA-ANT       TO RES-EMPRESA-DET
              MOVE 'TOTAL'               TO RES-DEPTO-DET
           ELSE
              MOVE 'TOTAL GERAL'         TO DETRES (1:11)
           END-IF.

           MOVE TOT-QTDE (WSS-IRS)       TO RES-QTDE-DET.
           MOVE TOT-VERBAS (WSS-IRS)     TO MASCARA-RESUMO.
           MOVE MASCARA-RESUMO           TO RES-VERBAS-DET.
           MOVE TOT-ADIANT (WSS-IRS)     TO MASCARA-RESUMO.
           MOVE MASCARA-RESUMO           TO RES-ADIANT-DET.
           MOVE TOT-LIQUIDO (WSS-IRS)    TO MASCARA-RESUMO.
           MOVE MASCARA-RESUMO           TO RES-LIQUIDO-DET.
           MOVE TOT-FGTS (WSS-IRS)       TO MASCARA-RESUMO.
           MOVE MASCARA-RESUMO           TO RES-FGTS-DET.
           MOVE TOT-CUSTO (WSS-IRS)      TO MASCARA-RESUMO.
           MOVE MASCARA-RESUMO           TO RES-CUSTO-DET.

           WRITE REG-RELSIMR FROM DETRES AFTER ADVANCING 1
           END-WRITE.

           WRITE REG-RELSIMR FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           IF WSS-IRS EQUAL 1
              MOVE 0                     TO TOT-QTDE (1)
                                            TOT-VERBAS (1)
                                            TOT-ADIANT (1)
                                            TOT-LIQUIDO (1)
                                            TOT-FGTS (1)
                                            TOT-CUSTO (1)
           END-IF.

       8200-IMPRIME-TOTAL-EXIT.
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

           DISPLAY '***ABEND-COBOL254*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
