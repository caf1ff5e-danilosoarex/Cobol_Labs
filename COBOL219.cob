      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : CUSTO TOTAL DO EMPREGADOR POR FUNCIONARIO. PARA A
      *            COMPETENCIA DO CARTAO GUIAPRM, SOMA POR MATRICULA:
      *            - A REMUNERACAO DO FOLHANET (BRUTO + ATS +
      *              BENEFICIOS, A MESMA DESPESA DO COBOL162);
      *            - A COTA PATRONAL DO INSS SOBRE FN-BRUTO, PELO
      *              PERCENTUAL DO GUIAPRM, O DE PRO-LABORE PARA
      *              DIRETOR E NENHUMA PARA ESTAGIARIO (MESMO CRITERIO
      *              DO COBOL182);
      *            - O DEPOSITO DE FGTS SOBRE FN-BRUTO, PELA ALIQUOTA
      *              DO FGTSPARM, A DO APRENDIZ PARA APRENDIZ E NENHUM
      *              PARA ESTAGIARIO E DIRETOR (MESMO CRITERIO DO
      *              COBOL181);
      *            - A PROVISAO DE FERIAS E 13. DO MES (LANCPROV DO
      *              COBOL163, POR DEPARTAMENTO), RATEADA ENTRE OS
      *              FUNCIONARIOS DO DEPARTAMENTO NA PROPORCAO DO
      *              BRUTO;
      *            - O CUSTO DA EMPRESA COM OS BENEFICIOS EM QUE O
      *              FUNCIONARIO ESTA INSCRITO (DEDENROL), PELO VALOR
      *              DTB-CUSTO-EMPRESA DA TABELA DEDTAB.
      *            GERA O ARQUIVO DE MAQUINA CUSTOFUN (UM REGISTRO POR
      *            MATRICULA) E O RELATORIO RELCUSTO COM O ANALITICO
      *            POR EMPRESA DO GRUPO (FN-EMPRESA) E DEPARTAMENTO E
      *            O RESUMO POR DEPARTAMENTO, NO QUAL O CUSTO DO
      *            FUNCIONARIO TRANSFERIDO NA COMPETENCIA (TRANSFEF) E
      *            RATEADO ENTRE O DEPARTAMENTO ANTIGO E O NOVO PELOS
      *            (DIA-1)/30 AVOS DO COBOL089/COBOL162.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL219.
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
           SELECT GUIAPRM ASSIGN TO GUIAPRM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-GUIAPRM.
      *
           SELECT FGTSPARM ASSIGN TO FGTSPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FGTSPARM.
      *
           SELECT FOLHANET ASSIGN TO FOLHANET
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FOLHANET.
      *
           SELECT LANCPROV ASSIGN TO LANCPROV
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-LANCPROV.
      *
           SELECT DEDTAB ASSIGN TO DEDTAB
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DEDTAB.
      *
           SELECT DEDENROL ASSIGN TO DEDENROL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DEDENROL.
      *
           SELECT TRANSFEF ASSIGN TO TRANSFEF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-TRANSFEF.
      *
           SELECT CUSTOFUN ASSIGN TO CUSTOFUN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CUSTOFUN.
      *
           SELECT RELCUSTO ASSIGN TO RELCUSTO
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELCUSTO.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   GUIAPRM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CARTAO DAS GUIAS (COBOL182): COMPETENCIA E PERCENTUAIS
      * PATRONAIS DO INSS E DO PRO-LABORE (ZERO ASSUME 20,00)
      *----
       01   REG-GUIAPRM.
            03 GPR-COMPETENCIA             PIC 9(006).
            03 GPR-PCT-PATRONAL            PIC 9(002)V99.
            03 GPR-DIA-VENC-GPS            PIC 9(002).
            03 GPR-DIA-VENC-DARF           PIC 9(002).
            03 GPR-PCT-PRO-LABORE          PIC 9(002)V99.
            03 FILLER                      PIC X(062).
      *----
       FD   FGTSPARM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CARTAO DO FGTS (COBOL181): ALIQUOTA (ZERADA ASSUME 8,00) E
      * ALIQUOTA DO APRENDIZ (ZERADA ASSUME 2,00)
      *----
       01   REG-FGTSPARM.
            03 FGP-COMPETENCIA             PIC 9(006).
            03 FGP-ALIQUOTA                PIC 9(002)V99.
            03 FGP-ALIQ-APRENDIZ           PIC 9(002)V99.
            03 FILLER                      PIC X(066).
      *----
       FD   FOLHANET
            RECORDING MODE IS F
            RECORD CONTAINS 200 CHARACTERS.
      *----
       01   REG-FOLHANET.
            03 FN-MATRICULA                PIC 9(008).
            03 FN-NOME                     PIC X(040).
            03 FN-DEPARTAMENTO             PIC X(005).
            03 FN-DATA-ADMISSAO            PIC 9(008).
            03 FN-SALARIO                  PIC 9(005)V99.
            03 FN-BRUTO                    PIC 9(007)V99.
            03 FN-INSS                     PIC 9(007)V99.
            03 FN-IRRF                     PIC 9(007)V99.
            03 FN-OUTRAS-DED               PIC 9(007)V99.
            03 FN-BENEFICIOS               PIC S9(007)V99
                                               SIGN LEADING SEPARATE.
            03 FN-LIQUIDO                  PIC S9(007)V99
                                               SIGN LEADING SEPARATE.
            03 FN-MOEDA                    PIC X(003).
            03 FN-PREMIO-ATS               PIC 9(007)V99.
            03 FN-EMPRESA                  PIC X(002).
            03 FN-ADIC-NOT                 PIC 9(007)V99.
            03 FN-PERIC                    PIC 9(007)V99.
            03 FN-ADIANT-DED               PIC 9(007)V99.
            03 FN-ABONO-PEC                PIC 9(007)V99.
            03 FN-ABONO-TERCO              PIC 9(007)V99.
            03 FN-PENSAO                   PIC 9(007)V99.
            03 FN-DSR                      PIC 9(005)V99.
            03 FN-TIPO-CONTRATO            PIC X(001).
               88 FN-APRENDIZ                      VALUE 'A'.
               88 FN-ESTAGIARIO                    VALUE 'E'.
               88 FN-DIRETOR                       VALUE 'D'.
      *----
       FD   LANCPROV
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * LANCAMENTOS DA PROVISAO DO MES POR DEPARTAMENTO (COBOL163):
      * 'FER' FERIAS + TERCO, 'DEC' 13. SALARIO, JA COM ENCARGOS
      *----
       01   REG-LANCPROV.
            03 LPR-DEPTO                   PIC X(005).
            03 LPR-TIPO                    PIC X(003).
            03 LPR-VALOR                   PIC S9(011)V99
                                               SIGN LEADING SEPARATE.
            03 FILLER                      PIC X(058).
      *----
       FD   DEDTAB
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-DEDTAB.
            03 DTB-CODIGO                  PIC X(004).
            03 DTB-DESCRICAO               PIC X(030).
            03 DTB-TIPO-VALOR              PIC X(001).
            03 DTB-VALOR                   PIC 9(007)V99.
            03 DTB-PRIORIDADE              PIC 9(002).
            03 DTB-CUSTO-EMPRESA           PIC 9(007)V99.
            03 FILLER                      PIC X(025).
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
       FD   TRANSFEF
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * TRANSFERENCIAS DE DEPARTAMENTO (COBOL131); SO AS COM
      * VIGENCIA NA COMPETENCIA RATEIAM O CUSTO
      *----
       01   REG-TRANSFEF.
            03 TRF-MATRICULA               PIC 9(008).
            03 TRF-DEPTO-ANT               PIC X(005).
            03 TRF-DEPTO-NOVO              PIC X(005).
            03 TRF-DATA-EFETIVA            PIC 9(008).
            03 FILLER                      PIC X(054).
      *----
       FD   CUSTOFUN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CUSTO DO EMPREGADOR POR MATRICULA NA COMPETENCIA, NO
      * DEPARTAMENTO CORRENTE DO FOLHANET
      *----
       01   REG-CUSTOFUN.
            03 CUF-COMPETENCIA             PIC 9(006).
            03 CUF-MATRICULA               PIC 9(008).
            03 CUF-EMPRESA                 PIC X(002).
            03 CUF-DEPTO                   PIC X(005).
            03 CUF-REMUNERACAO             PIC S9(007)V99
                                               SIGN LEADING SEPARATE.
            03 CUF-INSS-PATRONAL           PIC 9(007)V99.
            03 CUF-FGTS                    PIC 9(007)V99.
            03 CUF-PROVISAO                PIC S9(007)V99
                                               SIGN LEADING SEPARATE.
            03 CUF-BENEFICIOS              PIC 9(007)V99.
            03 CUF-CUSTO-TOTAL             PIC S9(007)V99
                                               SIGN LEADING SEPARATE.
            03 FILLER                      PIC X(002).
      *----
       FD   RELCUSTO.
      *----
       01   REG-RELCUSTO                   PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-GUIAPRM                      PIC 9(002) VALUE 0.
       77  ST-FGTSPARM                     PIC 9(002) VALUE 0.
       77  ST-FOLHANET                     PIC 9(002) VALUE 0.
       77  ST-LANCPROV                     PIC 9(002) VALUE 0.
       77  ST-DEDTAB                       PIC 9(002) VALUE 0.
       77  ST-DEDENROL                     PIC 9(002) VALUE 0.
       77  ST-TRANSFEF                     PIC 9(002) VALUE 0.
       77  ST-CUSTOFUN                     PIC 9(002) VALUE 0.
       77  ST-RELCUSTO                     PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-COMPETENCIA                 PIC 9(006) VALUE 0.
       77  WSS-PCT-PATRONAL                PIC 9(002)V99 VALUE 20,00.
       77  WSS-PCT-PRO-LABORE              PIC 9(002)V99 VALUE 20,00.
       77  WSS-ALIQUOTA-FGTS               PIC 9(002)V99 VALUE 8,00.
       77  WSS-ALIQ-APRENDIZ               PIC 9(002)V99 VALUE 2,00.
       77  WSS-QTD-FUN                     PIC 9(004) VALUE 0.
       77  WSS-QTD-PROV                    PIC 9(003) VALUE 0.
       77  WSS-QTD-DED                     PIC 9(002) VALUE 0.
       77  WSS-QTD-DEPTOS                  PIC 9(003) VALUE 0.
       77  WSS-REG-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-REG-GRAVADOS                PIC 9(006) VALUE ZEROES.
       77  WSS-REG-ADESOES                 PIC 9(006) VALUE ZEROES.
       77  WSS-REG-TRANSF                  PIC 9(006) VALUE ZEROES.
       77  WSS-DIA-EFETIVO                 PIC 9(002) VALUE 0.
       77  WSS-EMPRESA-ANT                 PIC X(002) VALUE SPACES.
       77  WSS-DEPTO-ANT                   PIC X(005) VALUE SPACES.
       77  WSS-CHAVE-BUSCA                 PIC X(007) VALUE SPACES.
       77  WSS-IDX-ACH                     PIC 9(003) COMP VALUE 0.
       77  WSS-IDX-BUSCA                   PIC 9(003) COMP VALUE 0.
       77  WSS-VALOR-RATEIO                PIC S9(009)V99 COMP-3
                                                          VALUE 0.
       77  WSS-FATOR-ANT                   PIC 9(001)V9(06) VALUE 0.
      *----
      * PARCELAS DO FUNCIONARIO TRANSFERIDO QUE VAO PARA O
      * DEPARTAMENTO ANTIGO
      *----
       77  WSS-ANT-REMUN                   PIC S9(009)V99 COMP-3
                                                          VALUE 0.
       77  WSS-ANT-INSS                    PIC S9(009)V99 COMP-3
                                                          VALUE 0.
       77  WSS-ANT-FGTS                    PIC S9(009)V99 COMP-3
                                                          VALUE 0.
       77  WSS-ANT-PROV                    PIC S9(009)V99 COMP-3
                                                          VALUE 0.
       77  WSS-ANT-BENEF                   PIC S9(009)V99 COMP-3
                                                          VALUE 0.
       77  WSS-ANT-TOTAL                   PIC S9(009)V99 COMP-3
                                                          VALUE 0.
      *----
      * QUEBRAS DO ANALITICO E TOTAL GERAL
      *----
       77  WSS-QTD-QUEBRA                  PIC 9(005) VALUE 0.
       77  WSS-QB-REMUN                    PIC S9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-QB-INSS                     PIC S9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-QB-FGTS                     PIC S9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-QB-PROV                     PIC S9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-QB-BENEF                    PIC S9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-QB-TOTAL                    PIC S9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-QTD-GERAL                   PIC 9(005) VALUE 0.
       77  WSS-TG-REMUN                    PIC S9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TG-INSS                     PIC S9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TG-FGTS                     PIC S9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TG-PROV                     PIC S9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TG-BENEF                    PIC S9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TG-TOTAL                    PIC S9(011)V99 COMP-3
                                                          VALUE 0.
      *----
      * GUARDA O RETURN-CODE DO ABEND: O CALL AO CLASSIFICADOR ZERA
      * O RETURN-CODE NA VOLTA
      *----
       77  WSS-RC-ABEND                    PIC 9(003) VALUE 0.
      *----
      * CUSTO POR FUNCIONARIO DO FOLHANET (CHAVE MATRICULA PARA A
      * BUSCA DAS ADESOES E TRANSFERENCIAS)
      *----
       01  WSS-TAB-FUN.
           05 WSS-FUN-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-FUN
                 ASCENDING KEY IS TCF-MATRICULA
                 INDEXED BY IDX-FUN.
              10 TCF-MATRICULA             PIC 9(008).
              10 TCF-NOME                  PIC X(030).
              10 TCF-EMPRESA               PIC X(002).
              10 TCF-DEPTO                 PIC X(005).
              10 TCF-BRUTO                 PIC 9(007)V99 COMP-3.
              10 TCF-REMUN                 PIC S9(009)V99 COMP-3.
              10 TCF-INSS                  PIC S9(009)V99 COMP-3.
              10 TCF-FGTS                  PIC S9(009)V99 COMP-3.
              10 TCF-PROV                  PIC S9(009)V99 COMP-3.
              10 TCF-BENEF                 PIC S9(009)V99 COMP-3.
              10 TCF-TOTAL                 PIC S9(009)V99 COMP-3.
              10 TCF-DEPTO-ANT             PIC X(005).
              10 TCF-DIA-EFETIVO           PIC 9(002).
              10 TCF-TIPO-CONTRATO         PIC X(001).
      *----
      * PROVISAO DO MES POR DEPARTAMENTO E BASE DO RATEIO (BRUTO DOS
      * FUNCIONARIOS DO DEPARTAMENTO); O RESIDUO DE ARREDONDAMENTO
      * FICA NO ULTIMO FUNCIONARIO DO DEPARTAMENTO
      *----
       01  WSS-TAB-PROV.
           05 WSS-PRV-ENTRY OCCURS 0 TO 200 TIMES
                 DEPENDING ON WSS-QTD-PROV
                 INDEXED BY IDX-PRV.
              10 TPV-DEPTO                 PIC X(005).
              10 TPV-VALOR                 PIC S9(011)V99 COMP-3.
              10 TPV-BRUTO                 PIC 9(011)V99 COMP-3.
              10 TPV-RATEADO               PIC S9(011)V99 COMP-3.
              10 TPV-ULT-FUN               PIC 9(004) COMP.
      *----
      * CUSTO DA EMPRESA POR TIPO DE BENEFICIO (DEDTAB)
      *----
       01  WSS-TAB-DED.
           05 WSS-DED-ENTRY OCCURS 0 TO 50 TIMES
                 DEPENDING ON WSS-QTD-DED
                 INDEXED BY IDX-DED.
              10 TDD-CODIGO                PIC X(004).
              10 TDD-CUSTO                 PIC 9(007)V99.
      *----
      * RESUMO POR EMPRESA + DEPARTAMENTO, COM O RATEIO DAS
      * TRANSFERENCIAS
      *----
       01  WSS-TAB-DEPTO.
           05 WSS-DEP-ENTRY OCCURS 0 TO 400 TIMES
                 DEPENDING ON WSS-QTD-DEPTOS
                 INDEXED BY IDX-DEP.
              10 TDP-CHAVE.
                 15 TDP-EMPRESA            PIC X(002).
                 15 TDP-DEPTO              PIC X(005).
              10 TDP-QTD                   PIC 9(005).
              10 TDP-REMUN                 PIC S9(011)V99 COMP-3.
              10 TDP-INSS                  PIC S9(011)V99 COMP-3.
              10 TDP-FGTS                  PIC S9(011)V99 COMP-3.
              10 TDP-PROV                  PIC S9(011)V99 COMP-3.
              10 TDP-BENEF                 PIC S9(011)V99 COMP-3.
              10 TDP-TOTAL                 PIC S9(011)V99 COMP-3.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL219'.
           03 FILLER                       PIC X(050)
              VALUE 'CUSTO TOTAL DO EMPREGADOR POR FUNCIONARIO'.
           03 FILLER                       PIC X(014)
              VALUE 'COMPETENCIA : '.
           03 CAB-COMPETENCIA              PIC 9(006) VALUE ZEROES.
      *----
       01  CAB02.
           03 FILLER                       PIC X(010) VALUE 'EMPRESA'.
           03 CAB-EMPRESA                  PIC X(002) VALUE SPACES.
           03 FILLER                       PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(010) VALUE 'DEPTO'.
           03 CAB-DEPTO                    PIC X(005) VALUE SPACES.
      *----
       01  CAB03.
           03 FILLER                       PIC X(036) VALUE SPACES.
           03 FILLER                       PIC X(015)
              VALUE '    REMUNERACAO'.
           03 FILLER                       PIC X(015)
              VALUE '  INSS PATRONAL'.
           03 FILLER                       PIC X(015)
              VALUE '           FGTS'.
           03 FILLER                       PIC X(015)
              VALUE '   PROV FER/13.'.
           03 FILLER                       PIC X(015)
              VALUE '     BENEFICIOS'.
           03 FILLER                       PIC X(015)
              VALUE '    CUSTO TOTAL'.
      *----
       01  CAB04.
           03 FILLER                       PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(064)
              VALUE 'RESUMO POR EMPRESA E DEPARTAMENTO (COM TRANSFERENCI
      -       'AS RATEADAS)'.
      *----
       01  DET01.
           03 MATRICULA-DET                PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 NOME-DET                     PIC X(025) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 VALORES-DET.
              05 REMUN-DET                 PIC ZZZ.ZZZ.ZZ9,99-.
              05 INSS-DET                  PIC ZZZ.ZZZ.ZZ9,99-.
              05 FGTS-DET                  PIC ZZZ.ZZZ.ZZ9,99-.
              05 PROV-DET                  PIC ZZZ.ZZZ.ZZ9,99-.
              05 BENEF-DET                 PIC ZZZ.ZZZ.ZZ9,99-.
              05 TOTAL-DET                 PIC ZZZ.ZZZ.ZZ9,99-.
      *----
       01  TOT01.
           03 ROTULO-TOT                   PIC X(024) VALUE SPACES.
           03 CHAVE-TOT                    PIC X(007) VALUE SPACES.
           03 QTD-TOT                      PIC ZZZZ9 VALUE ZEROES.
           03 VALORES-TOT.
              05 REMUN-TOT                 PIC ZZZ.ZZZ.ZZ9,99-.
              05 INSS-TOT                  PIC ZZZ.ZZZ.ZZ9,99-.
              05 FGTS-TOT                  PIC ZZZ.ZZZ.ZZ9,99-.
              05 PROV-TOT                  PIC ZZZ.ZZZ.ZZ9,99-.
              05 BENEF-TOT                 PIC ZZZ.ZZZ.ZZ9,99-.
              05 TOTAL-TOT                 PIC ZZZ.ZZZ.ZZ9,99-.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL219'
           DISPLAY ' CUSTO TOTAL DO EMPREGADOR'.

           PERFORM 0001-CARGA-CARTOES
              THRU 0001-CARGA-CARTOES-EXIT.

           PERFORM 0100-CARGA-FOLHANET
              THRU 0100-CARGA-FOLHANET-EXIT.

           PERFORM 0200-CARGA-LANCPROV
              THRU 0200-CARGA-LANCPROV-EXIT.

           PERFORM 0300-CARGA-DEDTAB
              THRU 0300-CARGA-DEDTAB-EXIT.

           PERFORM 1000-ENCARGOS
              THRU 1000-ENCARGOS-EXIT
              VARYING IDX-FUN FROM 1 BY 1
              UNTIL IDX-FUN > WSS-QTD-FUN.

           PERFORM 1100-RATEIA-PROVISAO
              THRU 1100-RATEIA-PROVISAO-EXIT
              VARYING IDX-FUN FROM 1 BY 1
              UNTIL IDX-FUN > WSS-QTD-FUN.

           PERFORM 1200-APLICA-ADESOES
              THRU 1200-APLICA-ADESOES-EXIT.

           PERFORM 1300-APLICA-TRANSFERENCIAS
              THRU 1300-APLICA-TRANSFERENCIAS-EXIT.

           PERFORM 2000-GRAVA-CUSTOFUN
              THRU 2000-GRAVA-CUSTOFUN-EXIT.

           PERFORM 3000-RESUMO-DEPTOS
              THRU 3000-RESUMO-DEPTOS-EXIT
              VARYING IDX-FUN FROM 1 BY 1
              UNTIL IDX-FUN > WSS-QTD-FUN.

           PERFORM 4000-IMPRIME-RELATORIO
              THRU 4000-IMPRIME-RELATORIO-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL219                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* COMPETENCIA          : ' WSS-COMPETENCIA.
           DISPLAY '* RESULTADOS LIDOS     : ' WSS-REG-LIDOS.
           DISPLAY '* CUSTOS GRAVADOS      : ' WSS-REG-GRAVADOS.
           DISPLAY '* ADESOES COM CUSTO    : ' WSS-REG-ADESOES.
           DISPLAY '* TRANSFERENCIAS       : ' WSS-REG-TRANSF.
           DISPLAY '* DEPARTAMENTOS        : ' WSS-QTD-DEPTOS.
           DISPLAY '*******************************************'.

           STOP RUN.

      *----
      * CARTOES: COMPETENCIA E PERCENTUAL PATRONAL DO GUIAPRM
      * (OBRIGATORIO) E ALIQUOTA DO FGTSPARM (FS=35 = 8,00)
      *----
       0001-CARGA-CARTOES.

           DISPLAY '0001-CARGA-CARTOES'.

           OPEN INPUT GUIAPRM.

           IF ST-GUIAPRM NOT EQUAL 0 THEN
              DISPLAY 'COBOL219 - ERRO OPEN GUIAPRM FS=' ST-GUIAPRM
              MOVE ST-GUIAPRM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ GUIAPRM.

           IF ST-GUIAPRM NOT EQUAL 0
              OR GPR-COMPETENCIA NOT NUMERIC
              OR GPR-COMPETENCIA EQUAL 0
              DISPLAY 'COBOL219 - COMPETENCIA INVALIDA NO CARTAO'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE GPR-COMPETENCIA          TO WSS-COMPETENCIA.
           MOVE GPR-COMPETENCIA          TO CAB-COMPETENCIA.

           IF GPR-PCT-PATRONAL NUMERIC AND GPR-PCT-PATRONAL GREATER 0
              MOVE GPR-PCT-PATRONAL      TO WSS-PCT-PATRONAL
           END-IF.

           IF GPR-PCT-PRO-LABORE NUMERIC
              AND GPR-PCT-PRO-LABORE GREATER 0
              MOVE GPR-PCT-PRO-LABORE    TO WSS-PCT-PRO-LABORE
           END-IF.

           CLOSE GUIAPRM.

           OPEN INPUT FGTSPARM.

           IF ST-FGTSPARM EQUAL 35
              DISPLAY 'COBOL219 - FGTSPARM NAO INFORMADO, ALIQUOTA '
                      'PADRAO'
              GO TO 0001-CARGA-CARTOES-EXIT
           END-IF.

           IF ST-FGTSPARM NOT EQUAL 0 THEN
              DISPLAY 'COBOL219 - ERRO OPEN FGTSPARM FS=' ST-FGTSPARM
              MOVE ST-FGTSPARM           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ FGTSPARM.

           IF ST-FGTSPARM EQUAL 0
              AND FGP-ALIQUOTA NUMERIC
              AND FGP-ALIQUOTA GREATER 0
              MOVE FGP-ALIQUOTA          TO WSS-ALIQUOTA-FGTS
           END-IF.

           IF ST-FGTSPARM EQUAL 0
              AND FGP-ALIQ-APRENDIZ NUMERIC
              AND FGP-ALIQ-APRENDIZ GREATER 0
              MOVE FGP-ALIQ-APRENDIZ     TO WSS-ALIQ-APRENDIZ
           END-IF.

           CLOSE FGTSPARM.

       0001-CARGA-CARTOES-EXIT.
           EXIT.

      *----
      * RESULTADO DA FOLHA; A TABELA E RECLASSIFICADA POR MATRICULA
      * PARA AS BUSCAS DAS ADESOES E TRANSFERENCIAS
      *----
       0100-CARGA-FOLHANET.

           DISPLAY '0100-CARGA-FOLHANET'.

           OPEN INPUT FOLHANET.

           IF ST-FOLHANET NOT EQUAL 0 THEN
              DISPLAY 'COBOL219 - ERRO OPEN FOLHANET FS=' ST-FOLHANET
              MOVE ST-FOLHANET           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0110-LER-FOLHANET
              THRU 0110-LER-FOLHANET-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FOLHANET.

           IF WSS-QTD-FUN GREATER 1
              SORT WSS-FUN-ENTRY ASCENDING TCF-MATRICULA
           END-IF.

       0100-CARGA-FOLHANET-EXIT.
           EXIT.

      *----
       0110-LER-FOLHANET.

           READ FOLHANET
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FOLHANET NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL219 - ERRO READ FOLHANET FS=' ST-FOLHANET
              MOVE ST-FOLHANET           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0110-LER-FOLHANET-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-LIDOS.

           IF WSS-QTD-FUN NOT LESS 5000
              DISPLAY 'COBOL219 - TABELA DE FUNCIONARIOS CHEIA, '
                      'MATRICULA IGNORADA: ' FN-MATRICULA
              GO TO 0110-LER-FOLHANET-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-FUN.
           SET IDX-FUN                   TO WSS-QTD-FUN.

           MOVE FN-MATRICULA             TO TCF-MATRICULA (IDX-FUN).
           MOVE FN-NOME                  TO TCF-NOME (IDX-FUN).
           MOVE FN-EMPRESA               TO TCF-EMPRESA (IDX-FUN).
           MOVE FN-DEPARTAMENTO          TO TCF-DEPTO (IDX-FUN).
           MOVE FN-BRUTO                 TO TCF-BRUTO (IDX-FUN).
           COMPUTE TCF-REMUN (IDX-FUN) =
                   FN-BRUTO + FN-PREMIO-ATS + FN-BENEFICIOS.
           MOVE 0                        TO TCF-INSS (IDX-FUN).
           MOVE 0                        TO TCF-FGTS (IDX-FUN).
           MOVE 0                        TO TCF-PROV (IDX-FUN).
           MOVE 0                        TO TCF-BENEF (IDX-FUN).
           MOVE 0                        TO TCF-TOTAL (IDX-FUN).
           MOVE SPACES                   TO TCF-DEPTO-ANT (IDX-FUN).
           MOVE 0                        TO TCF-DIA-EFETIVO (IDX-FUN).
           MOVE FN-TIPO-CONTRATO         TO TCF-TIPO-CONTRATO (IDX-FUN).

       0110-LER-FOLHANET-EXIT.
           EXIT.

      *----
      * PROVISAO DO MES POR DEPARTAMENTO (FS=35 = SEM PROVISAO)
      *----
       0200-CARGA-LANCPROV.

           DISPLAY '0200-CARGA-LANCPROV'.

           OPEN INPUT LANCPROV.

           IF ST-LANCPROV EQUAL 35
              DISPLAY 'COBOL219 - LANCPROV NAO INFORMADO, SEM '
                      'PROVISAO NO CUSTO'
              GO TO 0200-CARGA-LANCPROV-EXIT
           END-IF.

           IF ST-LANCPROV NOT EQUAL 0 THEN
              DISPLAY 'COBOL219 - ERRO OPEN LANCPROV FS=' ST-LANCPROV
              MOVE ST-LANCPROV           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0210-LER-LANCPROV
              THRU 0210-LER-LANCPROV-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE LANCPROV.

      *----
      * BASE DO RATEIO: BRUTO DOS FUNCIONARIOS DE CADA DEPARTAMENTO
      * COM PROVISAO; O ULTIMO DA TABELA RECEBE O RESIDUO
      *----
           PERFORM 0220-BASE-RATEIO
              THRU 0220-BASE-RATEIO-EXIT
              VARYING IDX-FUN FROM 1 BY 1
              UNTIL IDX-FUN > WSS-QTD-FUN.

       0200-CARGA-LANCPROV-EXIT.
           EXIT.

      *----
       0210-LER-LANCPROV.

           READ LANCPROV
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-LANCPROV NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL219 - ERRO READ LANCPROV FS=' ST-LANCPROV
              MOVE ST-LANCPROV           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0210-LER-LANCPROV-EXIT
           END-IF.

           SET IDX-PRV                   TO 1.

           SEARCH WSS-PRV-ENTRY
              AT END
                 IF WSS-QTD-PROV NOT LESS 200
                    DISPLAY 'COBOL219 - TABELA DE PROVISAO CHEIA, '
                            'DEPTO IGNORADO: ' LPR-DEPTO
                    GO TO 0210-LER-LANCPROV-EXIT
                 END-IF
                 ADD 1                   TO WSS-QTD-PROV
                 SET IDX-PRV             TO WSS-QTD-PROV
                 MOVE LPR-DEPTO          TO TPV-DEPTO (IDX-PRV)
                 MOVE 0                  TO TPV-VALOR (IDX-PRV)
                 MOVE 0                  TO TPV-BRUTO (IDX-PRV)
                 MOVE 0                  TO TPV-RATEADO (IDX-PRV)
                 MOVE 0                  TO TPV-ULT-FUN (IDX-PRV)
              WHEN TPV-DEPTO (IDX-PRV) EQUAL LPR-DEPTO
                 CONTINUE
           END-SEARCH.

           ADD LPR-VALOR                 TO TPV-VALOR (IDX-PRV).

       0210-LER-LANCPROV-EXIT.
           EXIT.

      *----
       0220-BASE-RATEIO.

           SET IDX-PRV                   TO 1.

           SEARCH WSS-PRV-ENTRY
              AT END
                 GO TO 0220-BASE-RATEIO-EXIT
              WHEN TPV-DEPTO (IDX-PRV) EQUAL TCF-DEPTO (IDX-FUN)
                 ADD TCF-BRUTO (IDX-FUN) TO TPV-BRUTO (IDX-PRV)
                 SET TPV-ULT-FUN (IDX-PRV) TO IDX-FUN
           END-SEARCH.

       0220-BASE-RATEIO-EXIT.
           EXIT.

      *----
      * CUSTO DA EMPRESA POR TIPO DE BENEFICIO (FS=35 = SEM CUSTO
      * DE BENEFICIOS); SO OS TIPOS COM DTB-CUSTO-EMPRESA
      *----
       0300-CARGA-DEDTAB.

           DISPLAY '0300-CARGA-DEDTAB'.

           OPEN INPUT DEDTAB.

           IF ST-DEDTAB EQUAL 35
              DISPLAY 'COBOL219 - DEDTAB NAO INFORMADO, SEM CUSTO DE '
                      'BENEFICIOS'
              GO TO 0300-CARGA-DEDTAB-EXIT
           END-IF.

           IF ST-DEDTAB NOT EQUAL 0 THEN
              DISPLAY 'COBOL219 - ERRO OPEN DEDTAB FS=' ST-DEDTAB
              MOVE ST-DEDTAB             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0310-LER-DEDTAB
              THRU 0310-LER-DEDTAB-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE DEDTAB.

       0300-CARGA-DEDTAB-EXIT.
           EXIT.

      *----
       0310-LER-DEDTAB.

           READ DEDTAB
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-DEDTAB NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL219 - ERRO READ DEDTAB FS=' ST-DEDTAB
              MOVE ST-DEDTAB             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0310-LER-DEDTAB-EXIT
           END-IF.

           IF DTB-CUSTO-EMPRESA NOT NUMERIC
              OR DTB-CUSTO-EMPRESA EQUAL 0
              GO TO 0310-LER-DEDTAB-EXIT
           END-IF.

           IF WSS-QTD-DED NOT LESS 50
              DISPLAY 'COBOL219 - TABELA DE BENEFICIOS CHEIA, TIPO '
                      'IGNORADO: ' DTB-CODIGO
              GO TO 0310-LER-DEDTAB-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-DED.
           SET IDX-DED                   TO WSS-QTD-DED.
           MOVE DTB-CODIGO               TO TDD-CODIGO (IDX-DED).
           MOVE DTB-CUSTO-EMPRESA        TO TDD-CUSTO (IDX-DED).

       0310-LER-DEDTAB-EXIT.
           EXIT.

      *----
      * ENCARGOS SOBRE FN-BRUTO: COTA PATRONAL DO INSS E FGTS, PELO
      * TIPO DE CONTRATO (ESTAGIARIO SEM ENCARGOS; DIRETOR COM A
      * COTA DO PRO-LABORE E SEM FGTS; APRENDIZ COM FGTS REDUZIDO)
      *----
       1000-ENCARGOS.

           EVALUATE TCF-TIPO-CONTRATO (IDX-FUN)
               WHEN 'E'
                    MOVE 0               TO TCF-INSS (IDX-FUN)
                    MOVE 0               TO TCF-FGTS (IDX-FUN)
               WHEN 'D'
                    COMPUTE TCF-INSS (IDX-FUN) ROUNDED =
                            TCF-BRUTO (IDX-FUN) * WSS-PCT-PRO-LABORE
                            / 100
                    MOVE 0               TO TCF-FGTS (IDX-FUN)
               WHEN 'A'
                    COMPUTE TCF-INSS (IDX-FUN) ROUNDED =
                            TCF-BRUTO (IDX-FUN) * WSS-PCT-PATRONAL
                            / 100
                    COMPUTE TCF-FGTS (IDX-FUN) ROUNDED =
                            TCF-BRUTO (IDX-FUN) * WSS-ALIQ-APRENDIZ
                            / 100
               WHEN OTHER
                    COMPUTE TCF-INSS (IDX-FUN) ROUNDED =
                            TCF-BRUTO (IDX-FUN) * WSS-PCT-PATRONAL
                            / 100
                    COMPUTE TCF-FGTS (IDX-FUN) ROUNDED =
                            TCF-BRUTO (IDX-FUN) * WSS-ALIQUOTA-FGTS
                            / 100
           END-EVALUATE.

       1000-ENCARGOS-EXIT.
           EXIT.

      *----
      * PARTE DO FUNCIONARIO NA PROVISAO DO DEPARTAMENTO, NA
      * PROPORCAO DO BRUTO (DEPARTAMENTO SEM BRUTO: PARTES IGUAIS NAO
      * SE APLICAM, A PROVISAO FICA NO ULTIMO FUNCIONARIO)
      *----
       1100-RATEIA-PROVISAO.

           SET IDX-PRV                   TO 1.

           SEARCH WSS-PRV-ENTRY
              AT END
                 GO TO 1100-RATEIA-PROVISAO-EXIT
              WHEN TPV-DEPTO (IDX-PRV) EQUAL TCF-DEPTO (IDX-FUN)
                 CONTINUE
           END-SEARCH.

           SET WSS-IDX-ACH               TO IDX-FUN.

           IF WSS-IDX-ACH EQUAL TPV-ULT-FUN (IDX-PRV)
              COMPUTE TCF-PROV (IDX-FUN) =
                      TPV-VALOR (IDX-PRV) - TPV-RATEADO (IDX-PRV)
              GO TO 1100-RATEIA-PROVISAO-EXIT
           END-IF.

           IF TPV-BRUTO (IDX-PRV) EQUAL 0
              GO TO 1100-RATEIA-PROVISAO-EXIT
           END-IF.

           COMPUTE TCF-PROV (IDX-FUN) ROUNDED =
                   TPV-VALOR (IDX-PRV) * TCF-BRUTO (IDX-FUN)
                   / TPV-BRUTO (IDX-PRV).

           ADD TCF-PROV (IDX-FUN)        TO TPV-RATEADO (IDX-PRV).

       1100-RATEIA-PROVISAO-EXIT.
           EXIT.

      *----
      * ADESOES AOS BENEFICIOS (FS=35 = NENHUMA): CADA ADESAO A TIPO
      * COM CUSTO SOMA O VALOR MENSAL DA EMPRESA AO FUNCIONARIO
      *----
       1200-APLICA-ADESOES.

           DISPLAY '1200-APLICA-ADESOES'.

           IF WSS-QTD-DED EQUAL 0
              GO TO 1200-APLICA-ADESOES-EXIT
           END-IF.

           OPEN INPUT DEDENROL.

           IF ST-DEDENROL EQUAL 35
              DISPLAY 'COBOL219 - DEDENROL NAO INFORMADO'
              GO TO 1200-APLICA-ADESOES-EXIT
           END-IF.

           IF ST-DEDENROL NOT EQUAL 0 THEN
              DISPLAY 'COBOL219 - ERRO OPEN DEDENROL FS=' ST-DEDENROL
              MOVE ST-DEDENROL           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1210-LER-DEDENROL
              THRU 1210-LER-DEDENROL-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE DEDENROL.

       1200-APLICA-ADESOES-EXIT.
           EXIT.

      *----
       1210-LER-DEDENROL.

           READ DEDENROL
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-DEDENROL NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL219 - ERRO READ DEDENROL FS=' ST-DEDENROL
              MOVE ST-DEDENROL           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1210-LER-DEDENROL-EXIT
           END-IF.

           SET IDX-DED                   TO 1.

           SEARCH WSS-DED-ENTRY
              AT END
                 GO TO 1210-LER-DEDENROL-EXIT
              WHEN TDD-CODIGO (IDX-DED) EQUAL DEN-CODIGO
                 CONTINUE
           END-SEARCH.

           SEARCH ALL WSS-FUN-ENTRY
              AT END
                 GO TO 1210-LER-DEDENROL-EXIT
              WHEN TCF-MATRICULA (IDX-FUN) EQUAL DEN-MATRICULA
                 CONTINUE
           END-SEARCH.

           ADD TDD-CUSTO (IDX-DED)       TO TCF-BENEF (IDX-FUN).
           ADD 1                         TO WSS-REG-ADESOES.

       1210-LER-DEDENROL-EXIT.
           EXIT.

      *----
      * TRANSFERENCIAS COM VIGENCIA NA COMPETENCIA (FS=35 = SEM
      * RATEIO): MARCA NO FUNCIONARIO O DEPARTAMENTO ANTIGO E O DIA
      *----
       1300-APLICA-TRANSFERENCIAS.

           DISPLAY '1300-APLICA-TRANSFERENCIAS'.

           OPEN INPUT TRANSFEF.

           IF ST-TRANSFEF EQUAL 35
              DISPLAY 'COBOL219 - TRANSFEF NAO INFORMADO, SEM RATEIO '
                      'DE TRANSFERENCIAS'
              GO TO 1300-APLICA-TRANSFERENCIAS-EXIT
           END-IF.

           IF ST-TRANSFEF NOT EQUAL 0 THEN
              DISPLAY 'COBOL219 - ERRO OPEN TRANSFEF FS=' ST-TRANSFEF
              MOVE ST-TRANSFEF           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1310-LER-TRANSFEF
              THRU 1310-LER-TRANSFEF-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE TRANSFEF.

       1300-APLICA-TRANSFERENCIAS-EXIT.
           EXIT.

      *----
       1310-LER-TRANSFEF.

           READ TRANSFEF
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-TRANSFEF NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL219 - ERRO READ TRANSFEF FS=' ST-TRANSFEF
              MOVE ST-TRANSFEF           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              OR TRF-DATA-EFETIVA (1:6) NOT EQUAL WSS-COMPETENCIA
              GO TO 1310-LER-TRANSFEF-EXIT
           END-IF.

           SEARCH ALL WSS-FUN-ENTRY
              AT END
                 GO TO 1310-LER-TRANSFEF-EXIT
              WHEN TCF-MATRICULA (IDX-FUN) EQUAL TRF-MATRICULA
                 CONTINUE
           END-SEARCH.

           MOVE TRF-DEPTO-ANT            TO TCF-DEPTO-ANT (IDX-FUN).
           MOVE TRF-DATA-EFETIVA (7:2)   TO TCF-DIA-EFETIVO (IDX-FUN).
           ADD 1                         TO WSS-REG-TRANSF.

       1310-LER-TRANSFEF-EXIT.
           EXIT.

      *----
      * CUSTO TOTAL E ARQUIVO DE MAQUINA, EM ORDEM DE MATRICULA
      *----
       2000-GRAVA-CUSTOFUN.

           DISPLAY '2000-GRAVA-CUSTOFUN'.

           OPEN OUTPUT CUSTOFUN.

           IF ST-CUSTOFUN NOT EQUAL 0 THEN
              DISPLAY 'COBOL219 - ERRO OPEN CUSTOFUN FS=' ST-CUSTOFUN
              MOVE ST-CUSTOFUN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 2010-GRAVA-FUNCIONARIO
              THRU 2010-GRAVA-FUNCIONARIO-EXIT
              VARYING IDX-FUN FROM 1 BY 1
              UNTIL IDX-FUN > WSS-QTD-FUN.

           CLOSE CUSTOFUN.

       2000-GRAVA-CUSTOFUN-EXIT.
           EXIT.

      *----
       2010-GRAVA-FUNCIONARIO.

           COMPUTE TCF-TOTAL (IDX-FUN) =
                   TCF-REMUN (IDX-FUN) + TCF-INSS (IDX-FUN)
                   + TCF-FGTS (IDX-FUN) + TCF-PROV (IDX-FUN)
                   + TCF-BENEF (IDX-FUN).

           MOVE SPACES                   TO REG-CUSTOFUN.
           MOVE WSS-COMPETENCIA          TO CUF-COMPETENCIA.
           MOVE TCF-MATRICULA (IDX-FUN)  TO CUF-MATRICULA.
           MOVE TCF-EMPRESA (IDX-FUN)    TO CUF-EMPRESA.
           MOVE TCF-DEPTO (IDX-FUN)      TO CUF-DEPTO.
           MOVE TCF-REMUN (IDX-FUN)      TO CUF-REMUNERACAO.
           MOVE TCF-INSS (IDX-FUN)       TO CUF-INSS-PATRONAL.
           MOVE TCF-FGTS (IDX-FUN)       TO CUF-FGTS.
           MOVE TCF-PROV (IDX-FUN)       TO CUF-PROVISAO.
           MOVE TCF-BENEF (IDX-FUN)      TO CUF-BENEFICIOS.
           MOVE TCF-TOTAL (IDX-FUN)      TO CUF-CUSTO-TOTAL.

           WRITE REG-CUSTOFUN.

           IF ST-CUSTOFUN NOT EQUAL 0 THEN
              DISPLAY 'COBOL219 - ERRO WRITE CUSTOFUN FS=' ST-CUSTOFUN
              MOVE ST-CUSTOFUN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-GRAVADOS.

       2010-GRAVA-FUNCIONARIO-EXIT.
           EXIT.

      *----
      * RESUMO POR EMPRESA + DEPARTAMENTO: O FUNCIONARIO TRANSFERIDO
      * NA COMPETENCIA DEIXA (DIA-1)/30 AVOS DE CADA PARCELA NO
      * DEPARTAMENTO ANTIGO; A CONTAGEM FICA NO DEPARTAMENTO CORRENTE
      *----
       3000-RESUMO-DEPTOS.

           MOVE 0                        TO WSS-ANT-REMUN
                                            WSS-ANT-INSS
                                            WSS-ANT-FGTS
                                            WSS-ANT-PROV
                                            WSS-ANT-BENEF
                                            WSS-ANT-TOTAL.

           IF TCF-DEPTO-ANT (IDX-FUN) NOT EQUAL SPACES
              AND TCF-DEPTO-ANT (IDX-FUN) NOT EQUAL
                  TCF-DEPTO (IDX-FUN)
              AND TCF-DIA-EFETIVO (IDX-FUN) GREATER 1
              COMPUTE WSS-FATOR-ANT ROUNDED =
                      (TCF-DIA-EFETIVO (IDX-FUN) - 1) / 30
              COMPUTE WSS-ANT-REMUN ROUNDED =
                      TCF-REMUN (IDX-FUN) * WSS-FATOR-ANT
              COMPUTE WSS-ANT-INSS ROUNDED =
                      TCF-INSS (IDX-FUN) * WSS-FATOR-ANT
              COMPUTE WSS-ANT-FGTS ROUNDED =
                      TCF-FGTS (IDX-FUN) * WSS-FATOR-ANT
              COMPUTE WSS-ANT-PROV ROUNDED =
                      TCF-PROV (IDX-FUN) * WSS-FATOR-ANT
              COMPUTE WSS-ANT-BENEF ROUNDED =
                      TCF-BENEF (IDX-FUN) * WSS-FATOR-ANT
              COMPUTE WSS-ANT-TOTAL =
                      WSS-ANT-REMUN + WSS-ANT-INSS + WSS-ANT-FGTS
                      + WSS-ANT-PROV + WSS-ANT-BENEF
           END-IF.

           MOVE TCF-EMPRESA (IDX-FUN)    TO WSS-CHAVE-BUSCA (1:2).
           MOVE TCF-DEPTO (IDX-FUN)      TO WSS-CHAVE-BUSCA (3:5).
           PERFORM ROT-ACHA-DEPTO
              THRU ROT-ACHA-DEPTO-EXIT.

           IF WSS-IDX-ACH EQUAL 0
              GO TO 3000-RESUMO-DEPTOS-EXIT
           END-IF.

           ADD 1                         TO TDP-QTD (WSS-IDX-ACH).
           COMPUTE TDP-REMUN (WSS-IDX-ACH) = TDP-REMUN (WSS-IDX-ACH)
                   + TCF-REMUN (IDX-FUN) - WSS-ANT-REMUN.
           COMPUTE TDP-INSS (WSS-IDX-ACH) = TDP-INSS (WSS-IDX-ACH)
                   + TCF-INSS (IDX-FUN) - WSS-ANT-INSS.
           COMPUTE TDP-FGTS (WSS-IDX-ACH) = TDP-FGTS (WSS-IDX-ACH)
                   + TCF-FGTS (IDX-FUN) - WSS-ANT-FGTS.
           COMPUTE TDP-PROV (WSS-IDX-ACH) = TDP-PROV (WSS-IDX-ACH)
                   + TCF-PROV (IDX-FUN) - WSS-ANT-PROV.
           COMPUTE TDP-BENEF (WSS-IDX-ACH) = TDP-BENEF (WSS-IDX-ACH)
                   + TCF-BENEF (IDX-FUN) - WSS-ANT-BENEF.
           COMPUTE TDP-TOTAL (WSS-IDX-ACH) = TDP-TOTAL (WSS-IDX-ACH)
                   + TCF-TOTAL (IDX-FUN) - WSS-ANT-TOTAL.

           IF WSS-ANT-TOTAL EQUAL 0
              AND WSS-ANT-REMUN EQUAL 0
              GO TO 3000-RESUMO-DEPTOS-EXIT
           END-IF.

           MOVE TCF-DEPTO-ANT (IDX-FUN)  TO WSS-CHAVE-BUSCA (3:5).
           PERFORM ROT-ACHA-DEPTO
              THRU ROT-ACHA-DEPTO-EXIT.

           IF WSS-IDX-ACH EQUAL 0
              GO TO 3000-RESUMO-DEPTOS-EXIT
           END-IF.

           ADD WSS-ANT-REMUN             TO TDP-REMUN (WSS-IDX-ACH).
           ADD WSS-ANT-INSS              TO TDP-INSS (WSS-IDX-ACH).
           ADD WSS-ANT-FGTS              TO TDP-FGTS (WSS-IDX-ACH).
           ADD WSS-ANT-PROV              TO TDP-PROV (WSS-IDX-ACH).
           ADD WSS-ANT-BENEF             TO TDP-BENEF (WSS-IDX-ACH).
           ADD WSS-ANT-TOTAL             TO TDP-TOTAL (WSS-IDX-ACH).

       3000-RESUMO-DEPTOS-EXIT.
           EXIT.

      *----
      * RELATORIO: ANALITICO POR EMPRESA/DEPARTAMENTO/MATRICULA COM
      * QUEBRAS E, EM SEGUIDA, O RESUMO POR DEPARTAMENTO COM AS
      * TRANSFERENCIAS RATEADAS
      *----
       4000-IMPRIME-RELATORIO.

           DISPLAY '4000-IMPRIME-RELATORIO'.

           IF WSS-QTD-FUN GREATER 1
              SORT WSS-FUN-ENTRY ASCENDING TCF-EMPRESA TCF-DEPTO
                                           TCF-MATRICULA
           END-IF.

           IF WSS-QTD-DEPTOS GREATER 1
              SORT WSS-DEP-ENTRY ASCENDING TDP-CHAVE
           END-IF.

           OPEN OUTPUT RELCUSTO.

           IF ST-RELCUSTO NOT EQUAL 0 THEN
              DISPLAY 'COBOL219 - ERRO OPEN RELCUSTO FS=' ST-RELCUSTO
              MOVE ST-RELCUSTO           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           WRITE REG-RELCUSTO FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           PERFORM 4100-IMPRIME-FUNCIONARIO
              THRU 4100-IMPRIME-FUNCIONARIO-EXIT
              VARYING IDX-FUN FROM 1 BY 1
              UNTIL IDX-FUN > WSS-QTD-FUN.

           IF WSS-QTD-FUN GREATER 0
              PERFORM 4200-QUEBRA-DEPTO
                 THRU 4200-QUEBRA-DEPTO-EXIT
           END-IF.

           MOVE 'TOTAL GERAL'            TO ROTULO-TOT.
           MOVE SPACES                   TO CHAVE-TOT.
           MOVE WSS-QTD-GERAL            TO QTD-TOT.
           MOVE WSS-TG-REMUN             TO REMUN-TOT.
           MOVE WSS-TG-INSS              TO INSS-TOT.
           MOVE WSS-TG-FGTS              TO FGTS-TOT.
           MOVE WSS-TG-PROV              TO PROV-TOT.
           MOVE WSS-TG-BENEF             TO BENEF-TOT.
           MOVE WSS-TG-TOTAL             TO TOTAL-TOT.
           WRITE REG-RELCUSTO FROM TOT01 AFTER ADVANCING 3
           END-WRITE.

           WRITE REG-RELCUSTO FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.
           WRITE REG-RELCUSTO FROM CAB04 AFTER ADVANCING 2
           END-WRITE.
           WRITE REG-RELCUSTO FROM CAB03 AFTER ADVANCING 2
           END-WRITE.

           MOVE SPACES                   TO WSS-EMPRESA-ANT.

           PERFORM 4300-IMPRIME-DEPTO
              THRU 4300-IMPRIME-DEPTO-EXIT
              VARYING IDX-DEP FROM 1 BY 1
              UNTIL IDX-DEP > WSS-QTD-DEPTOS.

           IF WSS-QTD-DEPTOS GREATER 0
              PERFORM 4400-QUEBRA-EMPRESA
                 THRU 4400-QUEBRA-EMPRESA-EXIT
           END-IF.

           IF ST-RELCUSTO NOT EQUAL 0 THEN
              DISPLAY 'COBOL219 - ERRO WRITE RELCUSTO FS=' ST-RELCUSTO
              MOVE ST-RELCUSTO           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE RELCUSTO.

       4000-IMPRIME-RELATORIO-EXIT.
           EXIT.

      *----
       4100-IMPRIME-FUNCIONARIO.

           IF IDX-FUN GREATER 1
              AND (TCF-EMPRESA (IDX-FUN) NOT EQUAL WSS-EMPRESA-ANT
                   OR TCF-DEPTO (IDX-FUN) NOT EQUAL WSS-DEPTO-ANT)
              PERFORM 4200-QUEBRA-DEPTO
                 THRU 4200-QUEBRA-DEPTO-EXIT
           END-IF.

           IF IDX-FUN EQUAL 1
              OR TCF-EMPRESA (IDX-FUN) NOT EQUAL WSS-EMPRESA-ANT
              OR TCF-DEPTO (IDX-FUN) NOT EQUAL WSS-DEPTO-ANT
              MOVE TCF-EMPRESA (IDX-FUN) TO WSS-EMPRESA-ANT
              MOVE TCF-DEPTO (IDX-FUN)   TO WSS-DEPTO-ANT
              MOVE TCF-EMPRESA (IDX-FUN) TO CAB-EMPRESA
              MOVE TCF-DEPTO (IDX-FUN)   TO CAB-DEPTO
              WRITE REG-RELCUSTO FROM CAB02 AFTER ADVANCING 3
              END-WRITE
              WRITE REG-RELCUSTO FROM CAB03 AFTER ADVANCING 2
              END-WRITE
           END-IF.

           MOVE TCF-MATRICULA (IDX-FUN)  TO MATRICULA-DET.
           MOVE TCF-NOME (IDX-FUN)       TO NOME-DET.
           MOVE TCF-REMUN (IDX-FUN)      TO REMUN-DET.
           MOVE TCF-INSS (IDX-FUN)       TO INSS-DET.
           MOVE TCF-FGTS (IDX-FUN)       TO FGTS-DET.
           MOVE TCF-PROV (IDX-FUN)       TO PROV-DET.
           MOVE TCF-BENEF (IDX-FUN)      TO BENEF-DET.
           MOVE TCF-TOTAL (IDX-FUN)      TO TOTAL-DET.

           WRITE REG-RELCUSTO FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELCUSTO NOT EQUAL 0 THEN
              DISPLAY 'COBOL219 - ERRO WRITE RELCUSTO FS=' ST-RELCUSTO
              MOVE ST-RELCUSTO           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-QUEBRA.
           ADD TCF-REMUN (IDX-FUN)       TO WSS-QB-REMUN.
           ADD TCF-INSS (IDX-FUN)        TO WSS-QB-INSS.
           ADD TCF-FGTS (IDX-FUN)        TO WSS-QB-FGTS.
           ADD TCF-PROV (IDX-FUN)        TO WSS-QB-PROV.
           ADD TCF-BENEF (IDX-FUN)       TO WSS-QB-BENEF.
           ADD TCF-TOTAL (IDX-FUN)       TO WSS-QB-TOTAL.

           ADD 1                         TO WSS-QTD-GERAL.
           ADD TCF-REMUN (IDX-FUN)       TO WSS-TG-REMUN.
           ADD TCF-INSS (IDX-FUN)        TO WSS-TG-INSS.
           ADD TCF-FGTS (IDX-FUN)        TO WSS-TG-FGTS.
           ADD TCF-PROV (IDX-FUN)        TO WSS-TG-PROV.
           ADD TCF-BENEF (IDX-FUN)       TO WSS-TG-BENEF.
           ADD TCF-TOTAL (IDX-FUN)       TO WSS-TG-TOTAL.

       4100-IMPRIME-FUNCIONARIO-EXIT.
           EXIT.

      *----
       4200-QUEBRA-DEPTO.

           MOVE 'TOTAL DO DEPARTAMENTO'  TO ROTULO-TOT.
           MOVE WSS-DEPTO-ANT            TO CHAVE-TOT.
           MOVE WSS-QTD-QUEBRA           TO QTD-TOT.
           MOVE WSS-QB-REMUN             TO REMUN-TOT.
           MOVE WSS-QB-INSS              TO INSS-TOT.
           MOVE WSS-QB-FGTS              TO FGTS-TOT.
           MOVE WSS-QB-PROV              TO PROV-TOT.
           MOVE WSS-QB-BENEF             TO BENEF-TOT.
           MOVE WSS-QB-TOTAL             TO TOTAL-TOT.

           WRITE REG-RELCUSTO FROM TOT01 AFTER ADVANCING 2
           END-WRITE.

           MOVE 0                        TO WSS-QTD-QUEBRA.
           MOVE 0                        TO WSS-QB-REMUN
                                            WSS-QB-INSS
                                            WSS-QB-FGTS
                                            WSS-QB-PROV
                                            WSS-QB-BENEF
                                            WSS-QB-TOTAL.

       4200-QUEBRA-DEPTO-EXIT.
           EXIT.

      *----
       4300-IMPRIME-DEPTO.

           IF IDX-DEP GREATER 1
              AND TDP-EMPRESA (IDX-DEP) NOT EQUAL WSS-EMPRESA-ANT
              PERFORM 4400-QUEBRA-EMPRESA
                 THRU 4400-QUEBRA-EMPRESA-EXIT
           END-IF.

           MOVE TDP-EMPRESA (IDX-DEP)    TO WSS-EMPRESA-ANT.

           MOVE 'DEPARTAMENTO'           TO ROTULO-TOT.
           MOVE TDP-CHAVE (IDX-DEP)      TO CHAVE-TOT.
           MOVE TDP-QTD (IDX-DEP)        TO QTD-TOT.
           MOVE TDP-REMUN (IDX-DEP)      TO REMUN-TOT.
           MOVE TDP-INSS (IDX-DEP)       TO INSS-TOT.
           MOVE TDP-FGTS (IDX-DEP)       TO FGTS-TOT.
           MOVE TDP-PROV (IDX-DEP)       TO PROV-TOT.
           MOVE TDP-BENEF (IDX-DEP)      TO BENEF-TOT.
           MOVE TDP-TOTAL (IDX-DEP)      TO TOTAL-TOT.

           WRITE REG-RELCUSTO FROM TOT01 AFTER ADVANCING 1
           END-WRITE.

           ADD TDP-QTD (IDX-DEP)         TO WSS-QTD-QUEBRA.
           ADD TDP-REMUN (IDX-DEP)       TO WSS-QB-REMUN.
           ADD TDP-INSS (IDX-DEP)        TO WSS-QB-INSS.
           ADD TDP-FGTS (IDX-DEP)        TO WSS-QB-FGTS.
           ADD TDP-PROV (IDX-DEP)        TO WSS-QB-PROV.
           ADD TDP-BENEF (IDX-DEP)       TO WSS-QB-BENEF.
           ADD TDP-TOTAL (IDX-DEP)       TO WSS-QB-TOTAL.

       4300-IMPRIME-DEPTO-EXIT.
           EXIT.

      *----
       4400-QUEBRA-EMPRESA.

           MOVE 'TOTAL DA EMPRESA'       TO ROTULO-TOT.
           MOVE WSS-EMPRESA-ANT          TO CHAVE-TOT.
           MOVE WSS-QTD-QUEBRA           TO QTD-TOT.
           MOVE WSS-QB-REMUN             TO REMUN-TOT.
           MOVE WSS-QB-INSS              TO INSS-TOT.
           MOVE WSS-QB-FGTS              TO FGTS-TOT.
           MOVE WSS-QB-PROV              TO PROV-TOT.
           MOVE WSS-QB-BENEF             TO BENEF-TOT.
           MOVE WSS-QB-TOTAL             TO TOTAL-TOT.

           WRITE REG-RELCUSTO FROM TOT01 AFTER ADVANCING 2
           END-WRITE.

           MOVE SPACES                   TO REG-RELCUSTO.
           WRITE REG-RELCUSTO AFTER ADVANCING 1
           END-WRITE.

           MOVE 0                        TO WSS-QTD-QUEBRA.
           MOVE 0                        TO WSS-QB-REMUN
                                            WSS-QB-INSS
                                            WSS-QB-FGTS
                                            WSS-QB-PROV
                                            WSS-QB-BENEF
                                            WSS-QB-TOTAL.

       4400-QUEBRA-EMPRESA-EXIT.
           EXIT.

      *----
      * LOCALIZA (OU CRIA) A ENTRADA EMPRESA + DEPARTAMENTO DE
      * WSS-CHAVE-BUSCA NO RESUMO; DEVOLVE O SUBSCRITO EM
      * WSS-IDX-ACH (ZERO COM A TABELA CHEIA)
      *----
       ROT-ACHA-DEPTO.

           MOVE 0                        TO WSS-IDX-ACH.

           PERFORM ROT-COMPARA-DEPTO
              THRU ROT-COMPARA-DEPTO-EXIT
              VARYING WSS-IDX-BUSCA FROM 1 BY 1
              UNTIL WSS-IDX-BUSCA > WSS-QTD-DEPTOS
                 OR WSS-IDX-ACH NOT EQUAL 0.

           IF WSS-IDX-ACH NOT EQUAL 0
              GO TO ROT-ACHA-DEPTO-EXIT
           END-IF.

           IF WSS-QTD-DEPTOS NOT LESS 400
              DISPLAY 'COBOL219 - TABELA DE DEPARTAMENTOS CHEIA, '
                      'CUSTO FORA DO RESUMO: ' WSS-CHAVE-BUSCA
              GO TO ROT-ACHA-DEPTO-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-DEPTOS.
           MOVE WSS-QTD-DEPTOS           TO WSS-IDX-ACH.
           MOVE WSS-CHAVE-BUSCA          TO TDP-CHAVE (WSS-IDX-ACH).
           MOVE 0                        TO TDP-QTD (WSS-IDX-ACH).
           MOVE 0                        TO TDP-REMUN (WSS-IDX-ACH).
           MOVE 0                        TO TDP-INSS (WSS-IDX-ACH).
           MOVE 0                        TO TDP-FGTS (WSS-IDX-ACH).
           MOVE 0                        TO TDP-PROV (WSS-IDX-ACH).
           MOVE 0                        TO TDP-BENEF (WSS-IDX-ACH).
           MOVE 0                        TO TDP-TOTAL (WSS-IDX-ACH).

       ROT-ACHA-DEPTO-EXIT.
           EXIT.

      *----
       ROT-COMPARA-DEPTO.

           IF TDP-CHAVE (WSS-IDX-BUSCA) EQUAL WSS-CHAVE-BUSCA
              MOVE WSS-IDX-BUSCA         TO WSS-IDX-ACH
           END-IF.

       ROT-COMPARA-DEPTO-EXIT.
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

           DISPLAY '***ABEND-COBOL219*** RC=' WSS-RC-ABEND
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           MOVE WSS-RC-ABEND TO RETURN-CODE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
