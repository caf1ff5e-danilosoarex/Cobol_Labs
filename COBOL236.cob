      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : MONTAGEM DO ORCAMENTO ANUAL DA FOLHA. PROJETA OS
      *            DOZE MESES DO ANO DO CARTAO ORCAPRM POR
      *            DEPARTAMENTO, A PARTIR DOS SALARIOS DO FUNCMST:
      *            - REAJUSTE DO ACORDO COLETIVO (MES E PERCENTUAL DO
      *              ORCAPRM) SOBRE O SALARIO DALI EM DIANTE;
      *            - ADICIONAL POR TEMPO DE SERVICO PELA TABELA
      *              SENIORTB (MESMA REGRA DO COBOL148), MES A MES;
      *            - 13. SALARIO EM DUAS PARCELAS (MESES DO ORCAPRM,
      *              PADRAO NOVEMBRO E DEZEMBRO), PROPORCIONAL AOS
      *              MESES DO ANO NA EMPRESA;
      *            - 1/3 DE FERIAS NO MES DE ANIVERSARIO DA ADMISSAO;
      *            - ADMISSOES E DESLIGAMENTOS PREVISTOS NO PLANO DE
      *              QUADRO PLANQDR (COPY2361), COM A RESCISAO (13. E
      *              FERIAS PROPORCIONAIS) NO MES DA SAIDA;
      *            - ENCARGOS: COTA PATRONAL DO INSS (GUIAPRM) E FGTS
      *              (FGTSPARM), PELO TIPO DE CONTRATO, NO MESMO
      *              CRITERIO DO COBOL219.
      *            GRAVA O ORCAMENTO (DEPARTAMENTO X MES) QUE O
      *            COBOL122 COMPARA COM O REALIZADO E O RELATORIO
      *            RELORCA, POR DEPARTAMENTO E COMPONENTE, COM OS
      *            TOTAIS POR HIERARQUIA (COBOL226) E O QUADRO DE
      *            APROVACAO DA AREA FINANCEIRA.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL236.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 08:00:00.
       DATE-COMPILED. 2026-10-15.
       INSTALLATION. INEFE.
       SECURITY. CONFIDENTIAL.

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
           SELECT ORCAPRM ASSIGN TO ORCAPRM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-ORCAPRM.
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
           SELECT SENIORTB ASSIGN TO SENIORTB
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-SENIORTB.
      *
           SELECT PLANQDR ASSIGN TO PLANQDR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PLANQDR.
      *
           SELECT FUNCMST ASSIGN TO FUNCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FM-MATRICULA
                  FILE STATUS IS ST-FUNCMST.
      *
           SELECT ORCAMENTO ASSIGN TO ORCAMENTO
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-ORCAMENTO.
      *
           SELECT RELORCA ASSIGN TO RELORCA
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELORCA.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   ORCAPRM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CARTAO DO ORCAMENTO: ANO ORCADO, MES E PERCENTUAL DO REAJUSTE
      * DO ACORDO COLETIVO (MES ZERADO = SEM REAJUSTE) E MESES DAS
      * PARCELAS DO 13. (ZERADOS ASSUMEM 11 E 12)
      *----
       01   REG-ORCAPRM.
            03 ORP-ANO                     PIC 9(004).
            03 ORP-MES-REAJUSTE            PIC 9(002).
            03 ORP-PCT-REAJUSTE            PIC 9(003)V99.
            03 ORP-MES-13-PARC1            PIC 9(002).
            03 ORP-MES-13-PARC2            PIC 9(002).
            03 FILLER                      PIC X(065).
      *----
       FD   GUIAPRM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CARTAO DAS GUIAS (COBOL182): PERCENTUAIS PATRONAIS DO INSS E
      * DO PRO-LABORE (ZERO ASSUME 20,00)
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
       FD   SENIORTB
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * TABELA DO ADICIONAL POR TEMPO DE SERVICO DO ACORDO COLETIVO:
      * FAIXA DE ANOS COMPLETOS DE CASA X PERCENTUAL DO SALARIO
      *----
       01   REG-SENIORTB.
            03 SNR-ANOS-DE                 PIC 9(002).
            03 SNR-ANOS-ATE                PIC 9(002).
            03 SNR-PERCENTUAL              PIC 9(003)V99.
            03 FILLER                      PIC X(071).
      *----
       FD   PLANQDR
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2361'.
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
           03  FM-CARGO                    PIC X(002).
           03  FM-EMPRESA                  PIC X(002).
           03  FM-TIPO-CONTRATO            PIC X(001).
      *----
       FD   ORCAMENTO
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * ORCAMENTO POR DEPARTAMENTO E MES LIDO PELO COBOL122 (OS TRES
      * PRIMEIROS CAMPOS); ANO, QUADRO E ENCARGOS OCUPAM O ANTIGO
      * FILLER E SAO SO INFORMATIVOS
      *----
       01   REG-ORCAMENTO.
            03 ORC-DEPTO                   PIC X(005).
            03 ORC-MES                     PIC 9(002).
            03 ORC-VALOR                   PIC 9(009)V99.
            03 ORC-ANO                     PIC 9(004).
            03 ORC-QUADRO                  PIC 9(005).
            03 ORC-ENCARGOS                PIC 9(009)V99.
            03 FILLER                      PIC X(042).
      *----
       FD   RELORCA.
      *----
       01   REG-RELORCA                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-ORCAPRM                      PIC 9(002) VALUE 0.
       77  ST-GUIAPRM                      PIC 9(002) VALUE 0.
       77  ST-FGTSPARM                     PIC 9(002) VALUE 0.
       77  ST-SENIORTB                     PIC 9(002) VALUE 0.
       77  ST-PLANQDR                      PIC 9(002) VALUE 0.
       77  ST-FUNCMST                      PIC 9(002) VALUE 0.
       77  ST-ORCAMENTO                    PIC 9(002) VALUE 0.
       77  ST-RELORCA                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-ANO                         PIC 9(004) VALUE 0.
       77  WSS-MES-REAJUSTE                PIC 9(002) VALUE 0.
       77  WSS-PCT-REAJUSTE                PIC 9(003)V99 VALUE 0.
       77  WSS-MES-13-PARC1                PIC 9(002) VALUE 11.
       77  WSS-MES-13-PARC2                PIC 9(002) VALUE 12.
       77  WSS-PCT-PATRONAL                PIC 9(002)V99 VALUE 20,00.
       77  WSS-PCT-PRO-LABORE              PIC 9(002)V99 VALUE 20,00.
       77  WSS-ALIQUOTA-FGTS               PIC 9(002)V99 VALUE 8,00.
       77  WSS-ALIQ-APRENDIZ               PIC 9(002)V99 VALUE 2,00.
       77  WSS-QTD-FAIXAS-ATS              PIC 9(002) VALUE 0.
       77  WSS-QTD-DEPTOS                  PIC 9(003) VALUE 0.
       77  WSS-QTD-SAIDAS                  PIC 9(004) VALUE 0.
       77  WSS-QTD-MOVS                    PIC 9(004) VALUE 0.
       77  WSS-MES                         PIC 9(002) COMP VALUE 0.
       77  WSS-COMP                        PIC 9(002) COMP VALUE 0.
       77  WSS-IDX-FX                      PIC 9(002) COMP VALUE 0.
       77  WSS-IDX-MV                      PIC 9(004) COMP VALUE 0.
       77  WSS-IDX-DP                      PIC 9(003) COMP VALUE 0.
       77  WSS-REG-FUNCMST                 PIC 9(006) VALUE ZEROES.
       77  WSS-REG-PROJETADOS              PIC 9(006) VALUE ZEROES.
       77  WSS-REG-PLANQDR                 PIC 9(006) VALUE ZEROES.
       77  WSS-REG-ADMISSOES               PIC 9(006) VALUE ZEROES.
       77  WSS-REG-DESLIGAMENTOS           PIC 9(006) VALUE ZEROES.
       77  WSS-REG-PLANO-REJ               PIC 9(006) VALUE ZEROES.
       77  WSS-REG-ORCAMENTO               PIC 9(006) VALUE ZEROES.
       77  WSS-MESES-SERVICO               PIC S9(005) COMP VALUE 0.
       77  WSS-ANOS-SERVICO                PIC 9(003) COMP VALUE 0.
       77  WSS-QUOCIENTE                   PIC 9(005) COMP VALUE 0.
       77  WSS-MESES-FERIAS                PIC 9(002) COMP VALUE 0.
       77  WSS-AVOS                        PIC 9(002) COMP VALUE 0.
       77  WSS-PCT-ATS                     PIC 9(003)V99 VALUE 0.
       77  WSS-SALARIO-MES                 PIC 9(005)V99 VALUE 0.
       77  WSS-REMUNERACAO                 PIC S9(007)V99 COMP-3
                                                          VALUE 0.
       77  WSS-BASE-ENCARGOS               PIC S9(007)V99 COMP-3
                                                          VALUE 0.
       77  WSS-VALOR-MES                   PIC S9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-SOMA-LINHA                  PIC S9(013)V99 COMP-3
                                                          VALUE 0.
       77  WSS-SALARIO-MEDIO               PIC 9(005)V99 VALUE 0.
       77  WSS-POS-ARVORE                  PIC 9(003) COMP VALUE 0.
       77  WSS-ARVORE                      PIC X(015) VALUE SPACES.
       77  MASCARA-DATA                    PIC 99/99/9999.
       77  MASCARA-VALOR                   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-ENCARGOS                PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-QTDE                    PIC -ZZZZ9.
       77  MASCARA-PCT                     PIC ZZ9,99.
       01  WSS-DATA-AUX                    PIC 9(008) VALUE 0.
      *----
      * GUARDA O RETURN-CODE DO ABEND: O CALL AO CLASSIFICADOR ZERA
      * O RETURN-CODE NA VOLTA
      *----
       77  WSS-RC-ABEND                    PIC 9(003) VALUE 0.
       77  WSS-RC-FINAL                    PIC 9(003) VALUE 0.
      *----
      * PESSOA EM PROJECAO: FUNCIONARIO DO MESTRE (QTDE 1), ADMISSAO
      * PREVISTA (QTDE N) OU VAGA QUE DEIXA DE SER PAGA (QTDE -N).
      * ATIVA DE PES-MES-INI A PES-MES-FIM; PES-MES-SAIDA > 0 LANCA A
      * RESCISAO NESSE MES
      *----
       01  WSS-PESSOA.
           03 PES-DEPTO                    PIC X(005).
           03 PES-SALARIO                  PIC 9(005)V99.
           03 PES-SALARIO-REAJ             PIC 9(005)V99.
           03 PES-DATA-ADMISSAO            PIC 9(008).
           03 PES-ADM-ANO                  PIC 9(004).
           03 PES-ADM-MES                  PIC 9(002).
           03 PES-TIPO-CONTRATO            PIC X(001).
              88 PES-APRENDIZ                      VALUE 'A'.
              88 PES-ESTAGIARIO                    VALUE 'E'.
              88 PES-DIRETOR                       VALUE 'D'.
           03 PES-QTDE                     PIC S9(003).
           03 PES-MES-INI                  PIC 9(002).
           03 PES-MES-FIM                  PIC 9(002).
           03 PES-MES-SAIDA                PIC 9(002).
           03 PES-REAJUSTA                 PIC X(001).
           03 PES-13-PAGO                  PIC S9(007)V99 COMP-3.
      *----
      * VALORES DO MES DA PESSOA, POR COMPONENTE: 1 = SALARIO,
      * 2 = ADICIONAL POR TEMPO DE SERVICO, 3 = 13. SALARIO,
      * 4 = 1/3 DE FERIAS, 5 = RESCISAO, 6 = ENCARGOS
      *----
       01  WSS-VALORES-MES.
           03 WSS-VLR                      PIC S9(007)V99 COMP-3
                                           OCCURS 6 TIMES.
       77  WSS-CONTA-QUADRO                PIC X(001) VALUE 'N'.
      *----
      * FAIXAS DO ADICIONAL POR TEMPO DE SERVICO (SENIORTB)
      *----
       01  WSS-TAB-ATS.
           05 WSS-ATS-ENTRY OCCURS 0 TO 20 TIMES
                 DEPENDING ON WSS-QTD-FAIXAS-ATS.
              10 ATS-ANOS-DE               PIC 9(002).
              10 ATS-ANOS-ATE              PIC 9(002).
              10 ATS-PERCENTUAL            PIC 9(003)V99.
      *----
      * DESLIGAMENTOS PREVISTOS DE MATRICULAS DO MESTRE
      *----
       01  WSS-TAB-SAIDAS.
           05 WSS-SAI-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WSS-QTD-SAIDAS
                 ASCENDING KEY IS TSA-MATRICULA
                 INDEXED BY IDX-SAI.
              10 TSA-MATRICULA             PIC 9(008).
              10 TSA-MES                   PIC 9(002).
              10 TSA-ACHADA                PIC X(001).
      *----
      * ADMISSOES PREVISTAS E VAGAS QUE DEIXAM DE SER PAGAS,
      * PROJETADAS DEPOIS DO MESTRE (A MEDIA DO DEPARTAMENTO SO E
      * CONHECIDA NO FIM DA LEITURA)
      *----
       01  WSS-TAB-MOVS.
           05 WSS-MOV-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WSS-QTD-MOVS.
              10 TMV-TIPO                  PIC X(001).
              10 TMV-DEPTO                 PIC X(005).
              10 TMV-MES                   PIC 9(002).
              10 TMV-QTDE                  PIC 9(003).
              10 TMV-SALARIO               PIC 9(005)V99.
              10 TMV-TIPO-CONTRATO         PIC X(001).
      *----
      * ORCAMENTO POR DEPARTAMENTO: MES X COMPONENTE E QUADRO DO MES.
      * TDP-QTD-ATUAL/TDP-SAL-ATUAL (QUADRO E FOLHA ATUAIS) DAO O
      * SALARIO MEDIO DAS VAGAS QUE DEIXAM DE SER PAGAS
      *----
       01  WSS-TAB-DEPTOS.
           05 WSS-DEP-ENTRY OCCURS 0 TO 200 TIMES
                 DEPENDING ON WSS-QTD-DEPTOS
                 ASCENDING KEY IS TDP-DEPTO
                 INDEXED BY IDX-DEP.
              10 TDP-DEPTO                 PIC X(005).
              10 TDP-QTD-ATUAL             PIC S9(005) COMP-3.
              10 TDP-SAL-ATUAL             PIC S9(009)V99 COMP-3.
              10 TDP-MESES.
                 15 TDP-MES OCCURS 12 TIMES.
                    20 TDP-VALOR           PIC S9(011)V99 COMP-3
                                           OCCURS 6 TIMES.
                    20 TDP-QUADRO          PIC S9(005) COMP-3.
      *----
       01  WSS-TOTAL-GERAL.
           05 TOT-MESES.
              10 TOT-MES OCCURS 12 TIMES.
                 15 TOT-VALOR              PIC S9(011)V99 COMP-3
                                           OCCURS 6 TIMES.
                 15 TOT-QUADRO             PIC S9(005) COMP-3.
      *----
      * AREA DE IMPRESSAO DE UM BLOCO (DEPARTAMENTO OU TOTAL GERAL),
      * COM A MESMA FORMA DE TDP-MESES E TOT-MESES
      *----
       01  WSS-IMPRESSAO.
           05 IMP-MESES.
              10 IMP-MES OCCURS 12 TIMES.
                 15 IMP-VALOR              PIC S9(011)V99 COMP-3
                                           OCCURS 6 TIMES.
                 15 IMP-QUADRO             PIC S9(005) COMP-3.
      *----
       01  WSS-ROTULOS-VALUE.
           03 FILLER               PIC X(012) VALUE 'SALARIOS'.
           03 FILLER               PIC X(012) VALUE 'ADIC.T.SERV.'.
           03 FILLER               PIC X(012) VALUE '13. SALARIO'.
           03 FILLER               PIC X(012) VALUE 'FERIAS 1/3'.
           03 FILLER               PIC X(012) VALUE 'RESCISOES'.
           03 FILLER               PIC X(012) VALUE 'ENCARGOS'.
           03 FILLER               PIC X(012) VALUE 'TOTAL'.
           03 FILLER               PIC X(012) VALUE 'QUADRO'.
       01  WSS-ROTULOS REDEFINES WSS-ROTULOS-VALUE.
           03 WSS-ROTULO           PIC X(012) OCCURS 8 TIMES.
      *----
       01  DATA-HORA.
           03 DH-DATA                      PIC 9(008).
           03 FILLER                       PIC X(013).
      *----
      * LINKAGE DO SUBPROGRAMA DE HIERARQUIA DE DEPARTAMENTOS
      * (COBOL226), PARA O NOME DO DEPARTAMENTO E OS TOTAIS EM CASCATA
      *----
           COPY  'COPY2261'.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(012) VALUE 'COBOL236'.
           03 FILLER                       PIC X(044)
              VALUE 'ORCAMENTO ANUAL DA FOLHA DE PAGAMENTO - ANO '.
           03 CAB-ANO                      PIC 9(004).
           03 FILLER                       PIC X(046)
              VALUE '   (VALORES EM R$, SEM CENTAVOS)'.
           03 FILLER                       PIC X(007) VALUE 'DATA : '.
           03 CAB-DATA                     PIC X(010).
      *----
       01  CAB02.
           03 FILLER                       PIC X(015)
              VALUE 'DEPARTAMENTO : '.
           03 CAB-DEPTO                    PIC X(005).
           03 FILLER                       PIC X(003) VALUE ' - '.
           03 CAB-NOME                     PIC X(030).
      *----
       01  CAB03.
           03 FILLER                       PIC X(012)
              VALUE 'COMPONENTE'.
           03 FILLER                       PIC X(009) VALUE '      JAN'.
           03 FILLER                       PIC X(009) VALUE '      FEV'.
           03 FILLER                       PIC X(009) VALUE '      MAR'.
           03 FILLER                       PIC X(009) VALUE '      ABR'.
           03 FILLER                       PIC X(009) VALUE '      MAI'.
           03 FILLER                       PIC X(009) VALUE '      JUN'.
           03 FILLER                       PIC X(009) VALUE '      JUL'.
           03 FILLER                       PIC X(009) VALUE '      AGO'.
           03 FILLER                       PIC X(009) VALUE '      SET'.
           03 FILLER                       PIC X(009) VALUE '      OUT'.
           03 FILLER                       PIC X(009) VALUE '      NOV'.
           03 FILLER                       PIC X(009) VALUE '      DEZ'.
           03 FILLER                       PIC X(012)
              VALUE '   TOTAL ANO'.
      *----
       01  LIN01.
           03 ROTULO-LIN                   PIC X(012) VALUE SPACES.
           03 VALOR-LIN                    PIC -ZZZZZZZ9
                                           OCCURS 12 TIMES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 TOTAL-LIN                    PIC -ZZZZZZZZZ9.
      *----
       01  TXT01.
           03 TEXTO-TXT                    PIC X(132) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL236'
           DISPLAY ' MONTAGEM DO ORCAMENTO ANUAL DA FOLHA'.

           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.

           INITIALIZE WSS-TOTAL-GERAL.

           PERFORM 0100-CARGA-CARTOES
              THRU 0100-CARGA-CARTOES-EXIT.

           PERFORM 0200-CARGA-SENIORTB
              THRU 0200-CARGA-SENIORTB-EXIT.

           PERFORM 0300-CARGA-PLANQDR
              THRU 0300-CARGA-PLANQDR-EXIT.

           PERFORM 1000-PROJETA-FUNCMST
              THRU 1000-PROJETA-FUNCMST-EXIT.

           PERFORM 2000-PROJETA-PLANO
              THRU 2000-PROJETA-PLANO-EXIT.

           PERFORM 3000-EMITE-ORCAMENTO
              THRU 3000-EMITE-ORCAMENTO-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL236                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* ANO ORCADO           : ' WSS-ANO.
           DISPLAY '* FUNCIONARIOS LIDOS   : ' WSS-REG-FUNCMST.
           DISPLAY '* FUNCIONARIOS PROJET. : ' WSS-REG-PROJETADOS.
           DISPLAY '* LINHAS DO PLANQDR    : ' WSS-REG-PLANQDR.
           DISPLAY '* ADMISSOES PREVISTAS  : ' WSS-REG-ADMISSOES.
           DISPLAY '* DESLIGAMENTOS PREV.  : ' WSS-REG-DESLIGAMENTOS.
           DISPLAY '* LINHAS REJEITADAS    : ' WSS-REG-PLANO-REJ.
           DISPLAY '* DEPARTAMENTOS        : ' WSS-QTD-DEPTOS.
           DISPLAY '* REGISTROS ORCAMENTO  : ' WSS-REG-ORCAMENTO.
           DISPLAY '*******************************************'.

           IF WSS-REG-PLANO-REJ GREATER 0
              MOVE 4                     TO WSS-RC-FINAL
           END-IF.

           MOVE WSS-RC-FINAL             TO RETURN-CODE.

           STOP RUN.

      *----
      * ORCAPRM OBRIGATORIO (SEM O ANO NAO HA O QUE PROJETAR);
      * GUIAPRM E FGTSPARM OPCIONAIS, COM OS PERCENTUAIS PADRAO
      *----
       0100-CARGA-CARTOES.

           DISPLAY '0100-CARGA-CARTOES'.

           OPEN INPUT ORCAPRM.

           IF ST-ORCAPRM NOT EQUAL 0 THEN
              DISPLAY 'COBOL236 - ERRO OPEN ORCAPRM FS=' ST-ORCAPRM
              MOVE ST-ORCAPRM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ ORCAPRM.

           IF ST-ORCAPRM NOT EQUAL 0
              OR ORP-ANO NOT NUMERIC
              OR ORP-ANO LESS 2000
              DISPLAY 'COBOL236 - ANO INVALIDO NO CARTAO ORCAPRM'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE ORP-ANO                  TO WSS-ANO.

           IF ORP-MES-REAJUSTE NUMERIC
              AND ORP-PCT-REAJUSTE NUMERIC
              AND ORP-MES-REAJUSTE GREATER 0
              AND ORP-MES-REAJUSTE LESS 13
              MOVE ORP-MES-REAJUSTE      TO WSS-MES-REAJUSTE
              MOVE ORP-PCT-REAJUSTE      TO WSS-PCT-REAJUSTE
           END-IF.

           IF ORP-MES-13-PARC1 NUMERIC
              AND ORP-MES-13-PARC1 GREATER 0
              AND ORP-MES-13-PARC1 LESS 13
              MOVE ORP-MES-13-PARC1      TO WSS-MES-13-PARC1
           END-IF.

           IF ORP-MES-13-PARC2 NUMERIC
              AND ORP-MES-13-PARC2 GREATER 0
              AND ORP-MES-13-PARC2 LESS 13
              MOVE ORP-MES-13-PARC2      TO WSS-MES-13-PARC2
           END-IF.

           IF WSS-MES-13-PARC1 GREATER WSS-MES-13-PARC2
              DISPLAY 'COBOL236 - PARCELAS DO 13. FORA DE ORDEM'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE ORCAPRM.

           OPEN INPUT GUIAPRM.

           IF ST-GUIAPRM EQUAL 35
              DISPLAY 'COBOL236 - GUIAPRM NAO INFORMADO, PERCENTUAL '
                      'PATRONAL PADRAO'
           ELSE
              IF ST-GUIAPRM NOT EQUAL 0 THEN
                 DISPLAY 'COBOL236 - ERRO OPEN GUIAPRM FS=' ST-GUIAPRM
                 MOVE ST-GUIAPRM         TO RETURN-CODE
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              END-IF
              READ GUIAPRM
              IF ST-GUIAPRM EQUAL 0
                 AND GPR-PCT-PATRONAL NUMERIC
                 AND GPR-PCT-PATRONAL GREATER 0
                 MOVE GPR-PCT-PATRONAL   TO WSS-PCT-PATRONAL
              END-IF
              IF ST-GUIAPRM EQUAL 0
                 AND GPR-PCT-PRO-LABORE NUMERIC
                 AND GPR-PCT-PRO-LABORE GREATER 0
                 MOVE GPR-PCT-PRO-LABORE TO WSS-PCT-PRO-LABORE
              END-IF
              CLOSE GUIAPRM
           END-IF.

           OPEN INPUT FGTSPARM.

           IF ST-FGTSPARM EQUAL 35
              DISPLAY 'COBOL236 - FGTSPARM NAO INFORMADO, ALIQUOTA '
                      'PADRAO'
              GO TO 0100-CARGA-CARTOES-EXIT
           END-IF.

           IF ST-FGTSPARM NOT EQUAL 0 THEN
              DISPLAY 'COBOL236 - ERRO OPEN FGTSPARM FS=' ST-FGTSPARM
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

       0100-CARGA-CARTOES-EXIT.
           EXIT.

      *----
      * TABELA DO ADICIONAL POR TEMPO DE SERVICO (FS=35 = SEM ATS,
      * COMO NO COBOL148)
      *----
       0200-CARGA-SENIORTB.

           DISPLAY '0200-CARGA-SENIORTB'.

           OPEN INPUT SENIORTB.

           IF ST-SENIORTB EQUAL 35
              DISPLAY 'COBOL236 - SENIORTB NAO INFORMADO, SEM '
                      'ADICIONAL POR TEMPO DE SERVICO'
              GO TO 0200-CARGA-SENIORTB-EXIT
           END-IF.

           IF ST-SENIORTB NOT EQUAL 0 THEN
              DISPLAY 'COBOL236 - ERRO OPEN SENIORTB FS=' ST-SENIORTB
              MOVE ST-SENIORTB           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0201-LER-SENIORTB
              THRU 0201-LER-SENIORTB-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE SENIORTB.

           DISPLAY ' FAIXAS DE ATS           : ' WSS-QTD-FAIXAS-ATS.

       0200-CARGA-SENIORTB-EXIT.
           EXIT.

      *----
       0201-LER-SENIORTB.

           READ SENIORTB
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-SENIORTB NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL236 - ERRO READ SENIORTB FS=' ST-SENIORTB
              MOVE ST-SENIORTB           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0201-LER-SENIORTB-EXIT
           END-IF.

           IF WSS-QTD-FAIXAS-ATS NOT LESS 20
              DISPLAY 'COBOL236 - TABELA DE FAIXAS DE ATS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-FAIXAS-ATS.
           MOVE SNR-ANOS-DE     TO ATS-ANOS-DE (WSS-QTD-FAIXAS-ATS).
           MOVE SNR-ANOS-ATE    TO ATS-ANOS-ATE (WSS-QTD-FAIXAS-ATS).
           MOVE SNR-PERCENTUAL  TO ATS-PERCENTUAL (WSS-QTD-FAIXAS-ATS).

       0201-LER-SENIORTB-EXIT.
           EXIT.

      *----
      * PLANO DE QUADRO (FS=35 = ORCAMENTO SO COM O QUADRO ATUAL).
      * DESLIGAMENTO COM MATRICULA VAI PARA A TABELA DE SAIDAS; OS
      * DEMAIS MOVIMENTOS SAO PROJETADOS DEPOIS DO MESTRE
      *----
       0300-CARGA-PLANQDR.

           DISPLAY '0300-CARGA-PLANQDR'.

           OPEN INPUT PLANQDR.

           IF ST-PLANQDR EQUAL 35
              DISPLAY 'COBOL236 - PLANQDR NAO INFORMADO, SEM '
                      'ADMISSOES E DESLIGAMENTOS PREVISTOS'
              GO TO 0300-CARGA-PLANQDR-EXIT
           END-IF.

           IF ST-PLANQDR NOT EQUAL 0 THEN
              DISPLAY 'COBOL236 - ERRO OPEN PLANQDR FS=' ST-PLANQDR
              MOVE ST-PLANQDR            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0301-LER-PLANQDR
              THRU 0301-LER-PLANQDR-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE PLANQDR.

           IF WSS-QTD-SAIDAS GREATER 1
              SORT WSS-SAI-ENTRY ASCENDING TSA-MATRICULA
           END-IF.

           DISPLAY ' LINHAS DO PLANO         : ' WSS-REG-PLANQDR.
           DISPLAY ' SAIDAS POR MATRICULA    : ' WSS-QTD-SAIDAS.
           DISPLAY ' DEMAIS MOVIMENTOS       : ' WSS-QTD-MOVS.

       0300-CARGA-PLANQDR-EXIT.
           EXIT.

      *----
       0301-LER-PLANQDR.

           READ PLANQDR
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-PLANQDR NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL236 - ERRO READ PLANQDR FS=' ST-PLANQDR
              MOVE ST-PLANQDR            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0301-LER-PLANQDR-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-PLANQDR.

           IF (NOT PLQ-ADMISSAO AND NOT PLQ-DESLIGAMENTO)
              OR PLQ-MES NOT NUMERIC
              OR PLQ-MES LESS 1 OR PLQ-MES GREATER 12
              OR PLQ-QTDE NOT NUMERIC
              OR PLQ-SALARIO NOT NUMERIC
              OR PLQ-MATRICULA NOT NUMERIC
              DISPLAY 'COBOL236 - PLANQDR INVALIDO, LINHA '
                      WSS-REG-PLANQDR ': ' PLQ-TIPO ' '
                      PLQ-DEPARTAMENTO ' ' PLQ-MES
              ADD 1                      TO WSS-REG-PLANO-REJ
              GO TO 0301-LER-PLANQDR-EXIT
           END-IF.

           IF PLQ-DESLIGAMENTO AND PLQ-MATRICULA GREATER 0
              PERFORM 0310-GUARDA-SAIDA
                 THRU 0310-GUARDA-SAIDA-EXIT
              GO TO 0301-LER-PLANQDR-EXIT
           END-IF.

           IF PLQ-DEPARTAMENTO EQUAL SPACES
              OR PLQ-QTDE EQUAL 0
              OR (PLQ-ADMISSAO AND PLQ-SALARIO EQUAL 0)
              DISPLAY 'COBOL236 - PLANQDR SEM DEPARTAMENTO, QUANTIDADE'
                      ' OU SALARIO, LINHA ' WSS-REG-PLANQDR
              ADD 1                      TO WSS-REG-PLANO-REJ
              GO TO 0301-LER-PLANQDR-EXIT
           END-IF.

           IF WSS-QTD-MOVS NOT LESS 2000
              DISPLAY 'COBOL236 - TABELA DE MOVIMENTOS DO PLANO CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-MOVS.
           MOVE PLQ-TIPO         TO TMV-TIPO (WSS-QTD-MOVS).
           MOVE PLQ-DEPARTAMENTO TO TMV-DEPTO (WSS-QTD-MOVS).
           MOVE PLQ-MES          TO TMV-MES (WSS-QTD-MOVS).
           MOVE PLQ-QTDE         TO TMV-QTDE (WSS-QTD-MOVS).
           MOVE PLQ-SALARIO      TO TMV-SALARIO (WSS-QTD-MOVS).
           MOVE PLQ-TIPO-CONTRATO TO TMV-TIPO-CONTRATO (WSS-QTD-MOVS).

       0301-LER-PLANQDR-EXIT.
           EXIT.

      *----
       0310-GUARDA-SAIDA.

           IF WSS-QTD-SAIDAS NOT LESS 2000
              DISPLAY 'COBOL236 - TABELA DE DESLIGAMENTOS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-SAIDAS.
           SET IDX-SAI                   TO WSS-QTD-SAIDAS.
           MOVE PLQ-MATRICULA            TO TSA-MATRICULA (IDX-SAI).
           MOVE PLQ-MES                  TO TSA-MES (IDX-SAI).
           MOVE 'N'                      TO TSA-ACHADA (IDX-SAI).

       0310-GUARDA-SAIDA-EXIT.
           EXIT.

      *----
      * QUADRO ATUAL: CADA FUNCIONARIO NAO DESLIGADO DO MESTRE, DO
      * MES 1 ATE O MES ANTERIOR AO DESLIGAMENTO PREVISTO (OU 12)
      *----
       1000-PROJETA-FUNCMST.

           DISPLAY '1000-PROJETA-FUNCMST'.

           OPEN INPUT FUNCMST.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL236 - ERRO OPEN FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1001-LER-FUNCMST
              THRU 1001-LER-FUNCMST-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FUNCMST.

           PERFORM 1010-CONFERE-SAIDA
              THRU 1010-CONFERE-SAIDA-EXIT
              VARYING WSS-IDX-MV FROM 1 BY 1
              UNTIL WSS-IDX-MV > WSS-QTD-SAIDAS.

       1000-PROJETA-FUNCMST-EXIT.
           EXIT.

      *----
       1001-LER-FUNCMST.

           READ FUNCMST
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FUNCMST NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL236 - ERRO READ FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1001-LER-FUNCMST-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-FUNCMST.

           IF FM-SITUACAO EQUAL 'D'
              GO TO 1001-LER-FUNCMST-EXIT
           END-IF.

           INITIALIZE WSS-PESSOA.
           MOVE FM-DEPARTAMENTO          TO PES-DEPTO.
           MOVE FM-SALARIO               TO PES-SALARIO.
           MOVE FM-DATA-ADMISSAO         TO PES-DATA-ADMISSAO.
           MOVE FM-TIPO-CONTRATO         TO PES-TIPO-CONTRATO.
           MOVE 1                        TO PES-QTDE.
           MOVE 1                        TO PES-MES-INI.
           MOVE 12                       TO PES-MES-FIM.
           MOVE 0                        TO PES-MES-SAIDA.
           MOVE 'S'                      TO PES-REAJUSTA.

           PERFORM ROT-BUSCA-SAIDA
              THRU ROT-BUSCA-SAIDA-EXIT.

           IF WSS-ACHOU EQUAL 'S'
              MOVE 'S'                   TO TSA-ACHADA (IDX-SAI)
              MOVE TSA-MES (IDX-SAI)     TO PES-MES-SAIDA
              COMPUTE PES-MES-FIM = TSA-MES (IDX-SAI) - 1
              ADD 1                      TO WSS-REG-DESLIGAMENTOS
           END-IF.

           PERFORM 2500-PROJETA-PESSOA
              THRU 2500-PROJETA-PESSOA-EXIT.

           ADD 1                         TO TDP-QTD-ATUAL (IDX-DEP).
           ADD FM-SALARIO                TO TDP-SAL-ATUAL (IDX-DEP).
           ADD 1                         TO WSS-REG-PROJETADOS.

       1001-LER-FUNCMST-EXIT.
           EXIT.

      *----
      * DESLIGAMENTO PREVISTO DE MATRICULA FORA DO MESTRE (OU JA
      * DESLIGADA): AVISO, O ORCAMENTO SAI SEM ELE
      *----
       1010-CONFERE-SAIDA.

           IF TSA-ACHADA (WSS-IDX-MV) EQUAL 'S'
              GO TO 1010-CONFERE-SAIDA-EXIT
           END-IF.

           DISPLAY 'COBOL236 - DESLIGAMENTO PREVISTO DE MATRICULA '
                   'INEXISTENTE OU JA DESLIGADA: '
                   TSA-MATRICULA (WSS-IDX-MV).
           ADD 1                         TO WSS-REG-PLANO-REJ.

       1010-CONFERE-SAIDA-EXIT.
           EXIT.

      *----
      * ADMISSOES E VAGAS DO PLANO, DEPOIS DO MESTRE
      *----
       2000-PROJETA-PLANO.

           DISPLAY '2000-PROJETA-PLANO'.

           PERFORM 2001-PROJETA-MOVIMENTO
              THRU 2001-PROJETA-MOVIMENTO-EXIT
              VARYING WSS-IDX-MV FROM 1 BY 1
              UNTIL WSS-IDX-MV > WSS-QTD-MOVS.

       2000-PROJETA-PLANO-EXIT.
           EXIT.

      *----
      * ADMISSAO: ENTRA NO MES PREVISTO, SEM FERIAS NO ANO E COM O
      * REAJUSTE SO SE ADMITIDA ANTES DELE. VAGA QUE DEIXA DE SER
      * PAGA: QUANTIDADE NEGATIVA PELO SALARIO INFORMADO OU MEDIO
      *----
       2001-PROJETA-MOVIMENTO.

           INITIALIZE WSS-PESSOA.
           MOVE TMV-DEPTO (WSS-IDX-MV)   TO PES-DEPTO.
           MOVE TMV-SALARIO (WSS-IDX-MV) TO PES-SALARIO.
           MOVE TMV-MES (WSS-IDX-MV)     TO PES-MES-INI.
           MOVE 12                       TO PES-MES-FIM.
           MOVE 0                        TO PES-MES-SAIDA.
           COMPUTE PES-DATA-ADMISSAO = WSS-ANO * 10000
                                     + TMV-MES (WSS-IDX-MV) * 100
                                     + 1.

           IF TMV-TIPO (WSS-IDX-MV) EQUAL 'A'
              MOVE TMV-TIPO-CONTRATO (WSS-IDX-MV)
                                          TO PES-TIPO-CONTRATO
              MOVE TMV-QTDE (WSS-IDX-MV) TO PES-QTDE
              IF TMV-MES (WSS-IDX-MV) LESS WSS-MES-REAJUSTE
                 MOVE 'S'                TO PES-REAJUSTA
              ELSE
                 MOVE 'N'                TO PES-REAJUSTA
              END-IF
              ADD TMV-QTDE (WSS-IDX-MV)  TO WSS-REG-ADMISSOES
           ELSE
              MOVE SPACE                 TO PES-TIPO-CONTRATO
              COMPUTE PES-QTDE = 0 - TMV-QTDE (WSS-IDX-MV)
              MOVE 'S'                   TO PES-REAJUSTA
              ADD TMV-QTDE (WSS-IDX-MV)  TO WSS-REG-DESLIGAMENTOS
           END-IF.

           IF PES-SALARIO EQUAL 0
              PERFORM 2010-SALARIO-MEDIO
                 THRU 2010-SALARIO-MEDIO-EXIT
              IF WSS-SALARIO-MEDIO EQUAL 0
                 DISPLAY 'COBOL236 - DEPARTAMENTO SEM QUADRO PARA O '
                         'SALARIO MEDIO: ' PES-DEPTO
                 ADD 1                   TO WSS-REG-PLANO-REJ
                 GO TO 2001-PROJETA-MOVIMENTO-EXIT
              END-IF
              MOVE WSS-SALARIO-MEDIO     TO PES-SALARIO
           END-IF.

           PERFORM 2500-PROJETA-PESSOA
              THRU 2500-PROJETA-PESSOA-EXIT.

       2001-PROJETA-MOVIMENTO-EXIT.
           EXIT.

      *----
       2010-SALARIO-MEDIO.

           MOVE 0                        TO WSS-SALARIO-MEDIO.

           PERFORM ROT-BUSCA-DEPTO
              THRU ROT-BUSCA-DEPTO-EXIT.

           IF TDP-QTD-ATUAL (IDX-DEP) GREATER 0
              COMPUTE WSS-SALARIO-MEDIO ROUNDED =
                      TDP-SAL-ATUAL (IDX-DEP) / TDP-QTD-ATUAL (IDX-DEP)
           END-IF.

       2010-SALARIO-MEDIO-EXIT.
           EXIT.

      *----
      * PROJECAO DE UMA PESSOA: OS MESES ATIVOS E, SE HOUVER, O MES
      * DA RESCISAO
      *----
       2500-PROJETA-PESSOA.

           PERFORM ROT-BUSCA-DEPTO
              THRU ROT-BUSCA-DEPTO-EXIT.

           MOVE PES-DATA-ADMISSAO (1:4)  TO PES-ADM-ANO.
           MOVE PES-DATA-ADMISSAO (5:2)  TO PES-ADM-MES.
           MOVE 0                        TO PES-13-PAGO.

           IF WSS-MES-REAJUSTE GREATER 0 AND PES-REAJUSTA EQUAL 'S'
              COMPUTE PES-SALARIO-REAJ ROUNDED =
                      PES-SALARIO * (100 + WSS-PCT-REAJUSTE) / 100
           ELSE
              MOVE PES-SALARIO           TO PES-SALARIO-REAJ
           END-IF.

           COMPUTE WSS-AVOS = PES-MES-FIM - PES-MES-INI + 1.

           PERFORM 2510-PROJETA-MES
              THRU 2510-PROJETA-MES-EXIT
              VARYING WSS-MES FROM PES-MES-INI BY 1
              UNTIL WSS-MES > PES-MES-FIM.

           IF PES-MES-SAIDA GREATER 0
              PERFORM 2550-PROJETA-RESCISAO
                 THRU 2550-PROJETA-RESCISAO-EXIT
           END-IF.

       2500-PROJETA-PESSOA-EXIT.
           EXIT.

      *----
      * UM MES ATIVO: SALARIO (REAJUSTADO A PARTIR DO MES DO ACORDO),
      * ATS, PARCELAS DO 13., 1/3 DE FERIAS NO ANIVERSARIO DA
      * ADMISSAO E ENCARGOS. ESTAGIARIO E DIRETOR NAO TEM 13. NEM
      * 1/3 (O RECESSO DO ESTAGIARIO E PAGO SEM O TERCO)
      *----
       2510-PROJETA-MES.

           INITIALIZE WSS-VALORES-MES.

           PERFORM 2520-CALCULA-REMUNERACAO
              THRU 2520-CALCULA-REMUNERACAO-EXIT.

           IF NOT PES-ESTAGIARIO AND NOT PES-DIRETOR
              PERFORM 2530-CALCULA-13-FERIAS
                 THRU 2530-CALCULA-13-FERIAS-EXIT
           END-IF.

           PERFORM 2580-CALCULA-ENCARGOS
              THRU 2580-CALCULA-ENCARGOS-EXIT.

           MOVE 'S'                      TO WSS-CONTA-QUADRO.

           PERFORM 2590-ACUMULA-MES
              THRU 2590-ACUMULA-MES-EXIT.

       2510-PROJETA-MES-EXIT.
           EXIT.

      *----
      * SALARIO DO MES E ATS PELOS ANOS COMPLETOS DE CASA NO MES
      * (ARITMETICA DE MESES DO COBOL148)
      *----
       2520-CALCULA-REMUNERACAO.

           IF WSS-MES-REAJUSTE GREATER 0
              AND WSS-MES NOT LESS WSS-MES-REAJUSTE
              MOVE PES-SALARIO-REAJ      TO WSS-SALARIO-MES
           ELSE
              MOVE PES-SALARIO           TO WSS-SALARIO-MES
           END-IF.

           MOVE WSS-SALARIO-MES          TO WSS-VLR (1).

           COMPUTE WSS-MESES-SERVICO =
                   ((WSS-ANO - PES-ADM-ANO) * 12)
                   + WSS-MES - PES-ADM-MES.

           IF WSS-MESES-SERVICO LESS 0
              MOVE 0                     TO WSS-MESES-SERVICO
           END-IF.

           COMPUTE WSS-ANOS-SERVICO = WSS-MESES-SERVICO / 12.

           MOVE 0                        TO WSS-PCT-ATS.

           PERFORM 2521-BUSCA-FAIXA-ATS
              THRU 2521-BUSCA-FAIXA-ATS-EXIT
              VARYING WSS-IDX-FX FROM 1 BY 1
              UNTIL WSS-IDX-FX > WSS-QTD-FAIXAS-ATS
                 OR WSS-PCT-ATS GREATER 0.

           COMPUTE WSS-VLR (2) ROUNDED =
                   WSS-SALARIO-MES * WSS-PCT-ATS / 100.

           COMPUTE WSS-REMUNERACAO = WSS-VLR (1) + WSS-VLR (2).

       2520-CALCULA-REMUNERACAO-EXIT.
           EXIT.

      *----
       2521-BUSCA-FAIXA-ATS.

           IF WSS-ANOS-SERVICO NOT LESS ATS-ANOS-DE (WSS-IDX-FX)
              AND WSS-ANOS-SERVICO NOT GREATER
                  ATS-ANOS-ATE (WSS-IDX-FX)
              MOVE ATS-PERCENTUAL (WSS-IDX-FX) TO WSS-PCT-ATS
           END-IF.

       2521-BUSCA-FAIXA-ATS-EXIT.
           EXIT.

      *----
      * 13.: A PRIMEIRA PARCELA E METADE DO PROPORCIONAL AOS MESES DO
      * ANO; A SEGUNDA, O RESTANTE SOBRE A REMUNERACAO DO MES.
      * FERIAS: 1/3 NO MES DE ANIVERSARIO, A PARTIR DO SEGUNDO ANO
      *----
       2530-CALCULA-13-FERIAS.

           IF WSS-MES EQUAL WSS-MES-13-PARC2
              COMPUTE WSS-VLR (3) ROUNDED =
                      WSS-REMUNERACAO * WSS-AVOS / 12 - PES-13-PAGO
           ELSE
              IF WSS-MES EQUAL WSS-MES-13-PARC1
                 COMPUTE WSS-VLR (3) ROUNDED =
                         WSS-REMUNERACAO * WSS-AVOS / 12 / 2
                 MOVE WSS-VLR (3)        TO PES-13-PAGO
              END-IF
           END-IF.

           IF WSS-MES EQUAL PES-ADM-MES
              AND PES-ADM-ANO LESS WSS-ANO
              COMPUTE WSS-VLR (4) ROUNDED = WSS-REMUNERACAO / 3
           END-IF.

       2530-CALCULA-13-FERIAS-EXIT.
           EXIT.

      *----
      * RESCISAO NO MES DA SAIDA (SEM SALARIO NO MES): 13.
      * PROPORCIONAL AOS MESES TRABALHADOS NO ANO, MENOS A PRIMEIRA
      * PARCELA JA PAGA, E FERIAS PROPORCIONAIS DESDE O ULTIMO
      * ANIVERSARIO COM O TERCO. SO O 13. ENTRA NA BASE DOS ENCARGOS
      * (FERIAS INDENIZADAS NAO SOFREM INSS NEM FGTS)
      *----
       2550-PROJETA-RESCISAO.

           MOVE PES-MES-SAIDA            TO WSS-MES.

           INITIALIZE WSS-VALORES-MES.

           IF PES-DIRETOR
              GO TO 2550-PROJETA-RESCISAO-EXIT
           END-IF.

           PERFORM 2520-CALCULA-REMUNERACAO
              THRU 2520-CALCULA-REMUNERACAO-EXIT.

           MOVE 0                        TO WSS-VLR (1).
           MOVE 0                        TO WSS-VLR (2).

           DIVIDE WSS-MESES-SERVICO BY 12
              GIVING WSS-QUOCIENTE
              REMAINDER WSS-MESES-FERIAS.

           IF PES-ESTAGIARIO
              COMPUTE WSS-VLR (5) ROUNDED =
                      WSS-REMUNERACAO * WSS-MESES-FERIAS / 12
           ELSE
              PERFORM 2560-RESCISAO-CLT
                 THRU 2560-RESCISAO-CLT-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-CONTA-QUADRO.

           PERFORM 2590-ACUMULA-MES
              THRU 2590-ACUMULA-MES-EXIT.

       2550-PROJETA-RESCISAO-EXIT.
           EXIT.

      *----
      * 13. PROPORCIONAL LIQUIDO DA PRIMEIRA PARCELA E FERIAS COM O
      * TERCO; OS ENCARGOS DO 13. VAO JUNTO NA RESCISAO
      *----
       2560-RESCISAO-CLT.

           COMPUTE WSS-VLR (3) ROUNDED =
                   WSS-REMUNERACAO * (PES-MES-SAIDA - 1) / 12
                   - PES-13-PAGO.

           IF WSS-VLR (3) LESS 0
              MOVE 0                     TO WSS-VLR (3)
           END-IF.

           COMPUTE WSS-VLR (5) ROUNDED =
                   WSS-REMUNERACAO * WSS-MESES-FERIAS / 12 * 4 / 3.

           PERFORM 2580-CALCULA-ENCARGOS
              THRU 2580-CALCULA-ENCARGOS-EXIT.

           ADD WSS-VLR (3)               TO WSS-VLR (5).
           MOVE 0                        TO WSS-VLR (3).

       2560-RESCISAO-CLT-EXIT.
           EXIT.

      *----
      * ENCARGOS SOBRE SALARIO, ATS, 13. E 1/3 DE FERIAS, PELO TIPO
      * DE CONTRATO (ESTAGIARIO SEM ENCARGOS; DIRETOR COM A COTA DO
      * PRO-LABORE E SEM FGTS; APRENDIZ COM FGTS REDUZIDO)
      *----
       2580-CALCULA-ENCARGOS.

           COMPUTE WSS-BASE-ENCARGOS = WSS-VLR (1) + WSS-VLR (2)
                                     + WSS-VLR (3) + WSS-VLR (4).

           EVALUATE TRUE
               WHEN PES-ESTAGIARIO
                    MOVE 0               TO WSS-VLR (6)
               WHEN PES-DIRETOR
                    COMPUTE WSS-VLR (6) ROUNDED =
                            WSS-BASE-ENCARGOS * WSS-PCT-PRO-LABORE
                            / 100
               WHEN PES-APRENDIZ
                    COMPUTE WSS-VLR (6) ROUNDED =
                            WSS-BASE-ENCARGOS
                            * (WSS-PCT-PATRONAL + WSS-ALIQ-APRENDIZ)
                            / 100
               WHEN OTHER
                    COMPUTE WSS-VLR (6) ROUNDED =
                            WSS-BASE-ENCARGOS
                            * (WSS-PCT-PATRONAL + WSS-ALIQUOTA-FGTS)
                            / 100
           END-EVALUATE.

       2580-CALCULA-ENCARGOS-EXIT.
           EXIT.

      *----
      * SOMA OS VALORES DO MES (VEZES A QUANTIDADE) NO DEPARTAMENTO E
      * NO TOTAL GERAL
      *----
       2590-ACUMULA-MES.

           PERFORM 2591-ACUMULA-COMPONENTE
              THRU 2591-ACUMULA-COMPONENTE-EXIT
              VARYING WSS-COMP FROM 1 BY 1
              UNTIL WSS-COMP > 6.

           IF WSS-CONTA-QUADRO EQUAL 'S'
              ADD PES-QTDE          TO TDP-QUADRO (IDX-DEP, WSS-MES)
              ADD PES-QTDE          TO TOT-QUADRO (WSS-MES)
           END-IF.

       2590-ACUMULA-MES-EXIT.
           EXIT.

      *----
       2591-ACUMULA-COMPONENTE.

           COMPUTE TDP-VALOR (IDX-DEP, WSS-MES, WSS-COMP) =
                   TDP-VALOR (IDX-DEP, WSS-MES, WSS-COMP)
                   + WSS-VLR (WSS-COMP) * PES-QTDE.

           COMPUTE TOT-VALOR (WSS-MES, WSS-COMP) =
                   TOT-VALOR (WSS-MES, WSS-COMP)
                   + WSS-VLR (WSS-COMP) * PES-QTDE.

       2591-ACUMULA-COMPONENTE-EXIT.
           EXIT.

      *----
      * GRAVA O ORCAMENTO E EMITE O RELATORIO: UM BLOCO POR
      * DEPARTAMENTO, O TOTAL GERAL, A HIERARQUIA E A APROVACAO
      *----
       3000-EMITE-ORCAMENTO.

           DISPLAY '3000-EMITE-ORCAMENTO'.

           IF WSS-QTD-DEPTOS GREATER 1
              SORT WSS-DEP-ENTRY ASCENDING TDP-DEPTO
           END-IF.

           OPEN OUTPUT ORCAMENTO.

           IF ST-ORCAMENTO NOT EQUAL 0 THEN
              DISPLAY 'COBOL236 - ERRO OPEN ORCAMENTO FS='
                      ST-ORCAMENTO
              MOVE ST-ORCAMENTO          TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT RELORCA.

           IF ST-RELORCA NOT EQUAL 0 THEN
              DISPLAY 'COBOL236 - ERRO OPEN RELORCA FS=' ST-RELORCA
              MOVE ST-RELORCA            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE DH-DATA                  TO WSS-DATA-AUX.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE MASCARA-DATA             TO CAB-DATA.
           MOVE WSS-ANO                  TO CAB-ANO.

           PERFORM 3100-EMITE-DEPARTAMENTO
              THRU 3100-EMITE-DEPARTAMENTO-EXIT
              VARYING WSS-IDX-DP FROM 1 BY 1
              UNTIL WSS-IDX-DP > WSS-QTD-DEPTOS.

           MOVE SPACES                   TO CAB-DEPTO.
           MOVE 'TOTAL GERAL'            TO CAB-NOME.
           MOVE TOT-MESES                TO IMP-MESES.

           PERFORM 3200-IMPRIME-BLOCO
              THRU 3200-IMPRIME-BLOCO-EXIT.

           PERFORM 3300-IMPRIME-HIERARQUIA
              THRU 3300-IMPRIME-HIERARQUIA-EXIT.

           PERFORM 3400-IMPRIME-APROVACAO
              THRU 3400-IMPRIME-APROVACAO-EXIT.

           CLOSE ORCAMENTO.
           CLOSE RELORCA.

       3000-EMITE-ORCAMENTO-EXIT.
           EXIT.

      *----
       3100-EMITE-DEPARTAMENTO.

           PERFORM 3110-GRAVA-ORCAMENTO
              THRU 3110-GRAVA-ORCAMENTO-EXIT
              VARYING WSS-MES FROM 1 BY 1
              UNTIL WSS-MES > 12.

           INITIALIZE WSS-HQ-INPUT.
           MOVE 'CONSULTA'               TO WSS-HQ-FUNCAO.
           MOVE TDP-DEPTO (WSS-IDX-DP)   TO WSS-HQ-DEPARTAMENTO.
           PERFORM ROT-CHAMA-HIERARQUIA
              THRU ROT-CHAMA-HIERARQUIA-EXIT.

           MOVE TDP-DEPTO (WSS-IDX-DP)   TO CAB-DEPTO.
           MOVE WSS-HQ-NOME              TO CAB-NOME.
           MOVE TDP-MESES (WSS-IDX-DP)   TO IMP-MESES.

           PERFORM 3200-IMPRIME-BLOCO
              THRU 3200-IMPRIME-BLOCO-EXIT.

       3100-EMITE-DEPARTAMENTO-EXIT.
           EXIT.

      *----
      * UM REGISTRO POR DEPARTAMENTO E MES: ORC-VALOR E O CUSTO TOTAL
      * (TODOS OS COMPONENTES, COM ENCARGOS), COMO O COBOL122 ESPERA
      *----
       3110-GRAVA-ORCAMENTO.

           COMPUTE WSS-VALOR-MES =
                   TDP-VALOR (WSS-IDX-DP, WSS-MES, 1)
                 + TDP-VALOR (WSS-IDX-DP, WSS-MES, 2)
                 + TDP-VALOR (WSS-IDX-DP, WSS-MES, 3)
                 + TDP-VALOR (WSS-IDX-DP, WSS-MES, 4)
                 + TDP-VALOR (WSS-IDX-DP, WSS-MES, 5)
                 + TDP-VALOR (WSS-IDX-DP, WSS-MES, 6).

           MOVE SPACES                   TO REG-ORCAMENTO.
           MOVE TDP-DEPTO (WSS-IDX-DP)   TO ORC-DEPTO.
           MOVE WSS-MES                  TO ORC-MES.
           MOVE WSS-ANO                  TO ORC-ANO.
           MOVE 0                        TO ORC-VALOR.
           MOVE 0                        TO ORC-QUADRO.
           MOVE 0                        TO ORC-ENCARGOS.

           IF WSS-VALOR-MES GREATER 0
              MOVE WSS-VALOR-MES         TO ORC-VALOR
           END-IF.

           IF TDP-QUADRO (WSS-IDX-DP, WSS-MES) GREATER 0
              MOVE TDP-QUADRO (WSS-IDX-DP, WSS-MES) TO ORC-QUADRO
           END-IF.

           IF TDP-VALOR (WSS-IDX-DP, WSS-MES, 6) GREATER 0
              MOVE TDP-VALOR (WSS-IDX-DP, WSS-MES, 6) TO ORC-ENCARGOS
           END-IF.

           WRITE REG-ORCAMENTO
           END-WRITE.

           IF ST-ORCAMENTO NOT EQUAL 0
              DISPLAY 'COBOL236 - ERRO WRITE ORCAMENTO FS='
                      ST-ORCAMENTO
              MOVE ST-ORCAMENTO          TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-ORCAMENTO.

       3110-GRAVA-ORCAMENTO-EXIT.
           EXIT.

      *----
      * BLOCO DE IMP-MESES: UMA LINHA POR COMPONENTE, O TOTAL E O
      * QUADRO (NA COLUNA DO ANO, O QUADRO DE DEZEMBRO)
      *----
       3200-IMPRIME-BLOCO.

           WRITE REG-RELORCA FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.
           WRITE REG-RELORCA FROM CAB02 AFTER ADVANCING 2
           END-WRITE.
           WRITE REG-RELORCA FROM CAB03 AFTER ADVANCING 2
           END-WRITE.

           PERFORM 3210-IMPRIME-LINHA
              THRU 3210-IMPRIME-LINHA-EXIT
              VARYING WSS-COMP FROM 1 BY 1
              UNTIL WSS-COMP > 8.

       3200-IMPRIME-BLOCO-EXIT.
           EXIT.

      *----
       3210-IMPRIME-LINHA.

           MOVE WSS-ROTULO (WSS-COMP)    TO ROTULO-LIN.
           MOVE 0                        TO WSS-SOMA-LINHA.

           PERFORM 3220-MONTA-MES
              THRU 3220-MONTA-MES-EXIT
              VARYING WSS-MES FROM 1 BY 1
              UNTIL WSS-MES > 12.

           IF WSS-COMP EQUAL 8
              MOVE IMP-QUADRO (12)       TO TOTAL-LIN
           ELSE
              MOVE WSS-SOMA-LINHA        TO TOTAL-LIN
           END-IF.

           IF WSS-COMP EQUAL 7 OR WSS-COMP EQUAL 8
              WRITE REG-RELORCA FROM LIN01 AFTER ADVANCING 2
              END-WRITE
           ELSE
              WRITE REG-RELORCA FROM LIN01 AFTER ADVANCING 1
              END-WRITE
           END-IF.

           IF ST-RELORCA NOT EQUAL 0 THEN
              DISPLAY 'COBOL236 - ERRO WRITE RELORCA FS=' ST-RELORCA
              MOVE ST-RELORCA            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       3210-IMPRIME-LINHA-EXIT.
           EXIT.

      *----
       3220-MONTA-MES.

           EVALUATE WSS-COMP
               WHEN 7
                    COMPUTE WSS-VALOR-MES =
                            IMP-VALOR (WSS-MES, 1)
                          + IMP-VALOR (WSS-MES, 2)
                          + IMP-VALOR (WSS-MES, 3)
                          + IMP-VALOR (WSS-MES, 4)
                          + IMP-VALOR (WSS-MES, 5)
                          + IMP-VALOR (WSS-MES, 6)
               WHEN 8
                    MOVE IMP-QUADRO (WSS-MES) TO WSS-VALOR-MES
               WHEN OTHER
                    MOVE IMP-VALOR (WSS-MES, WSS-COMP)
                                          TO WSS-VALOR-MES
           END-EVALUATE.

           MOVE WSS-VALOR-MES            TO VALOR-LIN (WSS-MES).
           ADD WSS-VALOR-MES             TO WSS-SOMA-LINHA.

       3220-MONTA-MES-EXIT.
           EXIT.

      *----
      * TOTAIS DO ANO EM CASCATA PELA HIERARQUIA DE DEPARTAMENTOS
      * (COBOL226), NOS MOLDES DO COBOL122: CUSTO TOTAL, ENCARGOS E
      * QUADRO DE DEZEMBRO
      *----
       3300-IMPRIME-HIERARQUIA.

           PERFORM 3310-ACUMULA-DEPTO
              THRU 3310-ACUMULA-DEPTO-EXIT
              VARYING WSS-IDX-DP FROM 1 BY 1
              UNTIL WSS-IDX-DP > WSS-QTD-DEPTOS.

           INITIALIZE WSS-HQ-INPUT.
           MOVE 'LISTA'                  TO WSS-HQ-FUNCAO.
           MOVE 'N'                      TO WSS-HQ-LISTA-TODOS.
           PERFORM ROT-CHAMA-HIERARQUIA
              THRU ROT-CHAMA-HIERARQUIA-EXIT.

           IF WSS-HQ-FIM
              GO TO 3300-IMPRIME-HIERARQUIA-EXIT
           END-IF.

           MOVE 'TOTAIS DO ANO POR HIERARQUIA DE DEPARTAMENTOS'
                                          TO TEXTO-TXT.
           WRITE REG-RELORCA FROM TXT01 AFTER ADVANCING 3
           END-WRITE.

           PERFORM 3320-IMPRIME-NO
              THRU 3320-IMPRIME-NO-EXIT
              UNTIL WSS-HQ-FIM.

       3300-IMPRIME-HIERARQUIA-EXIT.
           EXIT.

      *----
       3310-ACUMULA-DEPTO.

           INITIALIZE WSS-HQ-INPUT.
           MOVE 'ACUMULA'                TO WSS-HQ-FUNCAO.
           MOVE TDP-DEPTO (WSS-IDX-DP)   TO WSS-HQ-DEPARTAMENTO.
           MOVE TDP-QUADRO (WSS-IDX-DP, 12) TO WSS-HQ-QTDE.

           PERFORM 3311-SOMA-MES
              THRU 3311-SOMA-MES-EXIT
              VARYING WSS-MES FROM 1 BY 1
              UNTIL WSS-MES > 12.

           PERFORM ROT-CHAMA-HIERARQUIA
              THRU ROT-CHAMA-HIERARQUIA-EXIT.

       3310-ACUMULA-DEPTO-EXIT.
           EXIT.

      *----
       3311-SOMA-MES.

           COMPUTE WSS-HQ-VALOR (1) = WSS-HQ-VALOR (1)
                 + TDP-VALOR (WSS-IDX-DP, WSS-MES, 1)
                 + TDP-VALOR (WSS-IDX-DP, WSS-MES, 2)
                 + TDP-VALOR (WSS-IDX-DP, WSS-MES, 3)
                 + TDP-VALOR (WSS-IDX-DP, WSS-MES, 4)
                 + TDP-VALOR (WSS-IDX-DP, WSS-MES, 5)
                 + TDP-VALOR (WSS-IDX-DP, WSS-MES, 6).

           ADD TDP-VALOR (WSS-IDX-DP, WSS-MES, 6)
                                          TO WSS-HQ-VALOR (2).

       3311-SOMA-MES-EXIT.
           EXIT.

      *----
       3320-IMPRIME-NO.

           MOVE SPACES                   TO TEXTO-TXT WSS-ARVORE.
           COMPUTE WSS-POS-ARVORE = (WSS-HQ-NIVEL - 1) * 2 + 1.
           MOVE WSS-HQ-CODIGO       TO WSS-ARVORE (WSS-POS-ARVORE:5).
           MOVE WSS-HQ-TOT-VALOR (1)     TO MASCARA-VALOR.
           MOVE WSS-HQ-TOT-VALOR (2)     TO MASCARA-ENCARGOS.
           MOVE WSS-HQ-TOT-QTDE          TO MASCARA-QTDE.

           STRING WSS-ARVORE             DELIMITED BY SIZE
                  WSS-HQ-NOME            DELIMITED BY SIZE
                  ' ANO '                DELIMITED BY SIZE
                  MASCARA-VALOR          DELIMITED BY SIZE
                  ' ENCARGOS '           DELIMITED BY SIZE
                  MASCARA-ENCARGOS       DELIMITED BY SIZE
                  ' QUADRO DEZ '         DELIMITED BY SIZE
                  MASCARA-QTDE           DELIMITED BY SIZE
             INTO TEXTO-TXT
           END-STRING.

           WRITE REG-RELORCA FROM TXT01 AFTER ADVANCING 1
           END-WRITE.

           PERFORM ROT-CHAMA-HIERARQUIA
              THRU ROT-CHAMA-HIERARQUIA-EXIT.

       3320-IMPRIME-NO-EXIT.
           EXIT.

      *----
      * PREMISSAS DO ORCAMENTO E CAMPOS DE APROVACAO
      *----
       3400-IMPRIME-APROVACAO.

           MOVE 'PREMISSAS' TO TEXTO-TXT.
           WRITE REG-RELORCA FROM TXT01 AFTER ADVANCING 3
           END-WRITE.

           MOVE SPACES                   TO TEXTO-TXT.
           MOVE WSS-PCT-REAJUSTE         TO MASCARA-PCT.
           IF WSS-MES-REAJUSTE EQUAL 0
              MOVE '  REAJUSTE DO ACORDO COLETIVO : NAO PREVISTO'
                                          TO TEXTO-TXT
           ELSE
              STRING '  REAJUSTE DO ACORDO COLETIVO : '
                                                  DELIMITED BY SIZE
                     MASCARA-PCT                  DELIMITED BY SIZE
                     '% A PARTIR DO MES '         DELIMITED BY SIZE
                     WSS-MES-REAJUSTE             DELIMITED BY SIZE
                INTO TEXTO-TXT
              END-STRING
           END-IF.
           WRITE REG-RELORCA FROM TXT01 AFTER ADVANCING 1
           END-WRITE.

           MOVE SPACES                   TO TEXTO-TXT.
           STRING '  13. SALARIO - PARCELAS NOS MESES : '
                                                  DELIMITED BY SIZE
                  WSS-MES-13-PARC1                DELIMITED BY SIZE
                  ' E '                           DELIMITED BY SIZE
                  WSS-MES-13-PARC2                DELIMITED BY SIZE
                  '   FERIAS: 1/3 NO ANIVERSARIO DA ADMISSAO'
                                                  DELIMITED BY SIZE
             INTO TEXTO-TXT
           END-STRING.
           WRITE REG-RELORCA FROM TXT01 AFTER ADVANCING 1
           END-WRITE.

           MOVE SPACES                   TO TEXTO-TXT.
           MOVE WSS-PCT-PATRONAL         TO MASCARA-PCT.
           STRING '  INSS PATRONAL : ' DELIMITED BY SIZE
                  MASCARA-PCT          DELIMITED BY SIZE
                  '%'                  DELIMITED BY SIZE
             INTO TEXTO-TXT
           END-STRING.
           MOVE WSS-ALIQUOTA-FGTS        TO MASCARA-PCT.
           STRING '   FGTS : '         DELIMITED BY SIZE
                  MASCARA-PCT          DELIMITED BY SIZE
                  '%'                  DELIMITED BY SIZE
             INTO TEXTO-TXT (28:)
           END-STRING.
           MOVE WSS-ALIQ-APRENDIZ        TO MASCARA-PCT.
           STRING '   FGTS APRENDIZ : ' DELIMITED BY SIZE
                  MASCARA-PCT           DELIMITED BY SIZE
                  '%'                   DELIMITED BY SIZE
             INTO TEXTO-TXT (48:)
           END-STRING.
           MOVE WSS-PCT-PRO-LABORE       TO MASCARA-PCT.
           STRING '   PRO-LABORE : ' DELIMITED BY SIZE
                  MASCARA-PCT        DELIMITED BY SIZE
                  '%'                DELIMITED BY SIZE
             INTO TEXTO-TXT (77:)
           END-STRING.
           WRITE REG-RELORCA FROM TXT01 AFTER ADVANCING 1
           END-WRITE.

           MOVE SPACES                   TO TEXTO-TXT.
           STRING '  PLANO DE QUADRO : '     DELIMITED BY SIZE
                  WSS-REG-ADMISSOES          DELIMITED BY SIZE
                  ' ADMISSOES, '             DELIMITED BY SIZE
                  WSS-REG-DESLIGAMENTOS      DELIMITED BY SIZE
                  ' DESLIGAMENTOS, '         DELIMITED BY SIZE
                  WSS-REG-PLANO-REJ          DELIMITED BY SIZE
                  ' LINHAS REJEITADAS'       DELIMITED BY SIZE
             INTO TEXTO-TXT
           END-STRING.
           WRITE REG-RELORCA FROM TXT01 AFTER ADVANCING 1
           END-WRITE.

           MOVE 'ELABORADO POR (RH)     : ______________________________
      -         '   DATA : ____/____/______' TO TEXTO-TXT.
           WRITE REG-RELORCA FROM TXT01 AFTER ADVANCING 4
           END-WRITE.

           MOVE 'APROVADO POR (FINANCAS): ______________________________
      -         '   DATA : ____/____/______' TO TEXTO-TXT.
           WRITE REG-RELORCA FROM TXT01 AFTER ADVANCING 3
           END-WRITE.

           MOVE 'APROVADO POR (DIRETORIA): _____________________________
      -         '   DATA : ____/____/______' TO TEXTO-TXT.
           WRITE REG-RELORCA FROM TXT01 AFTER ADVANCING 3
           END-WRITE.

       3400-IMPRIME-APROVACAO-EXIT.
           EXIT.

      *----
      * DEPARTAMENTO PES-DEPTO NA TABELA (INCLUI SE AINDA NAO HA);
      * DEVOLVE IDX-DEP POSICIONADO NELE
      *----
       ROT-BUSCA-DEPTO.

           MOVE 'N'                      TO WSS-ACHOU.

           IF WSS-QTD-DEPTOS GREATER 0
              SET IDX-DEP                TO 1
              SEARCH WSS-DEP-ENTRY
                AT END
                   CONTINUE
                WHEN TDP-DEPTO (IDX-DEP) EQUAL PES-DEPTO
                   MOVE 'S'              TO WSS-ACHOU
              END-SEARCH
           END-IF.

           IF WSS-ACHOU EQUAL 'S'
              GO TO ROT-BUSCA-DEPTO-EXIT
           END-IF.

           IF WSS-QTD-DEPTOS NOT LESS 200
              DISPLAY 'COBOL236 - TABELA DE DEPARTAMENTOS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-DEPTOS.
           SET IDX-DEP                   TO WSS-QTD-DEPTOS.
           INITIALIZE WSS-DEP-ENTRY (IDX-DEP).
           MOVE PES-DEPTO                TO TDP-DEPTO (IDX-DEP).

       ROT-BUSCA-DEPTO-EXIT.
           EXIT.

      *----
      * DESLIGAMENTO PREVISTO DE FM-MATRICULA (WSS-ACHOU = 'S' E
      * IDX-SAI POSICIONADO NELE)
      *----
       ROT-BUSCA-SAIDA.

           MOVE 'N'                      TO WSS-ACHOU.

           IF WSS-QTD-SAIDAS EQUAL 0
              GO TO ROT-BUSCA-SAIDA-EXIT
           END-IF.

           SEARCH ALL WSS-SAI-ENTRY
             AT END
                CONTINUE
             WHEN TSA-MATRICULA (IDX-SAI) EQUAL FM-MATRICULA
                MOVE 'S'                 TO WSS-ACHOU
           END-SEARCH.

       ROT-BUSCA-SAIDA-EXIT.
           EXIT.

      *----
      * CHAMA O COBOL226 COM A FUNCAO JA INFORMADA; ERRO DE ARQUIVO
      * NO DEPTREF E ABEND
      *----
       ROT-CHAMA-HIERARQUIA.

           CALL 'COBOL226' USING WSS-HIERARQ-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-HQ-OUTPUT GREATER 4
              DISPLAY 'COBOL236 - ERRO COBOL226: '
                      WSS-MENSAGEM OF WSS-HQ-OUTPUT
              MOVE WSS-RETURN-CODE OF WSS-HQ-OUTPUT TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       ROT-CHAMA-HIERARQUIA-EXIT.
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

           DISPLAY '***ABEND-COBOL236*** RC=' WSS-RC-ABEND
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           MOVE WSS-RC-ABEND TO RETURN-CODE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
