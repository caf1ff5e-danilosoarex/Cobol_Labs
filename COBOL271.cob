      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : REEMBOLSO DE DESPESAS DE FUNCIONARIOS. LE OS
      *            PEDIDOS REEMBOLS (COPY2711, UM POR DESPESA) E
      *            CONFERE CADA UM:
      *            - MATRICULA NO FUNCMST, CATEGORIA NA TABELA
      *              REEMBCAT (COPY2712), LIMITE POR DESPESA E PRAZO
      *              DE APRESENTACAO DA CATEGORIA;
      *            - ALCADA DO APROVADOR: O GESTOR RESPONSAVEL PELO
      *              DEPARTAMENTO DO FUNCIONARIO NO DEPTREF (PROPRIO
      *              OU HERDADO DO SUPERIOR, VIA COBOL226) OU UM
      *              USER-ID COM A FUNCAO 'APRVDESP' NO PERMFIL;
      *              NINGUEM APROVA A PROPRIA DESPESA.
      *            NA DESPESA DE VIAGEM APROVADA E ABATIDO O SALDO DOS
      *            ADIANTAMENTOS DE VIAGEM EM ABERTO (ADTOVIAG,
      *            COPY2713), GRAVADO NA GERACAO SEGUINTE ADTOVIAN.
      *            O LIQUIDO E PAGO SEM INCIDENCIA DE TRIBUTOS (NAO
      *            ENTRA NO CALCULO DA FOLHA): FORMA 'F' VAI PARA O
      *            REEMBFOL E SAI NA REMESSA DA FOLHA (COBOL160) COMO
      *            SEGMENTO PROPRIO; FORMA 'B' SAI NA REMESSA CNAB 240
      *            SEPARADA CNABREEM, NA CONTA PRINCIPAL DO BANCFUNC
      *            LIBERADA NO CONTROLE BANCPEND. LANCAMENTOS EM
      *            LANCREEM, NO LAYOUT DO LANCGL: DESPESA DA
      *            CATEGORIA A DEBITO CONTRA O ADIANTAMENTO DE VIAGEM
      *            ('ADVG') E O REEMBOLSO A PAGAR ('REEM') A CREDITO,
      *            CONTAS PELO CONTAMAP. RELATORIO RELREEM COM TODOS
      *            OS PEDIDOS (APROVADOS E RECUSADOS COM O MOTIVO).
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL271.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 18:00:00.
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
           SELECT REEMPARM ASSIGN TO REEMPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-REEMPARM.
      *
           SELECT REEMBCAT ASSIGN TO REEMBCAT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-REEMBCAT.
      *
           SELECT CONTAMAP ASSIGN TO CONTAMAP
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CONTAMAP.
      *
           SELECT PERMFIL ASSIGN TO PERMFIL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PERMFIL.
      *
           SELECT ADTOVIAG ASSIGN TO ADTOVIAG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-ADTOVIAG.
      *
           SELECT ADTOVIAN ASSIGN TO ADTOVIAN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-ADTOVIAN.
      *
           SELECT BANCFUNC ASSIGN TO BANCFUNC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-BANCFUNC.
      *
           SELECT BANCPEND ASSIGN TO BANCPEND
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-BANCPEND.
      *
           SELECT FUNCMST ASSIGN TO FUNCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FM-MATRICULA
                  FILE STATUS IS ST-FUNCMST.
      *
           SELECT REEMBOLS ASSIGN TO REEMBOLS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-REEMBOLS.
      *
           SELECT REEMBFOL ASSIGN TO REEMBFOL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-REEMBFOL.
      *
           SELECT CNABREEM ASSIGN TO CNABREEM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CNABREEM.
      *
           SELECT LANCREEM ASSIGN TO LANCREEM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-LANCREEM.
      *
           SELECT RELREEM ASSIGN TO RELREEM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELREEM.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   REEMPARM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CARTAO OPCIONAL: DATA DE PAGAMENTO DA REMESSA SEPARADA (ZERO
      * OU SEM CARTAO = DATA DA EXECUCAO)
      *----
       01   REG-REEMPARM.
            03 RPR-DATA-PAGTO              PIC 9(008).
            03 FILLER                      PIC X(072).
      *----
       FD   REEMBCAT
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2712'.
      *----
       FD   CONTAMAP
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-CONTAMAP.
            03 CMP-DEPTO                   PIC X(005).
            03 CMP-TIPO                    PIC X(004).
            03 CMP-CONTA                   PIC 9(008).
            03 CMP-NATUREZA                PIC X(001).
            03 FILLER                      PIC X(062).
      *----
       FD   PERMFIL
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-PERMFIL.
            03 PERM-USUARIO                PIC X(008).
            03 PERM-FUNCAO                 PIC X(008).
            03 FILLER                      PIC X(064).
      *----
       FD   ADTOVIAG
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2713'.
      *----
       FD   ADTOVIAN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-ADTOVIAN                   PIC X(080).
      *----
       FD   BANCFUNC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * DADOS BANCARIOS DO FUNCIONARIO (MESMO ARQUIVO DO COBOL160);
      * O REEMBOLSO VAI INTEIRO PARA A PRIMEIRA CONTA DA MATRICULA,
      * SEM O RATEIO DO LIQUIDO DA FOLHA
      *----
       01   REG-BANCFUNC.
            03 BCF-MATRICULA               PIC 9(008).
            03 BCF-BANCO                   PIC 9(003).
            03 BCF-AGENCIA                 PIC 9(005).
            03 BCF-CONTA                   PIC 9(012).
            03 BCF-DV                      PIC X(001).
            03 FILLER                      PIC X(051).
      *----
       FD   BANCPEND
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2301'.
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
       FD   REEMBOLS
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
           COPY  'COPY2711'.
      *----
       FD   REEMBFOL
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
       01   REG-REEMBFOL                   PIC X(160).
      *----
       FD   CNABREEM
            RECORDING MODE IS F
            RECORD CONTAINS 240 CHARACTERS.
      *----
       01   REG-CNABREEM                   PIC X(240).
      *----
       FD   LANCREEM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-LANCREEM.
            03 LGL-CONTA                   PIC 9(008).
            03 LGL-NATUREZA                PIC X(001).
            03 LGL-VALOR                   PIC 9(013)V99.
            03 LGL-DEPTO                   PIC X(005).
            03 LGL-TIPO                    PIC X(004).
            03 LGL-HISTORICO               PIC X(030).
            03 FILLER                      PIC X(017).
      *----
       FD   RELREEM.
      *----
       01   REG-RELREEM                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-REEMPARM                     PIC 9(002) VALUE 0.
       77  ST-REEMBCAT                     PIC 9(002) VALUE 0.
       77  ST-CONTAMAP                     PIC 9(002) VALUE 0.
       77  ST-PERMFIL                      PIC 9(002) VALUE 0.
       77  ST-ADTOVIAG                     PIC 9(002) VALUE 0.
       77  ST-ADTOVIAN                     PIC 9(002) VALUE 0.
       77  ST-BANCFUNC                     PIC 9(002) VALUE 0.
       77  ST-BANCPEND                     PIC 9(002) VALUE 0.
       77  ST-FUNCMST                      PIC 9(002) VALUE 0.
       77  ST-REEMBOLS                     PIC 9(002) VALUE 0.
       77  ST-REEMBFOL                     PIC 9(002) VALUE 0.
       77  ST-CNABREEM                     PIC 9(002) VALUE 0.
       77  ST-LANCREEM                     PIC 9(002) VALUE 0.
       77  ST-RELREEM                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-DATA-HOJE                   PIC 9(008) VALUE 0.
       77  WSS-DATA-PAGTO                  PIC 9(008) VALUE 0.
       77  WSS-INT-HOJE                    PIC 9(009) COMP VALUE 0.
       77  WSS-DIAS-DESPESA                PIC S9(009) COMP VALUE 0.
       77  WSS-QTD-CATEG                   PIC 9(004) VALUE 0.
       77  WSS-QTD-MAPA                    PIC 9(004) VALUE 0.
       77  WSS-QTD-PERM                    PIC 9(005) VALUE 0.
       77  WSS-QTD-ADTO                    PIC 9(005) VALUE 0.
       77  WSS-QTD-BANCOS                  PIC 9(005) VALUE 0.
       77  WSS-QTD-BPD                     PIC 9(004) VALUE 0.
       77  WSS-QTD-LANC-TAB                PIC 9(004) VALUE 0.
       77  WSS-IDX                         PIC 9(005) COMP VALUE 0.
       77  WSS-IDX-CAT                     PIC 9(004) COMP VALUE 0.
       77  WSS-IDX-BCO                     PIC 9(005) COMP VALUE 0.
       77  WSS-IDX-LC                      PIC 9(004) COMP VALUE 0.
       77  WSS-MATRIC-ANT                  PIC 9(008) VALUE 0.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-ALCADA                      PIC X(001) VALUE 'N'.
       77  WSS-BASE-ALCADA                 PIC X(007) VALUE SPACES.
       77  WSS-GESTOR-RESP                 PIC 9(008) VALUE 0.
       77  WSS-SALDO-ADTO                  PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-A-BAIXAR                    PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-REG-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-APROVADOS               PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-RECUSADOS               PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-FOLHA                   PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-BANCO                   PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-ADTO-ABERTO             PIC 9(006) VALUE ZEROES.
       77  WSS-TOT-APROVADO                PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-ADTO                    PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-FOLHA                   PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-BANCO                   PIC 9(013)V99 COMP-3 VALUE 0.
      *----
      * REMESSA SEPARADA (FORMA 'B'): SEQUENCIAL E TOTAIS DO TRAILER
      *----
       77  WSS-SEQUENCIAL                  PIC 9(006) VALUE 0.
       77  WSS-REG-CREDITOS                PIC 9(006) VALUE ZEROES.
       77  WSS-VALOR-TOTAL                 PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-INSTALACAO                  PIC X(020) VALUE 'INEFE'.
      *----
      * LANCAMENTOS
      *----
       77  WSS-QTD-LANC                    PIC 9(005) VALUE 0.
       77  WSS-TOT-DEBITOS                 PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-CREDITOS                PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-VALOR-LANC                  PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TIPO-LANC                   PIC X(004) VALUE SPACES.
       77  WSS-DEPTO-LANC                  PIC X(005) VALUE SPACES.
       77  WSS-CONTA-ACHADA                PIC 9(008) VALUE 0.
       77  WSS-NATUREZA-ACHADA             PIC X(001) VALUE SPACE.
       77  WSS-ACHOU-DEPTO                 PIC X(001) VALUE 'N'.
       77  MASCARA-TOTAL                   PIC ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-VALOR                   PIC Z.ZZZ.ZZ9,99.
       77  MASCARA-DATA                    PIC 99/99/9999.
       77  MASCARA-QTDE                    PIC Z(013)9.
      *----
      * DATA NO RELATORIO (DDMMAAAA PARA A MASCARA)
      *----
       01  WSS-DATA-NOTA                   PIC 9(008) VALUE 0.
       01  WSS-DATA-NOTA-R REDEFINES WSS-DATA-NOTA.
           03 WSS-NOTA-ANO                 PIC 9(004).
           03 WSS-NOTA-MES                 PIC 9(002).
           03 WSS-NOTA-DIA                 PIC 9(002).
       01  WSS-DATA-IMPRESSA               PIC 9(008) VALUE 0.
       01  WSS-DATA-IMPRESSA-R REDEFINES WSS-DATA-IMPRESSA.
           03 WSS-IMPR-DIA                 PIC 9(002).
           03 WSS-IMPR-MES                 PIC 9(002).
           03 WSS-IMPR-ANO                 PIC 9(004).
      *----
      * CATEGORIAS DE DESPESA
      *----
       01  WSS-TAB-CATEG.
           05 WSS-CAT-ENTRY OCCURS 0 TO 200 TIMES
                 DEPENDING ON WSS-QTD-CATEG.
              10 TCT-CATEGORIA             PIC X(004).
              10 TCT-LIMITE                PIC 9(007)V99.
              10 TCT-PRAZO-DIAS            PIC 9(003).
              10 TCT-VIAGEM                PIC X(001).
              10 TCT-TIPO-CONTA            PIC X(004).
      *----
       01  WSS-TAB-MAPA.
           05 WSS-MAP-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-MAPA.
              10 TMP-DEPTO                 PIC X(005).
              10 TMP-TIPO                  PIC X(004).
              10 TMP-CONTA                 PIC 9(008).
              10 TMP-NATUREZA              PIC X(001).
      *----
      * PERMISSOES DE APROVACAO (SO AS LINHAS 'APRVDESP' E '*')
      *----
       01  WSS-TAB-PERM.
           05 WSS-PRM-ENTRY OCCURS 0 TO 9000 TIMES
                 DEPENDING ON WSS-QTD-PERM.
              10 TPM-USUARIO               PIC X(008).
      *----
      * ADIANTAMENTOS DE VIAGEM EM ABERTO, NA ORDEM DO ARQUIVO
      * (MATRICULA + DATA)
      *----
       01  WSS-TAB-ADTO.
           05 WSS-ADT-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-ADTO.
              10 TAD-REGISTRO              PIC X(080).
              10 TAD-SALDO                 PIC 9(007)V99.
      *----
      * CONTA PRINCIPAL (PRIMEIRO REGISTRO DO BANCFUNC) POR MATRICULA
      *----
       01  WSS-TAB-BANCOS.
           05 WSS-BCO-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-BANCOS.
              10 TBC-MATRICULA             PIC 9(008).
              10 TBC-BANCO                 PIC 9(003).
              10 TBC-AGENCIA               PIC 9(005).
              10 TBC-CONTA                 PIC 9(012).
              10 TBC-DV                    PIC X(001).
      *----
      * CONTROLE DE CONTA BANCARIA NOVA (COBOL230), CLASSIFICADO PELA
      * CHAVE MATRICULA + BANCO + AGENCIA + CONTA + DV
      *----
       01  WSS-TAB-BANCPEND.
           05 WSS-BPD-ENTRY OCCURS 0 TO 6000 TIMES
                 DEPENDING ON WSS-QTD-BPD
                 ASCENDING KEY IS TBP-CHAVE
                 INDEXED BY IDX-BPD.
              10 TBP-CHAVE                 PIC X(029).
              10 TBP-SITUACAO              PIC X(001).
              10 TBP-DATA-LIBERACAO        PIC 9(008).
      *----
       01  WSS-CHAVE-DESTINO.
           03 WCD-MATRICULA                PIC 9(008).
           03 WCD-BANCO                    PIC 9(003).
           03 WCD-AGENCIA                  PIC 9(005).
           03 WCD-CONTA                    PIC 9(012).
           03 WCD-DV                       PIC X(001).
      *----
      * LANCAMENTOS ACUMULADOS POR DEPARTAMENTO + TIPO DO CONTAMAP
      *----
       01  WSS-TAB-LANC.
           05 WSS-LNC-ENTRY OCCURS 0 TO 1000 TIMES
                 DEPENDING ON WSS-QTD-LANC-TAB.
              10 TLC-DEPTO                 PIC X(005).
              10 TLC-TIPO                  PIC X(004).
              10 TLC-VALOR                 PIC 9(013)V99 COMP-3.
      *----
      * REGISTROS DA REMESSA SEPARADA, NO MESMO PADRAO CNAB 240 DA
      * REMESSA DA FOLHA (COBOL160): HEADER (TIPO 0), SEGMENTO DE
      * CREDITO (TIPO 3 / SEGMENTO A) E TRAILER (TIPO 9)
      *----
       01  WSS-CNAB-HEADER.
           03 HDR-BANCO                    PIC 9(003) VALUE 0.
           03 HDR-LOTE                     PIC 9(004) VALUE 0.
           03 HDR-TIPO                     PIC 9(001) VALUE 0.
           03 HDR-EMPRESA                  PIC X(030) VALUE SPACES.
           03 HDR-DATA                     PIC 9(008) VALUE 0.
           03 FILLER                       PIC X(194) VALUE SPACES.
      *----
       01  WSS-CNAB-SEGA.
           03 SGA-BANCO                    PIC 9(003) VALUE 0.
           03 SGA-LOTE                     PIC 9(004) VALUE 1.
           03 SGA-TIPO                     PIC 9(001) VALUE 3.
           03 SGA-SEQUENCIAL               PIC 9(005) VALUE 0.
           03 SGA-SEGMENTO                 PIC X(001) VALUE 'A'.
           03 SGA-BANCO-FAVOR              PIC 9(003) VALUE 0.
           03 SGA-AGENCIA                  PIC 9(005) VALUE 0.
           03 SGA-CONTA                    PIC 9(012) VALUE 0.
           03 SGA-DV                       PIC X(001) VALUE SPACE.
           03 SGA-NOME                     PIC X(030) VALUE SPACES.
           03 SGA-MATRICULA                PIC 9(008) VALUE 0.
           03 SGA-VALOR                    PIC 9(013)V99 VALUE 0.
           03 SGA-FORMA-LANC               PIC X(002) VALUE '01'.
           03 SGA-PIX-TIPO                 PIC X(002) VALUE SPACES.
           03 SGA-PIX-CHAVE                PIC X(077) VALUE SPACES.
           03 FILLER                       PIC X(071) VALUE SPACES.
      *----
       01  WSS-CNAB-TRAILER.
           03 TRL-BANCO                    PIC 9(003) VALUE 0.
           03 TRL-LOTE                     PIC 9(004) VALUE 9999.
           03 TRL-TIPO                     PIC 9(001) VALUE 9.
           03 TRL-QTD-REGISTROS            PIC 9(006) VALUE 0.
           03 TRL-VALOR-TOTAL              PIC 9(016)V99 VALUE 0.
           03 FILLER                       PIC X(208) VALUE SPACES.
      *----
      * LINKAGE DO SUBPROGRAMA DE HIERARQUIA DE DEPARTAMENTOS
      * (COBOL226), PARA O GESTOR RESPONSAVEL DO DEPARTAMENTO
      *----
           COPY  'COPY2261'.
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
       01  CAB01.
           03 FILLER                       PIC X(010) VALUE 'COBOL271'.
           03 FILLER                       PIC X(052)
              VALUE 'REEMBOLSO DE DESPESAS DE FUNCIONARIOS'.
           03 FILLER                       PIC X(011)
              VALUE 'PAGAMENTO: '.
           03 CAB-DATA                     PIC X(010) VALUE SPACES.
      *----
       01  CAB03.
           03 FILLER                       PIC X(009) VALUE
              'MATRICULA'.
           03 FILLER                       PIC X(007) VALUE ' PEDIDO'.
           03 FILLER                       PIC X(005) VALUE ' CAT'.
           03 FILLER                       PIC X(011) VALUE
              ' DESPESA'.
           03 FILLER                       PIC X(013) VALUE
              '        VALOR'.
           03 FILLER                       PIC X(013) VALUE
              '  ADIANTAMEN'.
           03 FILLER                       PIC X(013) VALUE
              '      LIQUIDO'.
           03 FILLER                       PIC X(002) VALUE ' F'.
           03 FILLER                       PIC X(008) VALUE
              ' ALCADA'.
           03 FILLER                       PIC X(040) VALUE
              ' SITUACAO'.
      *----
       01  DET01.
           03 MATRIC-DET                   PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 NUMERO-DET                   PIC 9(006) VALUE ZEROES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 CATEG-DET                    PIC X(004) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 DATA-DET                     PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 VALOR-DET                    PIC X(012) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 ADTO-DET                     PIC X(012) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 LIQUIDO-DET                  PIC X(012) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 FORMA-DET                    PIC X(001) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 ALCADA-DET                   PIC X(007) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 SITUACAO-DET                 PIC X(008) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 MOTIVO-DET                   PIC X(030) VALUE SPACES.
      *----
       01  LINHA-TEXTO.
           03 LT-ROTULO                    PIC X(040) VALUE SPACES.
           03 LT-VALOR                     PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(078) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL271'
           DISPLAY ' REEMBOLSO DE DESPESAS DE FUNCIONARIOS'.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WSS-DATA-HOJE.
           COMPUTE WSS-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-HOJE).

           PERFORM 0001-CARGA-CARTAO
              THRU 0001-CARGA-CARTAO-EXIT.

           PERFORM 0002-CARGA-REEMBCAT
              THRU 0002-CARGA-REEMBCAT-EXIT.

           PERFORM 0004-CARGA-CONTAMAP
              THRU 0004-CARGA-CONTAMAP-EXIT.

           PERFORM 0006-CARGA-PERMFIL
              THRU 0006-CARGA-PERMFIL-EXIT.

           PERFORM 0008-CARGA-ADTOVIAG
              THRU 0008-CARGA-ADTOVIAG-EXIT.

           PERFORM 0010-CARGA-BANCFUNC
              THRU 0010-CARGA-BANCFUNC-EXIT.

           PERFORM 0012-CARGA-BANCPEND
              THRU 0012-CARGA-BANCPEND-EXIT.

           OPEN INPUT FUNCMST.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL271 - ERRO OPEN FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN INPUT REEMBOLS.

           IF ST-REEMBOLS NOT EQUAL 0 THEN
              DISPLAY 'COBOL271 - ERRO OPEN REEMBOLS FS=' ST-REEMBOLS
              MOVE ST-REEMBOLS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT REEMBFOL
                       CNABREEM
                       RELREEM.

           IF ST-REEMBFOL NOT EQUAL 0 OR ST-CNABREEM NOT EQUAL 0
              OR ST-RELREEM NOT EQUAL 0
              DISPLAY 'COBOL271 - ERRO OPEN SAIDAS FS=' ST-REEMBFOL
                      ' ' ST-CNABREEM ' ' ST-RELREEM
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1000-GRAVA-CABECALHOS
              THRU 1000-GRAVA-CABECALHOS-EXIT.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 2000-PROCESSA-PEDIDO
              THRU 2000-PROCESSA-PEDIDO-EXIT
              UNTIL WSS-EOF = 'Y'.

           PERFORM 4000-GRAVA-TRAILER
              THRU 4000-GRAVA-TRAILER-EXIT.

           CLOSE FUNCMST
                 REEMBOLS
                 REEMBFOL
                 CNABREEM.

           PERFORM 3000-GERA-LANCAMENTOS
              THRU 3000-GERA-LANCAMENTOS-EXIT.

           PERFORM 5000-GRAVA-ADTOVIAN
              THRU 5000-GRAVA-ADTOVIAN-EXIT.

           PERFORM 9000-TOTAIS
              THRU 9000-TOTAIS-EXIT.

           CLOSE RELREEM.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL271                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* PEDIDOS LIDOS        : ' WSS-REG-LIDOS.
           DISPLAY '* APROVADOS            : ' WSS-QTD-APROVADOS.
           DISPLAY '* RECUSADOS            : ' WSS-QTD-RECUSADOS.
           DISPLAY '* PAGOS NA FOLHA       : ' WSS-QTD-FOLHA.
           DISPLAY '* NA REMESSA SEPARADA  : ' WSS-QTD-BANCO.
           DISPLAY '* ADIANTAMENTO ABATIDO : ' WSS-TOT-ADTO.
           DISPLAY '* LANCAMENTOS GRAVADOS : ' WSS-QTD-LANC.
           DISPLAY '*******************************************'.

           STOP RUN.

      *----
      * CARTAO OPCIONAL COM A DATA DE PAGAMENTO DA REMESSA SEPARADA
      *----
       0001-CARGA-CARTAO.

           DISPLAY '0001-CARGA-CARTAO'.

           MOVE WSS-DATA-HOJE            TO WSS-DATA-PAGTO.

           OPEN INPUT REEMPARM.

           IF ST-REEMPARM EQUAL 35
              GO TO 0001-CARGA-CARTAO-FIM
           END-IF.

           IF ST-REEMPARM NOT EQUAL 0 THEN
              DISPLAY 'COBOL271 - ERRO OPEN REEMPARM FS=' ST-REEMPARM
              MOVE ST-REEMPARM           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ REEMPARM.

           IF ST-REEMPARM EQUAL 0
              AND RPR-DATA-PAGTO NUMERIC
              AND RPR-DATA-PAGTO GREATER 0
              MOVE RPR-DATA-PAGTO        TO WSS-DATA-PAGTO
           END-IF.

           CLOSE REEMPARM.

       0001-CARGA-CARTAO-FIM.

           DISPLAY 'COBOL271 - DATA DE PAGAMENTO ' WSS-DATA-PAGTO.

       0001-CARGA-CARTAO-EXIT.
           EXIT.

      *----
      * CATEGORIAS DE DESPESA (OBRIGATORIO: SEM A TABELA NAO HA
      * LIMITE NEM CONTA PARA CONFERIR)
      *----
       0002-CARGA-REEMBCAT.

           DISPLAY '0002-CARGA-REEMBCAT'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT REEMBCAT.

           IF ST-REEMBCAT NOT EQUAL 0 THEN
              DISPLAY 'COBOL271 - ERRO OPEN REEMBCAT FS=' ST-REEMBCAT
              MOVE ST-REEMBCAT           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0003-LER-REEMBCAT
              THRU 0003-LER-REEMBCAT-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE REEMBCAT.

           DISPLAY ' CATEGORIAS DE DESPESA : ' WSS-QTD-CATEG.

       0002-CARGA-REEMBCAT-EXIT.
           EXIT.

      *----
       0003-LER-REEMBCAT.

           READ REEMBCAT
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-REEMBCAT NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL271 - ERRO READ REEMBCAT FS=' ST-REEMBCAT
              MOVE ST-REEMBCAT           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y' OR RCT-CATEGORIA EQUAL SPACES
              GO TO 0003-LER-REEMBCAT-EXIT
           END-IF.

           IF WSS-QTD-CATEG NOT LESS 200
              DISPLAY 'COBOL271 - TABELA DE CATEGORIAS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-CATEG.
           MOVE RCT-CATEGORIA            TO
                TCT-CATEGORIA (WSS-QTD-CATEG).
           MOVE RCT-TIPO-CONTA           TO
                TCT-TIPO-CONTA (WSS-QTD-CATEG).
           MOVE RCT-VIAGEM               TO TCT-VIAGEM (WSS-QTD-CATEG).

           IF RCT-LIMITE NUMERIC
              MOVE RCT-LIMITE            TO TCT-LIMITE (WSS-QTD-CATEG)
           ELSE
              MOVE 0                     TO TCT-LIMITE (WSS-QTD-CATEG)
           END-IF.

           IF RCT-PRAZO-DIAS NUMERIC
              MOVE RCT-PRAZO-DIAS        TO
                   TCT-PRAZO-DIAS (WSS-QTD-CATEG)
           ELSE
              MOVE 0                     TO
                   TCT-PRAZO-DIAS (WSS-QTD-CATEG)
           END-IF.

       0003-LER-REEMBCAT-EXIT.
           EXIT.

      *----
      * MAPA DE CONTAS (SEM ELE NAO HA LANCAMENTOS)
      *----
       0004-CARGA-CONTAMAP.

           DISPLAY '0004-CARGA-CONTAMAP'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT CONTAMAP.

           IF ST-CONTAMAP EQUAL 35
              GO TO 0004-CARGA-CONTAMAP-EXIT
           END-IF.

           IF ST-CONTAMAP NOT EQUAL 0 THEN
              DISPLAY 'COBOL271 - ERRO OPEN CONTAMAP FS=' ST-CONTAMAP
              MOVE ST-CONTAMAP           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0005-LER-CONTAMAP
              THRU 0005-LER-CONTAMAP-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CONTAMAP.

       0004-CARGA-CONTAMAP-EXIT.
           EXIT.

      *----
       0005-LER-CONTAMAP.

           READ CONTAMAP
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CONTAMAP NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL271 - ERRO READ CONTAMAP FS=' ST-CONTAMAP
              MOVE ST-CONTAMAP           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF NOT = 'Y'
              AND WSS-QTD-MAPA LESS 500
              ADD 1                      TO WSS-QTD-MAPA
              MOVE CMP-DEPTO             TO TMP-DEPTO (WSS-QTD-MAPA)
              MOVE CMP-TIPO              TO TMP-TIPO (WSS-QTD-MAPA)
              MOVE CMP-CONTA             TO TMP-CONTA (WSS-QTD-MAPA)
              MOVE CMP-NATUREZA          TO
                   TMP-NATUREZA (WSS-QTD-MAPA)
           END-IF.

       0005-LER-CONTAMAP-EXIT.
           EXIT.

      *----
      * PERMISSOES (OPCIONAL: SEM O PERMFIL SO O GESTOR DO
      * DEPARTAMENTO APROVA). SO INTERESSAM OS USUARIOS COM A FUNCAO
      * 'APRVDESP' OU COM '*' (TODAS AS FUNCOES)
      *----
       0006-CARGA-PERMFIL.

           DISPLAY '0006-CARGA-PERMFIL'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT PERMFIL.

           IF ST-PERMFIL EQUAL 35
              DISPLAY 'COBOL271 - PERMFIL AUSENTE, SO O GESTOR APROVA'
              GO TO 0006-CARGA-PERMFIL-EXIT
           END-IF.

           IF ST-PERMFIL NOT EQUAL 0 THEN
              DISPLAY 'COBOL271 - ERRO OPEN PERMFIL FS=' ST-PERMFIL
              MOVE ST-PERMFIL            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0007-LER-PERMFIL
              THRU 0007-LER-PERMFIL-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE PERMFIL.

           DISPLAY ' APROVADORES NO PERMFIL : ' WSS-QTD-PERM.

       0006-CARGA-PERMFIL-EXIT.
           EXIT.

      *----
       0007-LER-PERMFIL.

           READ PERMFIL
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-PERMFIL NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL271 - ERRO READ PERMFIL FS=' ST-PERMFIL
              MOVE ST-PERMFIL            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y' OR PERM-USUARIO EQUAL SPACES
              GO TO 0007-LER-PERMFIL-EXIT
           END-IF.

           IF PERM-FUNCAO NOT EQUAL 'APRVDESP'
              AND PERM-FUNCAO NOT EQUAL '*'
              GO TO 0007-LER-PERMFIL-EXIT
           END-IF.

           IF WSS-QTD-PERM LESS 9000
              ADD 1                      TO WSS-QTD-PERM
              MOVE PERM-USUARIO          TO TPM-USUARIO (WSS-QTD-PERM)
           END-IF.

       0007-LER-PERMFIL-EXIT.
           EXIT.

      *----
      * ADIANTAMENTOS DE VIAGEM EM ABERTO (OPCIONAL, FS=35 = NENHUM)
      *----
       0008-CARGA-ADTOVIAG.

           DISPLAY '0008-CARGA-ADTOVIAG'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT ADTOVIAG.

           IF ST-ADTOVIAG EQUAL 35
              GO TO 0008-CARGA-ADTOVIAG-EXIT
           END-IF.

           IF ST-ADTOVIAG NOT EQUAL 0 THEN
              DISPLAY 'COBOL271 - ERRO OPEN ADTOVIAG FS=' ST-ADTOVIAG
              MOVE ST-ADTOVIAG           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0009-LER-ADTOVIAG
              THRU 0009-LER-ADTOVIAG-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE ADTOVIAG.

           DISPLAY ' ADIANTAMENTOS DE VIAGEM : ' WSS-QTD-ADTO.

       0008-CARGA-ADTOVIAG-EXIT.
           EXIT.

      *----
       0009-LER-ADTOVIAG.

           READ ADTOVIAG
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-ADTOVIAG NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL271 - ERRO READ ADTOVIAG FS=' ST-ADTOVIAG
              MOVE ST-ADTOVIAG           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0009-LER-ADTOVIAG-EXIT
           END-IF.

           IF ADV-SALDO NOT NUMERIC OR ADV-SALDO EQUAL 0
              GO TO 0009-LER-ADTOVIAG-EXIT
           END-IF.

           IF WSS-QTD-ADTO NOT LESS 5000
              DISPLAY 'COBOL271 - TABELA DE ADIANTAMENTOS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-ADTO.
           MOVE REG-ADTOVIAG             TO TAD-REGISTRO (WSS-QTD-ADTO).
           MOVE ADV-SALDO                TO TAD-SALDO (WSS-QTD-ADTO).

       0009-LER-ADTOVIAG-EXIT.
           EXIT.

      *----
      * DADOS BANCARIOS (OBRIGATORIO, COMO NA REMESSA DA FOLHA): SO
      * A PRIMEIRA CONTA DE CADA MATRICULA
      *----
       0010-CARGA-BANCFUNC.

           DISPLAY '0010-CARGA-BANCFUNC'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT BANCFUNC.

           IF ST-BANCFUNC NOT EQUAL 0 THEN
              DISPLAY 'COBOL271 - ERRO OPEN BANCFUNC FS=' ST-BANCFUNC
              MOVE ST-BANCFUNC           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0011-LER-BANCFUNC
              THRU 0011-LER-BANCFUNC-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE BANCFUNC.

           DISPLAY ' CONTAS PRINCIPAIS : ' WSS-QTD-BANCOS.

       0010-CARGA-BANCFUNC-EXIT.
           EXIT.

      *----
       0011-LER-BANCFUNC.

           READ BANCFUNC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-BANCFUNC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL271 - ERRO READ BANCFUNC FS=' ST-BANCFUNC
              MOVE ST-BANCFUNC           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              OR BCF-MATRICULA EQUAL WSS-MATRIC-ANT
              GO TO 0011-LER-BANCFUNC-EXIT
           END-IF.

           MOVE BCF-MATRICULA            TO WSS-MATRIC-ANT.

           IF WSS-QTD-BANCOS LESS 20000
              ADD 1                      TO WSS-QTD-BANCOS
              MOVE BCF-MATRICULA         TO
                   TBC-MATRICULA (WSS-QTD-BANCOS)
              MOVE BCF-BANCO             TO TBC-BANCO (WSS-QTD-BANCOS)
              MOVE BCF-AGENCIA           TO
                   TBC-AGENCIA (WSS-QTD-BANCOS)
              MOVE BCF-CONTA             TO TBC-CONTA (WSS-QTD-BANCOS)
              MOVE BCF-DV                TO TBC-DV (WSS-QTD-BANCOS)
           END-IF.

       0011-LER-BANCFUNC-EXIT.
           EXIT.

      *----
      * CONTROLE DE CONTA BANCARIA NOVA (OBRIGATORIO, COMO NA
      * REMESSA DA FOLHA: CONTA ALTERADA SEM CALLBACK NAO RECEBE)
      *----
       0012-CARGA-BANCPEND.

           DISPLAY '0012-CARGA-BANCPEND'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT BANCPEND.

           IF ST-BANCPEND NOT EQUAL 0 THEN
              DISPLAY 'COBOL271 - ERRO OPEN BANCPEND FS=' ST-BANCPEND
              DISPLAY 'COBOL271 - RODAR O COBOL230 ANTES DA REMESSA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0013-LER-BANCPEND
              THRU 0013-LER-BANCPEND-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE BANCPEND.

           IF WSS-QTD-BPD GREATER 1
              SORT WSS-BPD-ENTRY ASCENDING TBP-CHAVE
           END-IF.

           DISPLAY ' CONTAS NO CONTROLE : ' WSS-QTD-BPD.

       0012-CARGA-BANCPEND-EXIT.
           EXIT.

      *----
       0013-LER-BANCPEND.

           READ BANCPEND
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-BANCPEND NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL271 - ERRO READ BANCPEND FS=' ST-BANCPEND
              MOVE ST-BANCPEND           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0013-LER-BANCPEND-EXIT
           END-IF.

           IF WSS-QTD-BPD NOT LESS 6000
              DISPLAY 'COBOL271 - TABELA DE CONTROLE DE CONTAS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-BPD.
           SET IDX-BPD                   TO WSS-QTD-BPD.
           MOVE BPD-CHAVE                TO TBP-CHAVE (IDX-BPD).
           MOVE BPD-SITUACAO             TO TBP-SITUACAO (IDX-BPD).
           MOVE BPD-DATA-LIBERACAO TO TBP-DATA-LIBERACAO (IDX-BPD).

       0013-LER-BANCPEND-EXIT.
           EXIT.

      *----
      * CABECALHO DO RELATORIO E HEADER DA REMESSA SEPARADA
      *----
       1000-GRAVA-CABECALHOS.

           MOVE WSS-DATA-PAGTO           TO WSS-DATA-NOTA.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE DATA-DET                 TO CAB-DATA.
           MOVE SPACES                   TO DATA-DET.

           WRITE REG-RELREEM FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           WRITE REG-RELREEM FROM CAB03 AFTER ADVANCING 2
           END-WRITE.

           MOVE WSS-INSTALACAO           TO HDR-EMPRESA.
           MOVE WSS-DATA-PAGTO           TO HDR-DATA.

           WRITE REG-CNABREEM FROM WSS-CNAB-HEADER.

           IF ST-CNABREEM NOT EQUAL 0 THEN
              DISPLAY 'COBOL271 - ERRO WRITE CNABREEM FS=' ST-CNABREEM
              MOVE ST-CNABREEM           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       1000-GRAVA-CABECALHOS-EXIT.
           EXIT.

      *----
      * UM PEDIDO: CONFERENCIA, ABATIMENTO DO ADIANTAMENTO DE
      * VIAGEM, CONTA DE CREDITO (FORMA 'B'), PAGAMENTO E
      * ACUMULO DOS LANCAMENTOS
      *----
       2000-PROCESSA-PEDIDO.

           READ REEMBOLS
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-REEMBOLS NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL271 - ERRO READ REEMBOLS FS=' ST-REEMBOLS
              MOVE ST-REEMBOLS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 2000-PROCESSA-PEDIDO-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-LIDOS.

           MOVE 'A'                      TO CLM-SITUACAO.
           MOVE SPACES                   TO CLM-MOTIVO
                                            CLM-DEPTO
                                            WSS-BASE-ALCADA.
           MOVE 0                        TO CLM-VALOR-ADTO
                                            CLM-VALOR-LIQUIDO.

           PERFORM 2100-CONFERE-PEDIDO
              THRU 2100-CONFERE-PEDIDO-EXIT.

           IF CLM-RECUSADO
              GO TO 2000-PROCESSA-PEDIDO-RELATA
           END-IF.

           PERFORM 2300-CALCULA-ADTO
              THRU 2300-CALCULA-ADTO-EXIT.

           COMPUTE CLM-VALOR-LIQUIDO = CLM-VALOR - CLM-VALOR-ADTO.

      *----
      * FORMA 'B': SEM CONTA LIBERADA O PEDIDO E RECUSADO (E VOLTA
      * NUM PROXIMO LOTE); O ADIANTAMENTO SO E BAIXADO DEPOIS DISSO
      *----
           IF CLM-PAGA-BANCO AND CLM-VALOR-LIQUIDO GREATER 0
              PERFORM 2500-PROCURA-CONTA
                 THRU 2500-PROCURA-CONTA-EXIT
              IF CLM-RECUSADO
                 MOVE 0                  TO CLM-VALOR-ADTO
                                            CLM-VALOR-LIQUIDO
                 GO TO 2000-PROCESSA-PEDIDO-RELATA
              END-IF
           END-IF.

           PERFORM 2400-BAIXA-ADTO
              THRU 2400-BAIXA-ADTO-EXIT.

      *----
      * LANCAMENTOS NO DEPARTAMENTO DO FUNCIONARIO: DESPESA DA
      * CATEGORIA PELO VALOR APROVADO, CONTRA O ADIANTAMENTO ABATIDO
      * E O LIQUIDO A PAGAR
      *----
           MOVE CLM-DEPTO                TO WSS-DEPTO-LANC.

           MOVE TCT-TIPO-CONTA (WSS-IDX-CAT) TO WSS-TIPO-LANC.
           MOVE CLM-VALOR                TO WSS-VALOR-LANC.
           PERFORM 2600-ACUMULA-LANC
              THRU 2600-ACUMULA-LANC-EXIT.

           MOVE 'ADVG'                   TO WSS-TIPO-LANC.
           MOVE CLM-VALOR-ADTO           TO WSS-VALOR-LANC.
           PERFORM 2600-ACUMULA-LANC
              THRU 2600-ACUMULA-LANC-EXIT.

           MOVE 'REEM'                   TO WSS-TIPO-LANC.
           MOVE CLM-VALOR-LIQUIDO        TO WSS-VALOR-LANC.
           PERFORM 2600-ACUMULA-LANC
              THRU 2600-ACUMULA-LANC-EXIT.

           IF CLM-VALOR-LIQUIDO GREATER 0
              IF CLM-PAGA-BANCO
                 PERFORM 2700-GRAVA-SEGMENTO
                    THRU 2700-GRAVA-SEGMENTO-EXIT
              ELSE
                 PERFORM 2800-GRAVA-REEMBFOL
                    THRU 2800-GRAVA-REEMBFOL-EXIT
              END-IF
           END-IF.

           ADD 1                         TO WSS-QTD-APROVADOS.
           ADD CLM-VALOR                 TO WSS-TOT-APROVADO.
           ADD CLM-VALOR-ADTO            TO WSS-TOT-ADTO.

       2000-PROCESSA-PEDIDO-RELATA.

           IF CLM-RECUSADO
              ADD 1                      TO WSS-QTD-RECUSADOS
           END-IF.

           PERFORM 2900-RELATA-PEDIDO
              THRU 2900-RELATA-PEDIDO-EXIT.

       2000-PROCESSA-PEDIDO-EXIT.
           EXIT.

      *----
      * CONFERENCIA DO PEDIDO; A PRIMEIRA FALHA RECUSA COM O MOTIVO
      *----
       2100-CONFERE-PEDIDO.

           MOVE 'R'                      TO CLM-SITUACAO.

           IF CLM-MATRICULA NOT NUMERIC
              OR CLM-VALOR NOT NUMERIC
              OR CLM-VALOR EQUAL 0
              MOVE 'MATRICULA OU VALOR INVALIDO'  TO CLM-MOTIVO
              GO TO 2100-CONFERE-PEDIDO-EXIT
           END-IF.

           IF CLM-DATA-DESPESA NOT NUMERIC
              MOVE 'DATA DA DESPESA INVALIDA'     TO CLM-MOTIVO
              GO TO 2100-CONFERE-PEDIDO-EXIT
           END-IF.

           MOVE CLM-DATA-DESPESA         TO WSS-VALIDA-DATA-REC.
           CALL 'VALIDA-DATA' USING WSS-VALIDA-DATA-LINKAGE.

           IF WSS-VALIDA-DATA-RC NOT EQUAL 0
              MOVE 'DATA DA DESPESA INVALIDA'     TO CLM-MOTIVO
              GO TO 2100-CONFERE-PEDIDO-EXIT
           END-IF.

           IF CLM-DATA-DESPESA GREATER WSS-DATA-HOJE
              MOVE 'DATA DA DESPESA FUTURA'       TO CLM-MOTIVO
              GO TO 2100-CONFERE-PEDIDO-EXIT
           END-IF.

           IF NOT CLM-PAGA-FOLHA AND NOT CLM-PAGA-BANCO
              MOVE 'FORMA DE PAGAMENTO INVALIDA'  TO CLM-MOTIVO
              GO TO 2100-CONFERE-PEDIDO-EXIT
           END-IF.

           MOVE CLM-MATRICULA            TO FM-MATRICULA.
           MOVE 'N'                      TO WSS-ACHOU.

           READ FUNCMST
              INVALID KEY
                 MOVE 'N'                TO WSS-ACHOU
              NOT INVALID KEY
                 MOVE 'Y'                TO WSS-ACHOU
           END-READ.

           IF WSS-ACHOU NOT = 'Y'
              MOVE 'MATRICULA NAO CADASTRADA'     TO CLM-MOTIVO
              GO TO 2100-CONFERE-PEDIDO-EXIT
           END-IF.

           MOVE FM-DEPARTAMENTO          TO CLM-DEPTO.

      *----
      * DESLIGADO NAO TEM MAIS FOLHA: SO A REMESSA SEPARADA PAGA
      *----
           IF FM-DESLIGADO AND CLM-PAGA-FOLHA
              MOVE 'DESLIGADO: PAGAR NA FORMA B'  TO CLM-MOTIVO
              GO TO 2100-CONFERE-PEDIDO-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-ACHOU.

           PERFORM 2110-PROCURA-CATEGORIA
              THRU 2110-PROCURA-CATEGORIA-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX > WSS-QTD-CATEG
                 OR WSS-ACHOU EQUAL 'Y'.

           IF WSS-ACHOU NOT = 'Y'
              MOVE 'CATEGORIA NAO CADASTRADA'     TO CLM-MOTIVO
              GO TO 2100-CONFERE-PEDIDO-EXIT
           END-IF.

           IF TCT-LIMITE (WSS-IDX-CAT) GREATER 0
              AND CLM-VALOR GREATER TCT-LIMITE (WSS-IDX-CAT)
              MOVE 'ACIMA DO LIMITE DA CATEGORIA' TO CLM-MOTIVO
              GO TO 2100-CONFERE-PEDIDO-EXIT
           END-IF.

           COMPUTE WSS-DIAS-DESPESA = WSS-INT-HOJE -
                   FUNCTION INTEGER-OF-DATE (CLM-DATA-DESPESA).

           IF TCT-PRAZO-DIAS (WSS-IDX-CAT) GREATER 0
              AND WSS-DIAS-DESPESA GREATER
                  TCT-PRAZO-DIAS (WSS-IDX-CAT)
              MOVE 'FORA DO PRAZO DA CATEGORIA'   TO CLM-MOTIVO
              GO TO 2100-CONFERE-PEDIDO-EXIT
           END-IF.

           IF CLM-APROVADOR EQUAL CLM-MATRICULA
              MOVE 'APROVADO PELO PROPRIO'        TO CLM-MOTIVO
              GO TO 2100-CONFERE-PEDIDO-EXIT
           END-IF.

           PERFORM 2200-CONFERE-APROVADOR
              THRU 2200-CONFERE-APROVADOR-EXIT.

           IF WSS-ALCADA NOT = 'S'
              MOVE 'APROVADOR SEM ALCADA'         TO CLM-MOTIVO
              GO TO 2100-CONFERE-PEDIDO-EXIT
           END-IF.

           MOVE 'A'                      TO CLM-SITUACAO.

       2100-CONFERE-PEDIDO-EXIT.
           EXIT.

      *----
       2110-PROCURA-CATEGORIA.

           IF TCT-CATEGORIA (WSS-IDX) EQUAL CLM-CATEGORIA
              MOVE WSS-IDX               TO WSS-IDX-CAT
              MOVE 'Y'                   TO WSS-ACHOU
           END-IF.

       2110-PROCURA-CATEGORIA-EXIT.
           EXIT.

      *----
      * ALCADA: O GESTOR RESPONSAVEL PELO DEPARTAMENTO (PROPRIO OU,
      * SEM ELE, O DO SUPERIOR MAIS PROXIMO) OU UM USER-ID COM A
      * FUNCAO 'APRVDESP' NO PERMFIL
      *----
       2200-CONFERE-APROVADOR.

           MOVE 'N'                      TO WSS-ALCADA.

           INITIALIZE WSS-HQ-INPUT.
           MOVE 'CONSULTA'               TO WSS-HQ-FUNCAO.
           MOVE CLM-DEPTO                TO WSS-HQ-DEPARTAMENTO.
           PERFORM ROT-CHAMA-HIERARQUIA
              THRU ROT-CHAMA-HIERARQUIA-EXIT.
           MOVE WSS-HQ-GESTOR-RESP       TO WSS-GESTOR-RESP.

           IF CLM-APROVADOR NUMERIC
              AND CLM-APROVADOR GREATER 0
              AND CLM-APROVADOR EQUAL WSS-GESTOR-RESP
              MOVE 'S'                   TO WSS-ALCADA
              MOVE 'GESTOR'              TO WSS-BASE-ALCADA
              GO TO 2200-CONFERE-APROVADOR-EXIT
           END-IF.

           IF CLM-APROV-USUARIO EQUAL SPACES
              GO TO 2200-CONFERE-APROVADOR-EXIT
           END-IF.

           PERFORM 2210-PROCURA-PERMISSAO
              THRU 2210-PROCURA-PERMISSAO-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX > WSS-QTD-PERM
                 OR WSS-ALCADA EQUAL 'S'.

       2200-CONFERE-APROVADOR-EXIT.
           EXIT.

      *----
       2210-PROCURA-PERMISSAO.

           IF TPM-USUARIO (WSS-IDX) EQUAL CLM-APROV-USUARIO
              MOVE 'S'                   TO WSS-ALCADA
              MOVE 'PERMFIL'             TO WSS-BASE-ALCADA
           END-IF.

       2210-PROCURA-PERMISSAO-EXIT.
           EXIT.

      *----
      * ADIANTAMENTO A ABATER: SO NA CATEGORIA DE VIAGEM, ATE O
      * VALOR DO PEDIDO, PELO SALDO EM ABERTO DA MATRICULA
      *----
       2300-CALCULA-ADTO.

           MOVE 0                        TO CLM-VALOR-ADTO.
           MOVE 0                        TO WSS-SALDO-ADTO.

           IF TCT-VIAGEM (WSS-IDX-CAT) NOT EQUAL 'S'
              GO TO 2300-CALCULA-ADTO-EXIT
           END-IF.

           PERFORM 2310-SOMA-ADTO
              THRU 2310-SOMA-ADTO-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX > WSS-QTD-ADTO.

           IF WSS-SALDO-ADTO GREATER CLM-VALOR
              MOVE CLM-VALOR             TO CLM-VALOR-ADTO
           ELSE
              MOVE WSS-SALDO-ADTO        TO CLM-VALOR-ADTO
           END-IF.

       2300-CALCULA-ADTO-EXIT.
           EXIT.

      *----
       2310-SOMA-ADTO.

           MOVE TAD-REGISTRO (WSS-IDX)   TO REG-ADTOVIAG.

           IF ADV-MATRICULA EQUAL CLM-MATRICULA
              ADD TAD-SALDO (WSS-IDX)    TO WSS-SALDO-ADTO
           END-IF.

       2310-SOMA-ADTO-EXIT.
           EXIT.

      *----
      * BAIXA O VALOR ABATIDO DOS ADIANTAMENTOS DA MATRICULA, DO
      * MAIS ANTIGO PARA O MAIS NOVO
      *----
       2400-BAIXA-ADTO.

           MOVE CLM-VALOR-ADTO           TO WSS-A-BAIXAR.

           IF WSS-A-BAIXAR EQUAL 0
              GO TO 2400-BAIXA-ADTO-EXIT
           END-IF.

           PERFORM 2410-BAIXA-UM-ADTO
              THRU 2410-BAIXA-UM-ADTO-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX > WSS-QTD-ADTO
                 OR WSS-A-BAIXAR EQUAL 0.

       2400-BAIXA-ADTO-EXIT.
           EXIT.

      *----
       2410-BAIXA-UM-ADTO.

           MOVE TAD-REGISTRO (WSS-IDX)   TO REG-ADTOVIAG.

           IF ADV-MATRICULA NOT EQUAL CLM-MATRICULA
              OR TAD-SALDO (WSS-IDX) EQUAL 0
              GO TO 2410-BAIXA-UM-ADTO-EXIT
           END-IF.

           IF TAD-SALDO (WSS-IDX) NOT LESS WSS-A-BAIXAR
              SUBTRACT WSS-A-BAIXAR      FROM TAD-SALDO (WSS-IDX)
              MOVE 0                     TO WSS-A-BAIXAR
           ELSE
              SUBTRACT TAD-SALDO (WSS-IDX) FROM WSS-A-BAIXAR
              MOVE 0                     TO TAD-SALDO (WSS-IDX)
           END-IF.

       2410-BAIXA-UM-ADTO-EXIT.
           EXIT.

      *----
      * CONTA DE CREDITO DA FORMA 'B': A PRIMEIRA DO BANCFUNC, QUE
      * PRECISA ESTAR ATIVA OU CONFIRMADA COM A CARENCIA VENCIDA NA
      * DATA DE PAGAMENTO NO CONTROLE BANCPEND
      *----
       2500-PROCURA-CONTA.

           MOVE 0                        TO WSS-IDX-BCO.

           PERFORM 2510-PROCURA-BANCFUNC
              THRU 2510-PROCURA-BANCFUNC-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX > WSS-QTD-BANCOS
                 OR WSS-IDX-BCO GREATER 0.

           IF WSS-IDX-BCO EQUAL 0
              MOVE 'R'                   TO CLM-SITUACAO
              MOVE 'SEM DADOS BANCARIOS' TO CLM-MOTIVO
              GO TO 2500-PROCURA-CONTA-EXIT
           END-IF.

           MOVE CLM-MATRICULA            TO WCD-MATRICULA.
           MOVE TBC-BANCO (WSS-IDX-BCO)  TO WCD-BANCO.
           MOVE TBC-AGENCIA (WSS-IDX-BCO) TO WCD-AGENCIA.
           MOVE TBC-CONTA (WSS-IDX-BCO)  TO WCD-CONTA.
           MOVE TBC-DV (WSS-IDX-BCO)     TO WCD-DV.

           MOVE 'CONTA FORA DO CONTROLE BANCPEND' TO CLM-MOTIVO.

           IF WSS-QTD-BPD GREATER 0
              SEARCH ALL WSS-BPD-ENTRY
                AT END
                   CONTINUE
                WHEN TBP-CHAVE (IDX-BPD) EQUAL WSS-CHAVE-DESTINO
                   PERFORM 2520-SITUACAO-CONTA
                      THRU 2520-SITUACAO-CONTA-EXIT
              END-SEARCH
           END-IF.

           IF CLM-MOTIVO NOT EQUAL SPACES
              MOVE 'R'                   TO CLM-SITUACAO
           END-IF.

       2500-PROCURA-CONTA-EXIT.
           EXIT.

      *----
       2510-PROCURA-BANCFUNC.

           IF TBC-MATRICULA (WSS-IDX) EQUAL CLM-MATRICULA
              MOVE WSS-IDX               TO WSS-IDX-BCO
           END-IF.

       2510-PROCURA-BANCFUNC-EXIT.
           EXIT.

      *----
       2520-SITUACAO-CONTA.

           MOVE SPACES                   TO CLM-MOTIVO.

           IF TBP-SITUACAO (IDX-BPD) EQUAL 'A'
              GO TO 2520-SITUACAO-CONTA-EXIT
           END-IF.

           IF TBP-SITUACAO (IDX-BPD) EQUAL 'C'
              IF TBP-DATA-LIBERACAO (IDX-BPD) NOT GREATER
                 WSS-DATA-PAGTO
                 GO TO 2520-SITUACAO-CONTA-EXIT
              END-IF
              MOVE 'CONTA NOVA EM CARENCIA' TO CLM-MOTIVO
              GO TO 2520-SITUACAO-CONTA-EXIT
           END-IF.

           MOVE 'CONTA NOVA AGUARDANDO CALLBACK' TO CLM-MOTIVO.

       2520-SITUACAO-CONTA-EXIT.
           EXIT.

      *----
      * ACUMULA WSS-VALOR-LANC EM DEPARTAMENTO + TIPO
      *----
       2600-ACUMULA-LANC.

           IF WSS-VALOR-LANC EQUAL 0
              GO TO 2600-ACUMULA-LANC-EXIT
           END-IF.

           MOVE 0                        TO WSS-IDX-LC.

           PERFORM 2610-PROCURA-LANC
              THRU 2610-PROCURA-LANC-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX > WSS-QTD-LANC-TAB
                 OR WSS-IDX-LC GREATER 0.

           IF WSS-IDX-LC EQUAL 0
              IF WSS-QTD-LANC-TAB NOT LESS 1000
                 DISPLAY 'COBOL271 - TABELA DE LANCAMENTOS CHEIA'
                 MOVE 16                 TO RETURN-CODE
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              END-IF
              ADD 1                      TO WSS-QTD-LANC-TAB
              MOVE WSS-QTD-LANC-TAB      TO WSS-IDX-LC
              MOVE WSS-DEPTO-LANC        TO TLC-DEPTO (WSS-IDX-LC)
              MOVE WSS-TIPO-LANC         TO TLC-TIPO (WSS-IDX-LC)
              MOVE 0                     TO TLC-VALOR (WSS-IDX-LC)
           END-IF.

           ADD WSS-VALOR-LANC            TO TLC-VALOR (WSS-IDX-LC).

       2600-ACUMULA-LANC-EXIT.
           EXIT.

      *----
       2610-PROCURA-LANC.

           IF TLC-DEPTO (WSS-IDX) EQUAL WSS-DEPTO-LANC
              AND TLC-TIPO (WSS-IDX) EQUAL WSS-TIPO-LANC
              MOVE WSS-IDX               TO WSS-IDX-LC
           END-IF.

       2610-PROCURA-LANC-EXIT.
           EXIT.

      *----
      * SEGMENTO DE CREDITO DA REMESSA SEPARADA (TED NA CONTA
      * PRINCIPAL), IDENTIFICADO PELA MATRICULA
      *----
       2700-GRAVA-SEGMENTO.

           ADD 1                         TO WSS-SEQUENCIAL.

           MOVE TBC-BANCO (WSS-IDX-BCO)  TO SGA-BANCO.
           MOVE WSS-SEQUENCIAL           TO SGA-SEQUENCIAL.
           MOVE TBC-BANCO (WSS-IDX-BCO)  TO SGA-BANCO-FAVOR.
           MOVE TBC-AGENCIA (WSS-IDX-BCO) TO SGA-AGENCIA.
           MOVE TBC-CONTA (WSS-IDX-BCO)  TO SGA-CONTA.
           MOVE TBC-DV (WSS-IDX-BCO)     TO SGA-DV.
           MOVE FM-NOME                  TO SGA-NOME.
           MOVE CLM-MATRICULA            TO SGA-MATRICULA.
           MOVE CLM-VALOR-LIQUIDO        TO SGA-VALOR.
           MOVE '01'                     TO SGA-FORMA-LANC.

           WRITE REG-CNABREEM FROM WSS-CNAB-SEGA.

           IF ST-CNABREEM NOT EQUAL 0 THEN
              DISPLAY 'COBOL271 - ERRO WRITE CNABREEM FS=' ST-CNABREEM
              MOVE ST-CNABREEM           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-CREDITOS.
           ADD CLM-VALOR-LIQUIDO         TO WSS-VALOR-TOTAL.
           ADD 1                         TO WSS-QTD-BANCO.
           ADD CLM-VALOR-LIQUIDO         TO WSS-TOT-BANCO.

       2700-GRAVA-SEGMENTO-EXIT.
           EXIT.

      *----
      * FORMA 'F': O PEDIDO APROVADO VAI PARA A REMESSA DA FOLHA
      *----
       2800-GRAVA-REEMBFOL.

           WRITE REG-REEMBFOL FROM REG-REEMBOLSO.

           IF ST-REEMBFOL NOT EQUAL 0 THEN
              DISPLAY 'COBOL271 - ERRO WRITE REEMBFOL FS=' ST-REEMBFOL
              MOVE ST-REEMBFOL           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-FOLHA.
           ADD CLM-VALOR-LIQUIDO         TO WSS-TOT-FOLHA.

       2800-GRAVA-REEMBFOL-EXIT.
           EXIT.

      *----
       2900-RELATA-PEDIDO.

           MOVE SPACES                   TO DET01.
           MOVE CLM-MATRICULA            TO MATRIC-DET.
           MOVE CLM-NUMERO               TO NUMERO-DET.
           MOVE CLM-CATEGORIA            TO CATEG-DET.

           IF CLM-DATA-DESPESA NUMERIC
              MOVE CLM-DATA-DESPESA      TO WSS-DATA-NOTA
              PERFORM ROT-FORMATA-DATA
                 THRU ROT-FORMATA-DATA-EXIT
           END-IF.

           IF CLM-VALOR NUMERIC
              MOVE CLM-VALOR             TO MASCARA-VALOR
              MOVE MASCARA-VALOR         TO VALOR-DET
           END-IF.

           MOVE CLM-FORMA                TO FORMA-DET.

           IF CLM-APROVADO
              MOVE CLM-VALOR-ADTO        TO MASCARA-VALOR
              MOVE MASCARA-VALOR         TO ADTO-DET
              MOVE CLM-VALOR-LIQUIDO     TO MASCARA-VALOR
              MOVE MASCARA-VALOR         TO LIQUIDO-DET
              MOVE WSS-BASE-ALCADA       TO ALCADA-DET
              MOVE 'APROVADO'            TO SITUACAO-DET
           ELSE
              MOVE 'RECUSADO'            TO SITUACAO-DET
              MOVE CLM-MOTIVO            TO MOTIVO-DET
           END-IF.

           WRITE REG-RELREEM FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELREEM NOT EQUAL 0 THEN
              DISPLAY 'COBOL271 - ERRO WRITE RELREEM FS=' ST-RELREEM
              MOVE ST-RELREEM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       2900-RELATA-PEDIDO-EXIT.
           EXIT.

      *----
      * LANCAMENTOS BALANCEADOS POR DEPARTAMENTO: DESPESA DA
      * CATEGORIA (TIPO DA REEMBCAT) A DEBITO, ADIANTAMENTO DE VIAGEM
      * ('ADVG') E REEMBOLSO A PAGAR ('REEM') A CREDITO. SEM LINHA
      * DO DEPARTAMENTO VALE A CURINGA ('*****') DO CONTAMAP
      *----
       3000-GERA-LANCAMENTOS.

           DISPLAY '3000-GERA-LANCAMENTOS'.

           IF WSS-QTD-LANC-TAB EQUAL 0
              GO TO 3000-GERA-LANCAMENTOS-EXIT
           END-IF.

           IF WSS-QTD-MAPA EQUAL 0
              DISPLAY 'COBOL271 - CONTAMAP AUSENTE, SEM LANCAMENTOS'
              GO TO 3000-GERA-LANCAMENTOS-EXIT
           END-IF.

           OPEN OUTPUT LANCREEM.

           IF ST-LANCREEM NOT EQUAL 0 THEN
              DISPLAY 'COBOL271 - ERRO OPEN LANCREEM FS=' ST-LANCREEM
              MOVE ST-LANCREEM           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 3100-LANCA-ACUMULADO
              THRU 3100-LANCA-ACUMULADO-EXIT
              VARYING WSS-IDX-LC FROM 1 BY 1
              UNTIL WSS-IDX-LC > WSS-QTD-LANC-TAB.

           CLOSE LANCREEM.

           IF WSS-TOT-DEBITOS NOT EQUAL WSS-TOT-CREDITOS
              DISPLAY 'COBOL271 - LOTE DE REEMBOLSO DESBALANCEADO'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       3000-GERA-LANCAMENTOS-EXIT.
           EXIT.

      *----
       3100-LANCA-ACUMULADO.

           MOVE TLC-DEPTO (WSS-IDX-LC)   TO WSS-DEPTO-LANC.
           MOVE TLC-TIPO (WSS-IDX-LC)    TO WSS-TIPO-LANC.
           MOVE TLC-VALOR (WSS-IDX-LC)   TO WSS-VALOR-LANC.

           PERFORM 3200-GRAVA-LANCAMENTO
              THRU 3200-GRAVA-LANCAMENTO-EXIT.

       3100-LANCA-ACUMULADO-EXIT.
           EXIT.

      *----
       3200-GRAVA-LANCAMENTO.

           IF WSS-VALOR-LANC EQUAL 0
              GO TO 3200-GRAVA-LANCAMENTO-EXIT
           END-IF.

           MOVE 0                        TO WSS-CONTA-ACHADA.
           MOVE 'N'                      TO WSS-ACHOU-DEPTO.

           PERFORM 3210-PROCURA-CONTA
              THRU 3210-PROCURA-CONTA-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX > WSS-QTD-MAPA
                 OR WSS-ACHOU-DEPTO EQUAL 'Y'.

           IF WSS-CONTA-ACHADA EQUAL 0
              DISPLAY 'COBOL271 - SEM CONTA NO MAPA PARA O TIPO '
                      WSS-TIPO-LANC ' DEPTO ' WSS-DEPTO-LANC
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SPACES                   TO REG-LANCREEM.
           MOVE WSS-CONTA-ACHADA         TO LGL-CONTA.
           MOVE WSS-NATUREZA-ACHADA      TO LGL-NATUREZA.
           MOVE WSS-VALOR-LANC           TO LGL-VALOR.
           MOVE WSS-DEPTO-LANC           TO LGL-DEPTO.
           MOVE WSS-TIPO-LANC            TO LGL-TIPO.
           MOVE 'REEMBOLSO DE DESPESAS'  TO LGL-HISTORICO.

           WRITE REG-LANCREEM.

           IF ST-LANCREEM NOT EQUAL 0 THEN
              DISPLAY 'COBOL271 - ERRO WRITE LANCREEM FS=' ST-LANCREEM
              MOVE ST-LANCREEM           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-LANC.

           IF WSS-NATUREZA-ACHADA EQUAL 'D'
              ADD WSS-VALOR-LANC         TO WSS-TOT-DEBITOS
           ELSE
              ADD WSS-VALOR-LANC         TO WSS-TOT-CREDITOS
           END-IF.

       3200-GRAVA-LANCAMENTO-EXIT.
           EXIT.

      *----
      * CONTA DO TIPO PARA O DEPARTAMENTO; A LINHA CURINGA ('*****')
      * SO VALE SE O DEPARTAMENTO NAO TIVER LINHA PROPRIA
      *----
       3210-PROCURA-CONTA.

           IF TMP-TIPO (WSS-IDX) NOT EQUAL WSS-TIPO-LANC
              GO TO 3210-PROCURA-CONTA-EXIT
           END-IF.

           IF TMP-DEPTO (WSS-IDX) EQUAL WSS-DEPTO-LANC
              MOVE TMP-CONTA (WSS-IDX)    TO WSS-CONTA-ACHADA
              MOVE TMP-NATUREZA (WSS-IDX) TO WSS-NATUREZA-ACHADA
              MOVE 'Y'                    TO WSS-ACHOU-DEPTO
              GO TO 3210-PROCURA-CONTA-EXIT
           END-IF.

           IF TMP-DEPTO (WSS-IDX) EQUAL '*****'
              AND WSS-CONTA-ACHADA EQUAL 0
              MOVE TMP-CONTA (WSS-IDX)    TO WSS-CONTA-ACHADA
              MOVE TMP-NATUREZA (WSS-IDX) TO WSS-NATUREZA-ACHADA
           END-IF.

       3210-PROCURA-CONTA-EXIT.
           EXIT.

      *----
      * TRAILER DA REMESSA SEPARADA: QUANTIDADE INCLUI HEADER,
      * SEGMENTOS E O PROPRIO TRAILER, COMO O BANCO CONFERE
      *----
       4000-GRAVA-TRAILER.

           COMPUTE TRL-QTD-REGISTROS = WSS-REG-CREDITOS + 2.
           MOVE WSS-VALOR-TOTAL          TO TRL-VALOR-TOTAL.

           WRITE REG-CNABREEM FROM WSS-CNAB-TRAILER.

           IF ST-CNABREEM NOT EQUAL 0 THEN
              DISPLAY 'COBOL271 - ERRO WRITE CNABREEM FS=' ST-CNABREEM
              MOVE ST-CNABREEM           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       4000-GRAVA-TRAILER-EXIT.
           EXIT.

      *----
      * GERACAO SEGUINTE DOS ADIANTAMENTOS DE VIAGEM: SO OS QUE
      * AINDA TEM SALDO
      *----
       5000-GRAVA-ADTOVIAN.

           DISPLAY '5000-GRAVA-ADTOVIAN'.

           OPEN OUTPUT ADTOVIAN.

           IF ST-ADTOVIAN NOT EQUAL 0 THEN
              DISPLAY 'COBOL271 - ERRO OPEN ADTOVIAN FS=' ST-ADTOVIAN
              MOVE ST-ADTOVIAN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 5100-GRAVA-UM-ADTO
              THRU 5100-GRAVA-UM-ADTO-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX > WSS-QTD-ADTO.

           CLOSE ADTOVIAN.

       5000-GRAVA-ADTOVIAN-EXIT.
           EXIT.

      *----
       5100-GRAVA-UM-ADTO.

           IF TAD-SALDO (WSS-IDX) EQUAL 0
              GO TO 5100-GRAVA-UM-ADTO-EXIT
           END-IF.

           MOVE TAD-REGISTRO (WSS-IDX)   TO REG-ADTOVIAG.
           MOVE TAD-SALDO (WSS-IDX)      TO ADV-SALDO.

           WRITE REG-ADTOVIAN FROM REG-ADTOVIAG.

           IF ST-ADTOVIAN NOT EQUAL 0 THEN
              DISPLAY 'COBOL271 - ERRO WRITE ADTOVIAN FS=' ST-ADTOVIAN
              MOVE ST-ADTOVIAN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-ADTO-ABERTO.

       5100-GRAVA-UM-ADTO-EXIT.
           EXIT.

      *----
      * TOTAIS DO RELATORIO
      *----
       9000-TOTAIS.

           MOVE SPACES                   TO LINHA-TEXTO.
           WRITE REG-RELREEM FROM LINHA-TEXTO AFTER ADVANCING 2
           END-WRITE.

           MOVE 'PEDIDOS LIDOS'          TO LT-ROTULO.
           MOVE WSS-REG-LIDOS            TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'PEDIDOS APROVADOS'      TO LT-ROTULO.
           MOVE WSS-QTD-APROVADOS        TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'PEDIDOS RECUSADOS'      TO LT-ROTULO.
           MOVE WSS-QTD-RECUSADOS        TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'VALOR APROVADO'         TO LT-ROTULO.
           MOVE WSS-TOT-APROVADO         TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'ADIANTAMENTO DE VIAGEM ABATIDO' TO LT-ROTULO.
           MOVE WSS-TOT-ADTO             TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'LIQUIDO PAGO NA FOLHA (REEMBFOL)' TO LT-ROTULO.
           MOVE WSS-TOT-FOLHA            TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'LIQUIDO NA REMESSA SEPARADA' TO LT-ROTULO.
           MOVE WSS-TOT-BANCO            TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'ADIANTAMENTOS AINDA EM ABERTO' TO LT-ROTULO.
           MOVE WSS-QTD-ADTO-ABERTO      TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

       9000-TOTAIS-EXIT.
           EXIT.

      *----
      * DATA AAAAMMDD DE WSS-DATA-NOTA PARA DD/MM/AAAA EM DATA-DET
      *----
       ROT-FORMATA-DATA.

           MOVE WSS-NOTA-DIA             TO WSS-IMPR-DIA.
           MOVE WSS-NOTA-MES             TO WSS-IMPR-MES.
           MOVE WSS-NOTA-ANO             TO WSS-IMPR-ANO.
           MOVE WSS-DATA-IMPRESSA        TO MASCARA-DATA.
           MOVE MASCARA-DATA             TO DATA-DET.

       ROT-FORMATA-DATA-EXIT.
           EXIT.

      *----
       ROT-GRAVA-LINHA.

           WRITE REG-RELREEM FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELREEM NOT EQUAL 0 THEN
              DISPLAY 'COBOL271 - ERRO WRITE RELREEM FS=' ST-RELREEM
              MOVE ST-RELREEM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SPACES                   TO LINHA-TEXTO.

       ROT-GRAVA-LINHA-EXIT.
           EXIT.

      *----
      * CHAMA O COBOL226 COM A FUNCAO JA INFORMADA; ERRO DE ARQUIVO
      * NO DEPTREF E ABEND (DEPARTAMENTO FORA DO DEPTREF VOLTA SEM
      * GESTOR E SO APROVA QUEM TEM A FUNCAO NO PERMFIL)
      *----
       ROT-CHAMA-HIERARQUIA.

           CALL 'COBOL226' USING WSS-HIERARQ-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-HQ-OUTPUT GREATER 4
              DISPLAY 'COBOL271 - ERRO COBOL226: '
                      WSS-MENSAGEM OF WSS-HQ-OUTPUT
              MOVE WSS-RETURN-CODE OF WSS-HQ-OUTPUT TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       ROT-CHAMA-HIERARQUIA-EXIT.
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

           DISPLAY '***ABEND-COBOL271*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
