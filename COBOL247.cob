      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : ADMISSAO DE FUNCIONARIOS EM TRANSACAO UNICA.
      *            LE O ARQUIVO ADMFUNC (COPY2471), ONDE CADA ADMISSAO
      *            E O GRUPO DE REGISTROS DA MESMA MATRICULA
      *            (FUNCIONARIO, DEPENDENTES E CONTAS BANCARIAS), E
      *            VALIDA O GRUPO INTEIRO ANTES DE GRAVAR QUALQUER
      *            COISA: CPF PELO KIT DE VALIDACOES (COBOL100/075),
      *            SALARIO NA FAIXA DO CARGO EM GRADETAB, DEPARTAMENTO
      *            ATIVO EM DEPTREF, VAGA NO QUADRO (COBOL224), DATAS
      *            DOS DEPENDENTES E CONTAS PELAS REGRAS DO COBOL188
      *            (ESTRUTURA, CONVENIO E DIGITO VERIFICADOR).
      *            SO COM TUDO APROVADO GRAVA O MESTRE FUNCMST (COM
      *            JOURNAL E HISTORICO, COMO O COBOL131) E AS NOVAS
      *            GERACOES CPFFUNCN, DEPFUNCN E BANCFUNN, COM TRILHA
      *            EM AUDLOG; QUALQUER FALHA REJEITA A ADMISSAO
      *            INTEIRA, COM TODOS OS MOTIVOS NO RELADMIS.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL247.
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
           SELECT ADMFUNC ASSIGN TO ADMFUNC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-ADMFUNC.
      *
           SELECT FUNCMST ASSIGN TO FUNCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FM-MATRICULA
                  FILE STATUS IS ST-FUNCMST.
      *
           SELECT GRADETAB ASSIGN TO GRADETAB
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-GRADETAB.
      *
           SELECT DEPTREF ASSIGN TO DEPTREF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DEPTREF.
      *
           SELECT BANCOCNV ASSIGN TO BANCOCNV
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-BANCOCNV.
      *
           SELECT CPFFUNC ASSIGN TO CPFFUNC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CPFFUNC.
      *
           SELECT CPFFUNCN ASSIGN TO CPFFUNCN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CPFFUNCN.
      *
           SELECT DEPFUNC ASSIGN TO DEPFUNC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DEPFUNC.
      *
           SELECT DEPFUNCN ASSIGN TO DEPFUNCN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DEPFUNCN.
      *
           SELECT BANCFUNC ASSIGN TO BANCFUNC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-BANCFUNC.
      *
           SELECT BANCFUNN ASSIGN TO BANCFUNN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-BANCFUNN.
      *
           SELECT JRNFUNC ASSIGN TO JRNFUNC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-JRNFUNC.
      *
           SELECT HISTFUNC ASSIGN TO HISTFUNC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-HISTFUNC.
      *
           SELECT AUDLOG ASSIGN TO AUDLOG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-AUDLOG.
      *
           SELECT RELADMIS ASSIGN TO RELADMIS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELADMIS.
      *
      *--------------
       DATA DIVISION.
      *--------------
      *
       FILE SECTION.
       FD   ADMFUNC
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.
      *----
      * TRANSACAO DE ADMISSAO; O REGISTRO E LIDO PARA A AREA DE
      * LEITURA ANTECIPADA (WSS-ADM-PROXIMO) E INTERPRETADO PELO
      * COPY2471 NA WORKING-STORAGE
      *----
       01   REG-ADMFUNC-ENT                PIC X(120).
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
               88  FM-CONTRATO-CLT                  VALUE 'C' ' '.
               88  FM-APRENDIZ                      VALUE 'A'.
               88  FM-ESTAGIARIO                    VALUE 'E'.
               88  FM-DIRETOR                       VALUE 'D'.
      *----
       FD   GRADETAB
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-GRADETAB.
            03 GRD-CARGO                   PIC X(002).
            03 GRD-TITULO                  PIC X(030).
            03 GRD-PISO                    PIC 9(005)V99.
            03 GRD-TETO                    PIC 9(005)V99.
            03 FILLER                      PIC X(034).
      *----
         FD DEPTREF.
      *----
         01 REG-DEPTREF.
            03 DEPTREF-CODIGO              PIC X(005).
            03 DEPTREF-NOME                PIC X(030).
            03 DEPTREF-STATUS              PIC X(001).
               88 DEPTREF-STATUS-ATIVO            VALUE 'A' ' '.
               88 DEPTREF-STATUS-INATIVO          VALUE 'I'.
            03 DEPTREF-PAI                 PIC X(005).
            03 DEPTREF-GESTOR              PIC 9(008).
      *----
       FD   BANCOCNV
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * BANCOS COM CONVENIO DE CREDITO (MESMA LISTA DO COBOL188)
      *----
       01   REG-BANCOCNV.
            03 CNV-BANCO                   PIC 9(003).
            03 FILLER                      PIC X(077).
      *----
       FD   CPFFUNC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-CPFFUNC.
            03 CPF-MATRICULA               PIC 9(008).
            03 CPF-NUMERO                  PIC 9(011).
            03 FILLER                      PIC X(061).
      *----
       FD   CPFFUNCN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-CPFFUNCN.
            03 CPN-MATRICULA               PIC 9(008).
            03 CPN-NUMERO                  PIC 9(011).
            03 FILLER                      PIC X(061).
      *----
       FD   DEPFUNC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-DEPFUNC                    PIC X(080).
      *----
       FD   DEPFUNCN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * NOVA GERACAO DO DEPFUNC (LAYOUT DO COBOL150)
      *----
       01   REG-DEPFUNCN.
            03 DPN-MATRICULA               PIC 9(008).
            03 DPN-NOME                    PIC X(040).
            03 DPN-DATA-NASC               PIC 9(008).
            03 DPN-PARENTESCO              PIC X(002).
            03 FILLER                      PIC X(022).
      *----
       FD   BANCFUNC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-BANCFUNC                   PIC X(080).
      *----
       FD   BANCFUNN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * NOVA GERACAO DO BANCFUNC (LAYOUT DO COBOL160/230); A CONTA
      * NOVA ENTRA PENDENTE DE CONFIRMACAO NA PROXIMA RODADA DO
      * COBOL230, COMO QUALQUER CONTA INCLUIDA
      *----
       01   REG-BANCFUNN.
            03 BCN-MATRICULA               PIC 9(008).
            03 BCN-BANCO                   PIC 9(003).
            03 BCN-AGENCIA                 PIC 9(005).
            03 BCN-CONTA                   PIC 9(012).
            03 BCN-DV                      PIC X(001).
            03 BCN-SEQ                     PIC 9(002).
            03 BCN-TIPO-RATEIO             PIC X(001).
            03 BCN-PCT                     PIC 9(003)V99.
            03 BCN-VALOR                   PIC 9(007)V99.
            03 BCN-USUARIO                 PIC X(008).
            03 FILLER                      PIC X(026).
      *----
         FD JRNFUNC
            RECORDING MODE IS F
            RECORD CONTAINS 200 CHARACTERS.
      *----
           COPY  'COPY1341'.
      *----
         FD HISTFUNC
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
           COPY  'COPY2081'.
      *----
       FD   AUDLOG
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01  REG-AUDLOG.
           03  AUD-JOBNAME                 PIC X(008).
           03  AUD-DATA-HORA               PIC X(014).
           03  AUD-TIPO                    PIC X(010).
           03  AUD-SEQ                     PIC 9(003).
           03  AUD-VALOR                   PIC X(020).
           03  FILLER                      PIC X(025).
      *----
         FD RELADMIS.
      *----
         01 REG-RELADMIS                   PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-ADMFUNC                      PIC 9(002) VALUE 0.
       77  ST-FUNCMST                      PIC 9(002) VALUE 0.
       77  ST-GRADETAB                     PIC 9(002) VALUE 0.
       77  ST-DEPTREF                      PIC 9(002) VALUE 0.
       77  ST-BANCOCNV                     PIC 9(002) VALUE 0.
       77  ST-CPFFUNC                      PIC 9(002) VALUE 0.
       77  ST-CPFFUNCN                     PIC 9(002) VALUE 0.
       77  ST-DEPFUNC                      PIC 9(002) VALUE 0.
       77  ST-DEPFUNCN                     PIC 9(002) VALUE 0.
       77  ST-BANCFUNC                     PIC 9(002) VALUE 0.
       77  ST-BANCFUNN                     PIC 9(002) VALUE 0.
       77  ST-JRNFUNC                      PIC 9(002) VALUE 0.
       77  ST-HISTFUNC                     PIC 9(002) VALUE 0.
       77  ST-AUDLOG                       PIC 9(002) VALUE 0.
       77  ST-RELADMIS                     PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
           88 WSS-FIM-ADMFUNC                        VALUE 'Y'.
       77  WSS-EOF-AUX                     PIC X(001) VALUE 'N'.
       77  WSS-REG-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-ADM-LIDAS                   PIC 9(006) VALUE ZEROES.
       77  WSS-ADM-ADMITIDAS               PIC 9(006) VALUE ZEROES.
       77  WSS-ADM-REJEITADAS              PIC 9(006) VALUE ZEROES.
       77  WSS-DEP-GRAVADOS                PIC 9(006) VALUE ZEROES.
       77  WSS-BCO-GRAVADAS                PIC 9(006) VALUE ZEROES.
       77  WSS-CPF-COPIADOS                PIC 9(006) VALUE ZEROES.
       77  WSS-DEP-COPIADOS                PIC 9(006) VALUE ZEROES.
       77  WSS-BCO-COPIADAS                PIC 9(006) VALUE ZEROES.
       77  WSS-JRN-GRAVADOS                PIC 9(006) VALUE ZEROES.
       77  WSS-HST-GRAVADOS                PIC 9(006) VALUE ZEROES.
       77  WSS-MOTIVO                      PIC X(040) VALUE SPACES.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-IMAGEM-ANTES                PIC X(080) VALUE SPACES.
       77  WSS-IMAGEM-DEPOIS               PIC X(080) VALUE SPACES.
       77  WSS-JRN-OPERACAO                PIC X(001) VALUE SPACE.
       77  WSS-AUD-SEQ                     PIC 9(003) VALUE 0.
       77  WSS-AUD-TIPO                    PIC X(010) VALUE SPACES.
       77  WSS-AUD-MATRICULA               PIC 9(008) VALUE 0.
       77  CNT-LINHAS                      PIC 9(003) COMP-3 VALUE 99.
       77  WSS-CNT-LINHAS-MAX              PIC 9(003) VALUE 60.
      *----
      * CONTROLE DA ADMISSAO EM ANDAMENTO (GRUPO DE REGISTROS DA
      * MESMA MATRICULA)
      *----
       77  WSS-MATR-CORRENTE               PIC 9(008) VALUE 0.
       77  WSS-NOME-ADM                    PIC X(040) VALUE SPACES.
       77  WSS-ITEM-TIPO                   PIC X(001) VALUE SPACE.
       77  WSS-QTD-ITENS                   PIC 9(003) VALUE 0.
       77  WSS-QTD-FUNC                    PIC 9(003) VALUE 0.
       77  WSS-QTD-DEP                     PIC 9(003) VALUE 0.
       77  WSS-QTD-BCO                     PIC 9(003) VALUE 0.
       77  WSS-QTD-RESTO                   PIC 9(003) VALUE 0.
       77  WSS-QTD-ERROS                   PIC 9(003) VALUE 0.
       77  WSS-SOMA-PCT                    PIC 9(005)V99 VALUE 0.
       77  WSS-EXCESSO                     PIC X(001) VALUE 'N'.
           88 WSS-ADM-EXCEDIDA                       VALUE 'S'.
       77  WSS-IMAGEM-FUNC                 PIC X(120) VALUE SPACES.
      *----
      * DIGITO VERIFICADOR DA CONTA (MESMAS REGRAS DO COBOL188)
      *----
       77  WSS-IDX-DIG                     PIC 9(002) COMP VALUE 0.
       77  WSS-PESO                        PIC 9(002) COMP VALUE 0.
       77  WSS-SOMA                        PIC 9(005) COMP VALUE 0.
       77  WSS-PRODUTO                     PIC 9(003) COMP VALUE 0.
       77  WSS-QUOCIENTE                   PIC 9(005) COMP VALUE 0.
       77  WSS-RESTO                       PIC 9(002) VALUE 0.
       77  WSS-DV-CALC                     PIC X(001) VALUE SPACE.
      *----
       01  WSS-CONTA-DIGITOS.
           03 WSS-CONTA-NUM                PIC 9(012).
       01  WSS-CONTA-RED REDEFINES WSS-CONTA-DIGITOS.
           03 WSS-DIGITO                   PIC 9(001) OCCURS 12.
      *----
      * AREA DE LEITURA ANTECIPADA DO ADMFUNC (QUEBRA POR MATRICULA)
      *----
       01  WSS-ADM-PROXIMO.
           03 WSS-PRX-MATRICULA            PIC 9(008).
           03 FILLER                       PIC X(112).
      *----
      * REGISTRO DA ADMISSAO EM ANALISE (COPY2471)
      *----
           COPY  'COPY2471'.
      *----
      * REGISTROS DA ADMISSAO EM ANDAMENTO, GUARDADOS ATE A DECISAO
      *----
       77  WSS-QTD-ITENS-MAX               PIC 9(003) VALUE 30.
       01  WSS-TAB-ITENS.
           05 WSS-ITE-ENTRY OCCURS 0 TO 30 TIMES
                 DEPENDING ON WSS-QTD-ITENS
                 INDEXED BY IDX-ITE.
              10 TIT-IMAGEM                PIC X(120).
      *----
      * FAIXAS SALARIAIS POR CARGO (GRADETAB)
      *----
       77  WSS-QTD-CARGOS                  PIC 9(005) VALUE 0.
       01  WSS-TAB-CARGOS.
           05 WSS-GRD-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-CARGOS
                 ASCENDING KEY IS TGR-CARGO
                 INDEXED BY IDX-GRD.
              10 TGR-CARGO                 PIC X(002).
              10 TGR-PISO                  PIC 9(005)V99.
              10 TGR-TETO                  PIC 9(005)V99.
      *----
      * DEPARTAMENTOS DE DEPTREF, COM O BIT DE VALIDADE
      *----
       77  WSS-QTD-DEPTOS                  PIC 9(005) VALUE 0.
       01  WSS-TAB-DEPTOS.
           05 WSS-DPT-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WSS-QTD-DEPTOS
                 ASCENDING KEY IS TDP-CODIGO
                 INDEXED BY IDX-DPT.
              10 TDP-CODIGO                PIC X(005).
              10 TDP-STATUS                PIC X(001).
                 88 TDP-ATIVO                       VALUE 'A' ' '.
      *----
      * BANCOS COM CONVENIO; LISTA VAZIA = SEM RESTRICAO DE BANCO
      *----
       77  WSS-QTD-CONVENIOS               PIC 9(003) VALUE 0.
       01  WSS-TAB-CONVENIOS.
           05 WSS-CNV-ENTRY OCCURS 0 TO 100 TIMES
                 DEPENDING ON WSS-QTD-CONVENIOS
                 INDEXED BY IDX-CNV.
              10 TCV-BANCO                 PIC 9(003).
      *----
      * CPFS JA CADASTRADOS, MAIS OS ADMITIDOS NA RODADA (PESQUISA
      * SEQUENCIAL, POIS A TABELA CRESCE DURANTE O PROCESSAMENTO)
      *----
       77  WSS-QTD-CPFS                    PIC 9(005) VALUE 0.
       77  WSS-QTD-CPFS-MAX                PIC 9(005) VALUE 10000.
       01  WSS-TAB-CPFS.
           05 WSS-CPF-ENTRY OCCURS 0 TO 10000 TIMES
                 DEPENDING ON WSS-QTD-CPFS
                 INDEXED BY IDX-CPF.
              10 TCP-MATRICULA             PIC 9(008).
              10 TCP-CPF                   PIC 9(011).
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
      * LINKAGE DO SUBPROGRAMA QUE RETORNA O USER-ID DA ADDRESS SPACE
      * (COBOL101)
      *----
           COPY  'COPY1011'.
      *----
      * LINKAGE DO KIT DE VALIDACOES (COBOL100) - VALIDA-CPF,
      * VALIDA-DATA E VALIDA-FAIXA-SALARIAL
      *----
           COPY  'COPY1001'.
      *----
      * LINKAGE DO SUBPROGRAMA DE VERIFICACAO DE AUTORIZACAO
      * (COBOL144): ADMITIR EXIGE A MESMA FUNCAO 'MANUTMST' DA
      * MANUTENCAO DO MESTRE
      *----
           COPY  'COPY1441'.
      *----
      * LINKAGE DO SUBPROGRAMA DE TRAVAMENTO DO MESTRE (COBOL206)
      *----
           COPY  'COPY2061'.
      *----
      * LINKAGE DO SUBPROGRAMA DE CONTROLE DO QUADRO DE VAGAS
      * (COBOL224)
      *----
           COPY  'COPY2241'.
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
       01  WSS-MSG-ADMITIDA.
           03 FILLER                       PIC X(014)
                                               VALUE 'DEPENDENTES: '.
           03 MSG-QTD-DEP                  PIC ZZ9.
           03 FILLER                       PIC X(010)
                                               VALUE '  CONTAS: '.
           03 MSG-QTD-BCO                  PIC ZZ9.
           03 FILLER                       PIC X(010) VALUE SPACES.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL247'.
           03 FILLER                       PIC X(051)
              VALUE 'ADMISSAO DE FUNCIONARIOS - TRANSACAO UNICA'.
           03 CAB-DIA                      PIC X(002).
           03 FILLER                       PIC X(001) VALUE '/'.
           03 CAB-MES                      PIC X(002).
           03 FILLER                       PIC X(001) VALUE '/'.
           03 CAB-ANO                      PIC X(004).
           03 FILLER                       PIC X(011)
                                               VALUE ' USUARIO: '.
           03 CAB-USUARIO                  PIC X(008) VALUE SPACES.
      *----
       01  CAB02.
           03 FILLER                       PIC X(011) VALUE 'MATRICULA'.
           03 FILLER                       PIC X(042) VALUE 'NOME'.
           03 FILLER                       PIC X(005) VALUE 'REG'.
           03 FILLER                       PIC X(010) VALUE 'RESULTADO'.
           03 FILLER                       PIC X(040) VALUE 'MOTIVO'.
      *----
       01  CAB03.
           03 FILLER                       PIC X(009) VALUE ALL '-'.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 FILLER                       PIC X(040) VALUE ALL '-'.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 FILLER                       PIC X(003) VALUE ALL '-'.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 FILLER                       PIC X(009) VALUE ALL '-'.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 FILLER                       PIC X(040) VALUE ALL '-'.
      *----
       01  DET01.
           03 MATRICULA-DET                PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 NOME-DET                     PIC X(040) VALUE SPACES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 TIPO-DET                     PIC X(001) VALUE SPACES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 RESULTADO-DET                PIC X(009) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 MOTIVO-DET                   PIC X(040) VALUE SPACES.
      *----
       01  TOT01.
           03 FILLER                       PIC X(030)
              VALUE 'TOTAL DE REGISTROS LIDOS     :'.
           03 TOT-LIDOS                    PIC ZZZZZ9.
      *----
       01  TOT02.
           03 FILLER                       PIC X(030)
              VALUE 'TOTAL DE ADMISSOES LIDAS     :'.
           03 TOT-ADM-LIDAS                PIC ZZZZZ9.
      *----
       01  TOT03.
           03 FILLER                       PIC X(030)
              VALUE 'TOTAL DE ADMISSOES GRAVADAS  :'.
           03 TOT-ADMITIDAS                PIC ZZZZZ9.
      *----
       01  TOT04.
           03 FILLER                       PIC X(030)
              VALUE 'TOTAL DE ADMISSOES REJEITADAS:'.
           03 TOT-REJEITADAS               PIC ZZZZZ9.
      *----
      * LINKAGE DO ENCADEAMENTO DO AUDLOG (COBOL259): SEQUENCIA E
      * HASH DO REGISTRO ANTERIOR EM CADA GRAVACAO
      *----
           COPY  'COPY2591'.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL247'
           DISPLAY ' ADMISSAO DE FUNCIONARIOS EM TRANSACAO UNICA'.

           PERFORM 0000-CARGA-DATAHORA.

           PERFORM 0007-VERIFICA-AUTORIZACAO
              THRU 0007-VERIFICA-AUTORIZACAO-EXIT.

           PERFORM 0008-TRAVA-MESTRE
              THRU 0008-TRAVA-MESTRE-EXIT.

           PERFORM 0009-CARREGA-QUADRO
              THRU 0009-CARREGA-QUADRO-EXIT.

           PERFORM 0010-CARGA-GRADETAB
              THRU 0010-CARGA-GRADETAB-EXIT.

           PERFORM 0020-CARGA-DEPTREF
              THRU 0020-CARGA-DEPTREF-EXIT.

           PERFORM 0030-CARGA-CONVENIOS
              THRU 0030-CARGA-CONVENIOS-EXIT.

           PERFORM 1000-ABRE-ARQUIVOS
              THRU 1000-ABRE-ARQUIVOS-EXIT.

           PERFORM 1100-COPIA-CPFFUNC
              THRU 1100-COPIA-CPFFUNC-EXIT.

           PERFORM 1200-COPIA-DEPFUNC
              THRU 1200-COPIA-DEPFUNC-EXIT.

           PERFORM 1300-COPIA-BANCFUNC
              THRU 1300-COPIA-BANCFUNC-EXIT.

           PERFORM 1001-LER-ADMFUNC
              THRU 1001-LER-ADMFUNC-EXIT.

           PERFORM 2000-PROCESSA-ADMISSAO
              THRU 2000-PROCESSA-ADMISSAO-EXIT
              UNTIL WSS-FIM-ADMFUNC.

           PERFORM 8000-IMPRIME-TOTAIS
              THRU 8000-IMPRIME-TOTAIS-EXIT.

           PERFORM 9000-FECHA-ARQUIVOS
              THRU 9000-FECHA-ARQUIVOS-EXIT.

           PERFORM ROT-ESTATISTIC.

           IF WSS-ADM-REJEITADAS GREATER 0
              MOVE 4                     TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----
       0000-CARGA-DATAHORA.

           DISPLAY '0000-CARGA-DATAHORA'.

           MOVE  FUNCTION CURRENT-DATE  TO DATA-HORA
           MOVE DH-DIA                  TO CAB-DIA
           MOVE DH-MES                  TO CAB-MES
           MOVE DH-ANO                  TO CAB-ANO.

           CALL 'COBOL101' USING WSS-USERID-LINKAGE.

           MOVE WSS-USERID-SAIDA        TO CAB-USUARIO.

      *----
      * VERIFICACAO DE AUTORIZACAO (COBOL144): ADMITIR ATUALIZA O
      * MESTRE E EXIGE A FUNCAO 'MANUTMST' EM PERMFIL
      *----
       0007-VERIFICA-AUTORIZACAO.

           DISPLAY '0007-VERIFICA-AUTORIZACAO'.

           MOVE 'MANUTMST'             TO WSS-AUTH-FUNCAO.

           CALL 'COBOL144' USING WSS-AUTORIZA-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-AUTH-OUTPUT EQUAL 4
              DISPLAY 'COBOL247 - ' WSS-MENSAGEM OF WSS-AUTH-OUTPUT
              GO TO 0007-VERIFICA-AUTORIZACAO-EXIT
           END-IF.

           IF NOT WSS-AUTH-CONCEDIDO
              DISPLAY '*******************************************'
              DISPLAY '* COBOL247 - ACESSO NEGADO                *'
              DISPLAY '* USUARIO : ' WSS-AUTH-USUARIO
              DISPLAY '* FUNCAO  : MANUTMST'
              DISPLAY '* PROCURAR O SUPERVISOR DE PRODUCAO       *'
              DISPLAY '*******************************************'
              MOVE 16                  TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       0007-VERIFICA-AUTORIZACAO-EXIT.
           EXIT.

      *----
      * TRAVA DE ARQUIVO VIA COBOL206, COM ESPERA, COMO NA
      * MANUTENCAO BATCH DO COBOL131
      *----
       0008-TRAVA-MESTRE.

           DISPLAY '0008-TRAVA-MESTRE'.

           MOVE 'BLOQUEIA'             TO WSS-TV-FUNCAO.
           MOVE 'A'                    TO WSS-TV-TIPO.
           MOVE ZEROES                 TO WSS-TV-MATRICULA.
           MOVE 'COBOL247'             TO WSS-TV-PROGRAMA.
           MOVE 'S'                    TO WSS-TV-ESPERA.

           CALL 'COBOL206' USING WSS-TRAVA-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-TV-OUTPUT NOT EQUAL 0
              DISPLAY 'COBOL247 - MESTRE FUNCMST OCUPADO'
              DISPLAY ' DETENTOR : ' WSS-TV-DETENTOR
              DISPLAY ' DESDE    : ' WSS-TV-DESDE
              DISPLAY ' SE A TRAVA FOR ORFA, ACIONAR O COBOL207'
              MOVE 8                   TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       0008-TRAVA-MESTRE-EXIT.
           EXIT.

      *----
      * CARGA DO QUADRO DE VAGAS NO COBOL224, ANTES DO OPEN I-O DO
      * MESTRE; CADA ADMISSAO GRAVADA OCUPA UMA VAGA
      *----
       0009-CARREGA-QUADRO.

           DISPLAY '0009-CARREGA-QUADRO'.

           MOVE 'CARREGA'              TO WSS-QV-FUNCAO.
           MOVE SPACES                 TO WSS-QV-DEPARTAMENTO
                                          WSS-QV-CARGO.
           MOVE ZEROES                 TO WSS-QV-DATA-REF.

           PERFORM ROT-CHAMA-QUADRO
              THRU ROT-CHAMA-QUADRO-EXIT.

           DISPLAY 'COBOL247 - ' WSS-MENSAGEM OF WSS-QV-OUTPUT.

       0009-CARREGA-QUADRO-EXIT.
           EXIT.

      *----
      * FAIXAS SALARIAIS POR CARGO, CLASSIFICADAS PARA A PESQUISA
      * BINARIA; SEM GRADETAB NAO HA COMO CONFERIR O SALARIO
      *----
       0010-CARGA-GRADETAB.

           DISPLAY '0010-CARGA-GRADETAB'.

           MOVE 'N'                      TO WSS-EOF-AUX.

           OPEN INPUT GRADETAB.

           IF ST-GRADETAB NOT EQUAL 0 THEN
              DISPLAY 'COBOL247 - ERRO OPEN GRADETAB FS=' ST-GRADETAB
              MOVE ST-GRADETAB           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0011-LER-GRADETAB
              THRU 0011-LER-GRADETAB-EXIT
              UNTIL WSS-EOF-AUX = 'Y'.

           CLOSE GRADETAB.

           IF WSS-QTD-CARGOS GREATER 1
              SORT WSS-GRD-ENTRY ASCENDING TGR-CARGO
           END-IF.

           DISPLAY ' CARGOS CARREGADOS       : ' WSS-QTD-CARGOS.

       0010-CARGA-GRADETAB-EXIT.
           EXIT.

      *----
       0011-LER-GRADETAB.

           READ GRADETAB
            AT END MOVE 'Y' TO WSS-EOF-AUX
           END-READ.

           IF ST-GRADETAB NOT EQUAL 0 AND WSS-EOF-AUX NOT = 'Y' THEN
              DISPLAY 'COBOL247 - ERRO READ GRADETAB FS=' ST-GRADETAB
              MOVE ST-GRADETAB           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-AUX = 'Y'
              GO TO 0011-LER-GRADETAB-EXIT
           END-IF.

           IF WSS-QTD-CARGOS NOT LESS 500
              DISPLAY 'COBOL247 - GRADETAB EXCEDE 500 CARGOS'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-CARGOS.
           SET IDX-GRD                   TO WSS-QTD-CARGOS.
           MOVE GRD-CARGO                TO TGR-CARGO (IDX-GRD).
           MOVE GRD-PISO                 TO TGR-PISO (IDX-GRD).
           MOVE GRD-TETO                 TO TGR-TETO (IDX-GRD).

       0011-LER-GRADETAB-EXIT.
           EXIT.

      *----
      * DEPARTAMENTOS E SEU BIT DE VALIDADE (DEPTREF)
      *----
       0020-CARGA-DEPTREF.

           DISPLAY '0020-CARGA-DEPTREF'.

           MOVE 'N'                      TO WSS-EOF-AUX.

           OPEN INPUT DEPTREF.

           IF ST-DEPTREF NOT EQUAL 0 THEN
              DISPLAY 'COBOL247 - ERRO OPEN DEPTREF FS=' ST-DEPTREF
              MOVE ST-DEPTREF            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0021-LER-DEPTREF
              THRU 0021-LER-DEPTREF-EXIT
              UNTIL WSS-EOF-AUX = 'Y'.

           CLOSE DEPTREF.

           IF WSS-QTD-DEPTOS GREATER 1
              SORT WSS-DPT-ENTRY ASCENDING TDP-CODIGO
           END-IF.

           DISPLAY ' DEPARTAMENTOS CARREGADOS: ' WSS-QTD-DEPTOS.

       0020-CARGA-DEPTREF-EXIT.
           EXIT.

      *----
       0021-LER-DEPTREF.

           READ DEPTREF
            AT END MOVE 'Y' TO WSS-EOF-AUX
           END-READ.

           IF ST-DEPTREF NOT EQUAL 0 AND WSS-EOF-AUX NOT = 'Y' THEN
              DISPLAY 'COBOL247 - ERRO READ DEPTREF FS=' ST-DEPTREF
              MOVE ST-DEPTREF            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-AUX = 'Y'
              GO TO 0021-LER-DEPTREF-EXIT
           END-IF.

           IF WSS-QTD-DEPTOS NOT LESS 2000
              DISPLAY 'COBOL247 - DEPTREF EXCEDE 2000 DEPARTAMENTOS'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-DEPTOS.
           SET IDX-DPT                   TO WSS-QTD-DEPTOS.
           MOVE DEPTREF-CODIGO           TO TDP-CODIGO (IDX-DPT).
           MOVE DEPTREF-STATUS           TO TDP-STATUS (IDX-DPT).

       0021-LER-DEPTREF-EXIT.
           EXIT.

      *----
      * LISTA DE BANCOS COM CONVENIO (OPCIONAL, COMO NO COBOL188)
      *----
       0030-CARGA-CONVENIOS.

           DISPLAY '0030-CARGA-CONVENIOS'.

           MOVE 'N'                      TO WSS-EOF-AUX.

           OPEN INPUT BANCOCNV.

           IF ST-BANCOCNV EQUAL 35
              DISPLAY 'COBOL247 - BANCOCNV NAO INFORMADO, SEM '
                      'RESTRICAO DE BANCO'
              GO TO 0030-CARGA-CONVENIOS-EXIT
           END-IF.

           IF ST-BANCOCNV NOT EQUAL 0 THEN
              DISPLAY 'COBOL247 - ERRO OPEN BANCOCNV FS=' ST-BANCOCNV
              MOVE ST-BANCOCNV           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0031-LER-BANCOCNV
              THRU 0031-LER-BANCOCNV-EXIT
              UNTIL WSS-EOF-AUX = 'Y'.

           CLOSE BANCOCNV.

           DISPLAY ' BANCOS COM CONVENIO     : ' WSS-QTD-CONVENIOS.

       0030-CARGA-CONVENIOS-EXIT.
           EXIT.

      *----
       0031-LER-BANCOCNV.

           READ BANCOCNV
            AT END MOVE 'Y' TO WSS-EOF-AUX
           END-READ.

           IF ST-BANCOCNV NOT EQUAL 0 AND WSS-EOF-AUX NOT = 'Y' THEN
              DISPLAY 'COBOL247 - ERRO READ BANCOCNV FS=' ST-BANCOCNV
              MOVE ST-BANCOCNV           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-AUX NOT = 'Y'
              AND WSS-QTD-CONVENIOS LESS 100
              ADD 1                      TO WSS-QTD-CONVENIOS
              SET IDX-CNV                TO WSS-QTD-CONVENIOS
              MOVE CNV-BANCO             TO TCV-BANCO (IDX-CNV)
           END-IF.

       0031-LER-BANCOCNV-EXIT.
           EXIT.

      *----
       1000-ABRE-ARQUIVOS.

           DISPLAY '1000-ABRE-ARQUIVOS'.

           OPEN INPUT ADMFUNC.

           IF ST-ADMFUNC NOT EQUAL 0 THEN
              DISPLAY 'COBOL247 - ERRO OPEN ADMFUNC FS=' ST-ADMFUNC
              MOVE ST-ADMFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN I-O FUNCMST.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL247 - ERRO OPEN FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT CPFFUNCN.
           OPEN OUTPUT DEPFUNCN.
           OPEN OUTPUT BANCFUNN.

           IF ST-CPFFUNCN NOT EQUAL 0 OR ST-DEPFUNCN NOT EQUAL 0
              OR ST-BANCFUNN NOT EQUAL 0
              DISPLAY 'COBOL247 - ERRO OPEN NOVAS GERACOES FS='
                      ST-CPFFUNCN ' ' ST-DEPFUNCN ' ' ST-BANCFUNN
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

      *----
      * JOURNAL, HISTORICO E TRILHA DE AUDITORIA SAO CUMULATIVOS
      * (EXTEND); NA PRIMEIRA EXECUCAO (FS=35) SAO CRIADOS
      *----
           OPEN EXTEND JRNFUNC.

           IF ST-JRNFUNC EQUAL 35
              OPEN OUTPUT JRNFUNC
           END-IF.

           IF ST-JRNFUNC NOT EQUAL 0 THEN
              DISPLAY 'COBOL247 - ERRO OPEN JRNFUNC FS=' ST-JRNFUNC
              MOVE ST-JRNFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN EXTEND HISTFUNC.

           IF ST-HISTFUNC EQUAL 35
              OPEN OUTPUT HISTFUNC
           END-IF.

           IF ST-HISTFUNC NOT EQUAL 0 THEN
              DISPLAY 'COBOL247 - ERRO OPEN HISTFUNC FS=' ST-HISTFUNC
              MOVE ST-HISTFUNC           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'INICIA'                 TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           OPEN EXTEND AUDLOG.

           IF ST-AUDLOG EQUAL 35
              OPEN OUTPUT AUDLOG
           END-IF.

           IF ST-AUDLOG NOT EQUAL 0 THEN
              DISPLAY 'COBOL247 - ERRO OPEN AUDLOG FS=' ST-AUDLOG
              MOVE ST-AUDLOG             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT RELADMIS.

           IF ST-RELADMIS NOT EQUAL 0 THEN
              DISPLAY 'COBOL247 - ERRO OPEN RELADMIS FS=' ST-RELADMIS
              MOVE ST-RELADMIS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       1000-ABRE-ARQUIVOS-EXIT.
           EXIT.

      *----
      * LEITURA ANTECIPADA DO ADMFUNC: O REGISTRO LIDO SO ENTRA NA
      * ADMISSAO CORRENTE SE FOR DA MESMA MATRICULA
      *----
       1001-LER-ADMFUNC.

           READ ADMFUNC INTO WSS-ADM-PROXIMO
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-ADMFUNC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL247 - ERRO READ ADMFUNC FS=' ST-ADMFUNC
              MOVE ST-ADMFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF NOT = 'Y'
              ADD 1                      TO WSS-REG-LIDOS
           END-IF.

       1001-LER-ADMFUNC-EXIT.
           EXIT.

      *----
      * CPFFUNC ATUAL: CADA REGISTRO PASSA PARA A NOVA GERACAO E
      * ENTRA NA TABELA DE CONFERENCIA DE CPF/MATRICULA DUPLICADOS;
      * SEM O ARQUIVO (FS=35) A NOVA GERACAO COMECA VAZIA
      *----
       1100-COPIA-CPFFUNC.

           DISPLAY '1100-COPIA-CPFFUNC'.

           MOVE 'N'                      TO WSS-EOF-AUX.

           OPEN INPUT CPFFUNC.

           IF ST-CPFFUNC EQUAL 35
              DISPLAY 'COBOL247 - CPFFUNC NAO INFORMADO, NOVA '
                      'GERACAO SO COM AS ADMISSOES'
              GO TO 1100-COPIA-CPFFUNC-EXIT
           END-IF.

           IF ST-CPFFUNC NOT EQUAL 0 THEN
              DISPLAY 'COBOL247 - ERRO OPEN CPFFUNC FS=' ST-CPFFUNC
              MOVE ST-CPFFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1110-LER-CPFFUNC
              THRU 1110-LER-CPFFUNC-EXIT
              UNTIL WSS-EOF-AUX = 'Y'.

           CLOSE CPFFUNC.

           DISPLAY ' CPFS COPIADOS           : ' WSS-CPF-COPIADOS.

       1100-COPIA-CPFFUNC-EXIT.
           EXIT.

      *----
       1110-LER-CPFFUNC.

           READ CPFFUNC
            AT END MOVE 'Y' TO WSS-EOF-AUX
           END-READ.

           IF ST-CPFFUNC NOT EQUAL 0 AND WSS-EOF-AUX NOT = 'Y' THEN
              DISPLAY 'COBOL247 - ERRO READ CPFFUNC FS=' ST-CPFFUNC
              MOVE ST-CPFFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-AUX = 'Y'
              GO TO 1110-LER-CPFFUNC-EXIT
           END-IF.

           WRITE REG-CPFFUNCN FROM REG-CPFFUNC.

           IF ST-CPFFUNCN NOT EQUAL 0 THEN
              DISPLAY 'COBOL247 - ERRO WRITE CPFFUNCN FS=' ST-CPFFUNCN
              MOVE ST-CPFFUNCN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-CPF-COPIADOS.

           MOVE CPF-MATRICULA            TO WSS-AUD-MATRICULA.
           MOVE CPF-NUMERO               TO WSS-VALIDA-CPF-REC.

           PERFORM ROT-GUARDA-CPF
              THRU ROT-GUARDA-CPF-EXIT.

       1110-LER-CPFFUNC-EXIT.
           EXIT.

      *----
      * DEPFUNC ATUAL PASSA INTEIRO PARA A NOVA GERACAO; OS
      * DEPENDENTES DAS ADMISSOES GRAVADAS SAO ACRESCENTADOS DEPOIS
      *----
       1200-COPIA-DEPFUNC.

           DISPLAY '1200-COPIA-DEPFUNC'.

           MOVE 'N'                      TO WSS-EOF-AUX.

           OPEN INPUT DEPFUNC.

           IF ST-DEPFUNC EQUAL 35
              DISPLAY 'COBOL247 - DEPFUNC NAO INFORMADO, NOVA '
                      'GERACAO SO COM AS ADMISSOES'
              GO TO 1200-COPIA-DEPFUNC-EXIT
           END-IF.

           IF ST-DEPFUNC NOT EQUAL 0 THEN
              DISPLAY 'COBOL247 - ERRO OPEN DEPFUNC FS=' ST-DEPFUNC
              MOVE ST-DEPFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1210-LER-DEPFUNC
              THRU 1210-LER-DEPFUNC-EXIT
              UNTIL WSS-EOF-AUX = 'Y'.

           CLOSE DEPFUNC.

           DISPLAY ' DEPENDENTES COPIADOS    : ' WSS-DEP-COPIADOS.

       1200-COPIA-DEPFUNC-EXIT.
           EXIT.

      *----
       1210-LER-DEPFUNC.

           READ DEPFUNC
            AT END MOVE 'Y' TO WSS-EOF-AUX
           END-READ.

           IF ST-DEPFUNC NOT EQUAL 0 AND WSS-EOF-AUX NOT = 'Y' THEN
              DISPLAY 'COBOL247 - ERRO READ DEPFUNC FS=' ST-DEPFUNC
              MOVE ST-DEPFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-AUX = 'Y'
              GO TO 1210-LER-DEPFUNC-EXIT
           END-IF.

           WRITE REG-DEPFUNCN FROM REG-DEPFUNC.

           IF ST-DEPFUNCN NOT EQUAL 0 THEN
              DISPLAY 'COBOL247 - ERRO WRITE DEPFUNCN FS=' ST-DEPFUNCN
              MOVE ST-DEPFUNCN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-DEP-COPIADOS.

       1210-LER-DEPFUNC-EXIT.
           EXIT.

      *----
      * BANCFUNC ATUAL PASSA INTEIRO PARA A NOVA GERACAO; AS CONTAS
      * DAS ADMISSOES GRAVADAS SAO ACRESCENTADAS DEPOIS
      *----
       1300-COPIA-BANCFUNC.

           DISPLAY '1300-COPIA-BANCFUNC'.

           MOVE 'N'                      TO WSS-EOF-AUX.

           OPEN INPUT BANCFUNC.

           IF ST-BANCFUNC EQUAL 35
              DISPLAY 'COBOL247 - BANCFUNC NAO INFORMADO, NOVA '
                      'GERACAO SO COM AS ADMISSOES'
              GO TO 1300-COPIA-BANCFUNC-EXIT
           END-IF.

           IF ST-BANCFUNC NOT EQUAL 0 THEN
              DISPLAY 'COBOL247 - ERRO OPEN BANCFUNC FS=' ST-BANCFUNC
              MOVE ST-BANCFUNC           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1310-LER-BANCFUNC
              THRU 1310-LER-BANCFUNC-EXIT
              UNTIL WSS-EOF-AUX = 'Y'.

           CLOSE BANCFUNC.

           DISPLAY ' CONTAS COPIADAS         : ' WSS-BCO-COPIADAS.

       1300-COPIA-BANCFUNC-EXIT.
           EXIT.

      *----
       1310-LER-BANCFUNC.

           READ BANCFUNC
            AT END MOVE 'Y' TO WSS-EOF-AUX
           END-READ.

           IF ST-BANCFUNC NOT EQUAL 0 AND WSS-EOF-AUX NOT = 'Y' THEN
              DISPLAY 'COBOL247 - ERRO READ BANCFUNC FS=' ST-BANCFUNC
              MOVE ST-BANCFUNC           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-AUX = 'Y'
              GO TO 1310-LER-BANCFUNC-EXIT
           END-IF.

           WRITE REG-BANCFUNN FROM REG-BANCFUNC.

           IF ST-BANCFUNN NOT EQUAL 0 THEN
              DISPLAY 'COBOL247 - ERRO WRITE BANCFUNN FS=' ST-BANCFUNN
              MOVE ST-BANCFUNN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-BCO-COPIADAS.

       1310-LER-BANCFUNC-EXIT.
           EXIT.

      *----
      * UMA ADMISSAO: JUNTA OS REGISTROS DA MESMA MATRICULA, VALIDA
      * O CONJUNTO E SO ENTAO GRAVA; COM QUALQUER ERRO NADA E GRAVADO
      *----
       2000-PROCESSA-ADMISSAO.

           ADD 1                         TO WSS-ADM-LIDAS.

           MOVE WSS-PRX-MATRICULA        TO WSS-MATR-CORRENTE.
           MOVE SPACES                   TO WSS-NOME-ADM
                                            WSS-IMAGEM-FUNC.
           MOVE 'N'                      TO WSS-EXCESSO.
           MOVE 0                        TO WSS-QTD-ITENS
                                            WSS-QTD-FUNC
                                            WSS-QTD-DEP
                                            WSS-QTD-BCO
                                            WSS-QTD-RESTO
                                            WSS-QTD-ERROS
                                            WSS-SOMA-PCT.

           PERFORM 2100-ACUMULA-ITEM
              THRU 2100-ACUMULA-ITEM-EXIT
              UNTIL WSS-FIM-ADMFUNC
                 OR WSS-PRX-MATRICULA NOT EQUAL WSS-MATR-CORRENTE.

           PERFORM 3000-VALIDA-ADMISSAO
              THRU 3000-VALIDA-ADMISSAO-EXIT.

           IF WSS-QTD-ERROS EQUAL 0
              PERFORM 4000-GRAVA-ADMISSAO
                 THRU 4000-GRAVA-ADMISSAO-EXIT
           END-IF.

           IF WSS-QTD-ERROS EQUAL 0
              ADD 1                      TO WSS-ADM-ADMITIDAS
           ELSE
              ADD 1                      TO WSS-ADM-REJEITADAS
           END-IF.

       2000-PROCESSA-ADMISSAO-EXIT.
           EXIT.

      *----
      * GUARDA O REGISTRO LIDO NA TABELA DA ADMISSAO E CONTA OS
      * TIPOS; O PRIMEIRO 'F' FICA SEPARADO PARA AS VALIDACOES E A
      * GRAVACAO DO MESTRE
      *----
       2100-ACUMULA-ITEM.

           IF WSS-QTD-ITENS LESS WSS-QTD-ITENS-MAX
              ADD 1                      TO WSS-QTD-ITENS
              SET IDX-ITE                TO WSS-QTD-ITENS
              MOVE WSS-ADM-PROXIMO       TO TIT-IMAGEM (IDX-ITE)
           ELSE
              MOVE 'S'                   TO WSS-EXCESSO
           END-IF.

           MOVE WSS-ADM-PROXIMO          TO REG-ADMFUNC.

           EVALUATE TRUE
               WHEN ADM-FUNCIONARIO
                    ADD 1                TO WSS-QTD-FUNC
                    IF WSS-QTD-FUNC EQUAL 1
                       MOVE REG-ADMFUNC  TO WSS-IMAGEM-FUNC
                       MOVE ADF-NOME     TO WSS-NOME-ADM
                    END-IF
               WHEN ADM-DEPENDENTE
                    ADD 1                TO WSS-QTD-DEP
               WHEN ADM-CONTA
                    ADD 1                TO WSS-QTD-BCO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           PERFORM 1001-LER-ADMFUNC
              THRU 1001-LER-ADMFUNC-EXIT.

       2100-ACUMULA-ITEM-EXIT.
           EXIT.

      *----
      * VALIDACAO DA ADMISSAO INTEIRA: CADA FALHA SAI NO RELATORIO
      * COM O TIPO DO REGISTRO E O MOTIVO, E TODAS SAO APONTADAS
      * (NAO PARA NA PRIMEIRA), PARA O RH CORRIGIR DE UMA VEZ
      *----
       3000-VALIDA-ADMISSAO.

           MOVE SPACE                    TO WSS-ITEM-TIPO.

           IF WSS-ADM-EXCEDIDA
              MOVE 'ADMISSAO COM MAIS DE 30 REGISTROS'
                                          TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
           END-IF.

           IF WSS-QTD-FUNC EQUAL 0
              MOVE 'ADMISSAO SEM REGISTRO DO FUNCIONARIO'
                                          TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
           END-IF.

           IF WSS-QTD-FUNC GREATER 1
              MOVE 'MAIS DE UM REGISTRO DE FUNCIONARIO'
                                          TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
           END-IF.

           IF WSS-QTD-BCO EQUAL 0
              MOVE 'ADMISSAO SEM CONTA BANCARIA'
                                          TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
           END-IF.

           IF WSS-QTD-FUNC EQUAL 1
              MOVE WSS-IMAGEM-FUNC       TO REG-ADMFUNC
              PERFORM 3100-VALIDA-FUNCIONARIO
                 THRU 3100-VALIDA-FUNCIONARIO-EXIT
           END-IF.

           PERFORM 3200-VALIDA-ITEM
              THRU 3200-VALIDA-ITEM-EXIT
              VARYING IDX-ITE FROM 1 BY 1
                UNTIL IDX-ITE GREATER WSS-QTD-ITENS.

           MOVE 'B'                      TO WSS-ITEM-TIPO.

           IF WSS-QTD-RESTO GREATER 1
              MOVE 'MAIS DE UMA CONTA COM O RESTO DO LIQUIDO'
                                          TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
           END-IF.

           IF WSS-SOMA-PCT GREATER 100
              MOVE 'PERCENTUAIS DAS CONTAS PASSAM DE 100%'
                                          TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
           END-IF.

       3000-VALIDA-ADMISSAO-EXIT.
           EXIT.

      *----
      * REGISTRO DO FUNCIONARIO: MATRICULA LIVRE NO MESTRE, CPF
      * VALIDO E INEDITO, DATA DE ADMISSAO, CARGO E FAIXA SALARIAL,
      * DEPARTAMENTO ATIVO E VAGA NO QUADRO
      *----
       3100-VALIDA-FUNCIONARIO.

           MOVE 'F'                      TO WSS-ITEM-TIPO.

           IF ADM-MATRICULA NOT NUMERIC OR ADM-MATRICULA EQUAL 0
              MOVE 'MATRICULA INVALIDA'  TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
           ELSE
              MOVE ADM-MATRICULA         TO FM-MATRICULA
              READ FUNCMST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'MATRICULA JA CADASTRADA EM FUNCMST'
                                          TO WSS-MOTIVO
                    PERFORM 3900-APONTA-ERRO
                       THRU 3900-APONTA-ERRO-EXIT
              END-READ
           END-IF.

           IF ADF-NOME EQUAL SPACES
              MOVE 'NOME NAO INFORMADO'  TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
           END-IF.

           IF NOT ADF-SEXO-VALIDO
              MOVE 'SEXO INVALIDO'       TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
           END-IF.

           IF NOT ADF-CONTRATO-VALIDO
              MOVE 'TIPO DE CONTRATO INVALIDO' TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
           END-IF.

           IF ADF-HORA-EXTRA NOT NUMERIC
              MOVE 'HORAS EXTRAS INVALIDAS' TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
           END-IF.

      *----
      * CPF: DIGITOS PELO COBOL075 (ENTRY VALIDA-CPF DO COBOL100) E
      * NENHUM OUTRO FUNCIONARIO COM O MESMO CPF NO CPFFUNC
      *----
           IF ADF-CPF NOT NUMERIC
              MOVE 'CPF NAO NUMERICO'    TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
           ELSE
              PERFORM 3110-VALIDA-CPF
                 THRU 3110-VALIDA-CPF-EXIT
           END-IF.

           IF ADF-DATA-ADMISSAO NOT NUMERIC
              MOVE 'DATA DE ADMISSAO INVALIDA' TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
           ELSE
              MOVE ADF-DATA-ADMISSAO     TO WSS-VALIDA-DATA-REC
              CALL 'VALIDA-DATA' USING WSS-VALIDA-DATA-LINKAGE
              IF WSS-VALIDA-DATA-RC NOT EQUAL 0
                 MOVE WSS-VALIDA-DATA-MSG TO WSS-MOTIVO
                 PERFORM 3900-APONTA-ERRO
                    THRU 3900-APONTA-ERRO-EXIT
              END-IF
           END-IF.

           PERFORM 3120-VALIDA-CARGO
              THRU 3120-VALIDA-CARGO-EXIT.

           PERFORM 3130-VALIDA-DEPTO
              THRU 3130-VALIDA-DEPTO-EXIT.

       3100-VALIDA-FUNCIONARIO-EXIT.
           EXIT.

      *----
       3110-VALIDA-CPF.

           MOVE ADF-CPF                  TO WSS-VALIDA-CPF-REC.

           CALL 'VALIDA-CPF' USING WSS-VALIDA-CPF-LINKAGE.

           IF WSS-VALIDA-CPF-RC NOT EQUAL 0
              MOVE WSS-VALIDA-CPF-MSG    TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
              GO TO 3110-VALIDA-CPF-EXIT
           END-IF.

           IF WSS-QTD-CPFS EQUAL 0
              GO TO 3110-VALIDA-CPF-EXIT
           END-IF.

           SET IDX-CPF TO 1.
           SEARCH WSS-CPF-ENTRY
              AT END
                 CONTINUE
              WHEN TCP-CPF (IDX-CPF) EQUAL ADF-CPF
                 MOVE 'CPF JA CADASTRADO PARA OUTRA MATRICULA'
                                          TO WSS-MOTIVO
                 PERFORM 3900-APONTA-ERRO
                    THRU 3900-APONTA-ERRO-EXIT
           END-SEARCH.

           SET IDX-CPF TO 1.
           SEARCH WSS-CPF-ENTRY
              AT END
                 CONTINUE
              WHEN TCP-MATRICULA (IDX-CPF) EQUAL ADM-MATRICULA
                 MOVE 'MATRICULA JA POSSUI CPF NO CPFFUNC'
                                          TO WSS-MOTIVO
                 PERFORM 3900-APONTA-ERRO
                    THRU 3900-APONTA-ERRO-EXIT
           END-SEARCH.

       3110-VALIDA-CPF-EXIT.
           EXIT.

      *----
      * CARGO CADASTRADO EM GRADETAB E SALARIO ENTRE O PISO E O TETO
      * DA FAIXA (VALIDA-FAIXA-SALARIAL DO COBOL100)
      *----
       3120-VALIDA-CARGO.

           IF ADF-SALARIO NOT NUMERIC OR ADF-SALARIO EQUAL ZEROES
              MOVE 'SALARIO INVALIDO NA ADMISSAO' TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
              GO TO 3120-VALIDA-CARGO-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-ACHOU.

           SEARCH ALL WSS-GRD-ENTRY
              AT END
                 CONTINUE
              WHEN TGR-CARGO (IDX-GRD) EQUAL ADF-CARGO
                 MOVE 'S'                TO WSS-ACHOU
           END-SEARCH.

           IF WSS-ACHOU NOT EQUAL 'S'
              MOVE 'CARGO NAO CADASTRADO EM GRADETAB' TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
              GO TO 3120-VALIDA-CARGO-EXIT
           END-IF.

           MOVE ADF-SALARIO              TO WSS-VALIDA-FAIXA-VALOR.
           MOVE TGR-PISO (IDX-GRD)       TO WSS-VALIDA-FAIXA-MINIMO.
           MOVE TGR-TETO (IDX-GRD)       TO WSS-VALIDA-FAIXA-MAXIMO.

           CALL 'VALIDA-FAIXA-SALARIAL' USING WSS-VALIDA-FAIXA-LINKAGE.

           IF WSS-VALIDA-FAIXA-RC NOT EQUAL 0
              MOVE WSS-VALIDA-FAIXA-MSG  TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
           END-IF.

       3120-VALIDA-CARGO-EXIT.
           EXIT.

      *----
      * DEPARTAMENTO ATIVO EM DEPTREF E VAGA NO QUADRO (COBOL224)
      * PARA O DEPARTAMENTO/CARGO; SEM VAGA, A ADMISSAO E REJEITADA
      * (NAO FICA RETIDA COMO NO COBOL131)
      *----
       3130-VALIDA-DEPTO.

           MOVE 'N'                      TO WSS-ACHOU.

           SEARCH ALL WSS-DPT-ENTRY
              AT END
                 CONTINUE
              WHEN TDP-CODIGO (IDX-DPT) EQUAL ADF-DEPARTAMENTO
                 MOVE 'S'                TO WSS-ACHOU
           END-SEARCH.

           IF WSS-ACHOU NOT EQUAL 'S'
              MOVE 'DEPARTAMENTO NAO CADASTRADO EM DEPTREF'
                                          TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
              GO TO 3130-VALIDA-DEPTO-EXIT
           END-IF.

           IF NOT TDP-ATIVO (IDX-DPT)
              MOVE 'DEPARTAMENTO INATIVO EM DEPTREF' TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
              GO TO 3130-VALIDA-DEPTO-EXIT
           END-IF.

           MOVE 'VERIFICA'               TO WSS-QV-FUNCAO.
           MOVE ADF-DEPARTAMENTO         TO WSS-QV-DEPARTAMENTO.
           MOVE ADF-CARGO                TO WSS-QV-CARGO.

           PERFORM ROT-CHAMA-QUADRO
              THRU ROT-CHAMA-QUADRO-EXIT.

           IF WSS-QV-SEM-VAGA
              MOVE WSS-MENSAGEM OF WSS-QV-OUTPUT TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
           END-IF.

       3130-VALIDA-DEPTO-EXIT.
           EXIT.

      *----
      * DEMAIS REGISTROS DA ADMISSAO (DEPENDENTES E CONTAS)
      *----
       3200-VALIDA-ITEM.

           MOVE TIT-IMAGEM (IDX-ITE)     TO REG-ADMFUNC.
           MOVE ADM-TIPO-REG             TO WSS-ITEM-TIPO.

           EVALUATE TRUE
               WHEN ADM-FUNCIONARIO
                    CONTINUE
               WHEN ADM-DEPENDENTE
                    PERFORM 3300-VALIDA-DEPENDENTE
                       THRU 3300-VALIDA-DEPENDENTE-EXIT
               WHEN ADM-CONTA
                    PERFORM 3400-VALIDA-CONTA
                       THRU 3400-VALIDA-CONTA-EXIT
               WHEN OTHER
                    MOVE 'TIPO DE REGISTRO INVALIDO' TO WSS-MOTIVO
                    PERFORM 3900-APONTA-ERRO
                       THRU 3900-APONTA-ERRO-EXIT
           END-EVALUATE.

       3200-VALIDA-ITEM-EXIT.
           EXIT.

      *----
      * DEPENDENTE: NOME, PARENTESCO E DATA DE NASCIMENTO PELO KIT
      * DE VALIDACOES (MESMA REGRA DA INCLUSAO DO COBOL150)
      *----
       3300-VALIDA-DEPENDENTE.

           IF ADD-NOME EQUAL SPACES
              MOVE 'NOME DO DEPENDENTE NAO INFORMADO' TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
           END-IF.

           IF ADD-PARENTESCO EQUAL SPACES
              MOVE 'PARENTESCO NAO INFORMADO' TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
           END-IF.

           IF ADD-DATA-NASC NOT NUMERIC
              MOVE 'DATA DE NASCIMENTO INVALIDA' TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
              GO TO 3300-VALIDA-DEPENDENTE-EXIT
           END-IF.

           MOVE ADD-DATA-NASC            TO WSS-VALIDA-DATA-REC.

           CALL 'VALIDA-DATA' USING WSS-VALIDA-DATA-LINKAGE.

           IF WSS-VALIDA-DATA-RC NOT EQUAL 0
              MOVE WSS-VALIDA-DATA-MSG   TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
           END-IF.

       3300-VALIDA-DEPENDENTE-EXIT.
           EXIT.

      *----
      * CONTA BANCARIA: RATEIO COERENTE E AS REGRAS DO COBOL188 -
      * AGENCIA E CONTA PREENCHIDAS, BANCO COM CONVENIO (QUANDO HA
      * LISTA) E DIGITO VERIFICADOR PELO ALGORITMO DO BANCO
      *----
       3400-VALIDA-CONTA.

           EVALUATE TRUE
               WHEN ADB-RATEIO-PCT
                    IF ADB-PCT NOT NUMERIC OR ADB-PCT EQUAL 0
                       OR ADB-PCT GREATER 100
                       MOVE 'PERCENTUAL DA CONTA INVALIDO'
                                          TO WSS-MOTIVO
                       PERFORM 3900-APONTA-ERRO
                          THRU 3900-APONTA-ERRO-EXIT
                    ELSE
                       ADD ADB-PCT       TO WSS-SOMA-PCT
                    END-IF
               WHEN ADB-RATEIO-FIXO
                    IF ADB-VALOR NOT NUMERIC OR ADB-VALOR EQUAL 0
                       MOVE 'VALOR FIXO DA CONTA INVALIDO'
                                          TO WSS-MOTIVO
                       PERFORM 3900-APONTA-ERRO
                          THRU 3900-APONTA-ERRO-EXIT
                    END-IF
               WHEN ADB-RATEIO-RESTO
                    ADD 1                TO WSS-QTD-RESTO
               WHEN OTHER
                    MOVE 'TIPO DE RATEIO INVALIDO' TO WSS-MOTIVO
                    PERFORM 3900-APONTA-ERRO
                       THRU 3900-APONTA-ERRO-EXIT
           END-EVALUATE.

           IF ADB-AGENCIA NOT NUMERIC OR ADB-AGENCIA EQUAL 0
              MOVE 'AGENCIA ZERADA OU INVALIDA' TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
              GO TO 3400-VALIDA-CONTA-EXIT
           END-IF.

           IF ADB-CONTA NOT NUMERIC OR ADB-CONTA EQUAL 0
              MOVE 'CONTA ZERADA OU INVALIDA' TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
              GO TO 3400-VALIDA-CONTA-EXIT
           END-IF.

           IF WSS-QTD-CONVENIOS GREATER 0
              MOVE 'N'                   TO WSS-ACHOU
              SET IDX-CNV TO 1
              SEARCH WSS-CNV-ENTRY
                 AT END
                    CONTINUE
                 WHEN TCV-BANCO (IDX-CNV) EQUAL ADB-BANCO
                    MOVE 'S'             TO WSS-ACHOU
              END-SEARCH
              IF WSS-ACHOU NOT EQUAL 'S'
                 MOVE 'BANCO SEM CONVENIO DE CREDITO'
                                          TO WSS-MOTIVO
                 PERFORM 3900-APONTA-ERRO
                    THRU 3900-APONTA-ERRO-EXIT
                 GO TO 3400-VALIDA-CONTA-EXIT
              END-IF
           END-IF.

      *----
      * MODULO 11 PARA BB (001), BRADESCO (237) E SANTANDER (033);
      * MODULO 10 PARA CAIXA (104) E ITAU (341); DEMAIS BANCOS SEM
      * CONFERENCIA DE DIGITO
      *----
           EVALUATE ADB-BANCO
               WHEN 001
               WHEN 237
               WHEN 033
                    PERFORM ROT-DV-MODULO-11
                       THRU ROT-DV-MODULO-11-EXIT
               WHEN 104
               WHEN 341
                    PERFORM ROT-DV-MODULO-10
                       THRU ROT-DV-MODULO-10-EXIT
               WHEN OTHER
                    MOVE ADB-DV          TO WSS-DV-CALC
           END-EVALUATE.

           IF WSS-DV-CALC NOT EQUAL ADB-DV
              MOVE 'DIGITO VERIFICADOR DA CONTA INVALIDO'
                                          TO WSS-MOTIVO
              PERFORM 3900-APONTA-ERRO
                 THRU 3900-APONTA-ERRO-EXIT
           END-IF.

       3400-VALIDA-CONTA-EXIT.
           EXIT.

      *----
      * MODULO 11 SOBRE OS 12 DIGITOS DA CONTA, PESOS 2 A 9 DO
      * DIGITO MENOS SIGNIFICATIVO PARA O MAIS (COMO NO COBOL188)
      *----
       ROT-DV-MODULO-11.

           MOVE ADB-CONTA                TO WSS-CONTA-NUM.
           MOVE 0                        TO WSS-SOMA.
           MOVE 2                        TO WSS-PESO.

           PERFORM ROT-DV-SOMA-11
              THRU ROT-DV-SOMA-11-EXIT
              VARYING WSS-IDX-DIG FROM 12 BY -1
                UNTIL WSS-IDX-DIG LESS 1.

           DIVIDE WSS-SOMA BY 11 GIVING WSS-QUOCIENTE
                  REMAINDER WSS-RESTO.
           COMPUTE WSS-RESTO = 11 - WSS-RESTO.

           EVALUATE WSS-RESTO
               WHEN 10
                    MOVE 'X'             TO WSS-DV-CALC
               WHEN 11
                    MOVE '0'             TO WSS-DV-CALC
               WHEN OTHER
                    MOVE WSS-RESTO (2:1) TO WSS-DV-CALC
           END-EVALUATE.

       ROT-DV-MODULO-11-EXIT.
           EXIT.

      *----
       ROT-DV-SOMA-11.

           COMPUTE WSS-PRODUTO =
                   WSS-DIGITO (WSS-IDX-DIG) * WSS-PESO.
           ADD WSS-PRODUTO               TO WSS-SOMA.
           ADD 1                         TO WSS-PESO.

           IF WSS-PESO GREATER 9
              MOVE 2                     TO WSS-PESO
           END-IF.

       ROT-DV-SOMA-11-EXIT.
           EXIT.

      *----
      * MODULO 10 SOBRE OS 12 DIGITOS DA CONTA, PESOS 2 E 1
      * ALTERNADOS, SOMANDO OS ALGARISMOS DOS PRODUTOS MAIORES QUE 9
      *----
       ROT-DV-MODULO-10.

           MOVE ADB-CONTA                TO WSS-CONTA-NUM.
           MOVE 0                        TO WSS-SOMA.
           MOVE 2                        TO WSS-PESO.

           PERFORM ROT-DV-SOMA-10
              THRU ROT-DV-SOMA-10-EXIT
              VARYING WSS-IDX-DIG FROM 12 BY -1
                UNTIL WSS-IDX-DIG LESS 1.

           DIVIDE WSS-SOMA BY 10 GIVING WSS-QUOCIENTE
                  REMAINDER WSS-RESTO.

           IF WSS-RESTO EQUAL 0
              MOVE '0'                   TO WSS-DV-CALC
           ELSE
              COMPUTE WSS-RESTO = 10 - WSS-RESTO
              MOVE WSS-RESTO (2:1)       TO WSS-DV-CALC
           END-IF.

       ROT-DV-MODULO-10-EXIT.
           EXIT.

      *----
       ROT-DV-SOMA-10.

           COMPUTE WSS-PRODUTO =
                   WSS-DIGITO (WSS-IDX-DIG) * WSS-PESO.

           IF WSS-PRODUTO GREATER 9
              SUBTRACT 9                 FROM WSS-PRODUTO
           END-IF.

           ADD WSS-PRODUTO               TO WSS-SOMA.

           IF WSS-PESO EQUAL 2
              MOVE 1                     TO WSS-PESO
           ELSE
              MOVE 2                     TO WSS-PESO
           END-IF.

       ROT-DV-SOMA-10-EXIT.
           EXIT.

      *----
      * APONTA UMA FALHA DA ADMISSAO NO RELATORIO (WSS-ITEM-TIPO E
      * WSS-MOTIVO PREENCHIDOS PELO CHAMADOR)
      *----
       3900-APONTA-ERRO.

           ADD 1                         TO WSS-QTD-ERROS.

           MOVE WSS-ITEM-TIPO            TO TIPO-DET.
           MOVE 'REJEITADO'              TO RESULTADO-DET.
           MOVE WSS-MOTIVO               TO MOTIVO-DET.

           PERFORM 4900-IMPRIME-LINHA
              THRU 4900-IMPRIME-LINHA-EXIT.

       3900-APONTA-ERRO-EXIT.
           EXIT.

      *----
      * GRAVACAO DA ADMISSAO APROVADA: PRIMEIRO O MESTRE (UNICA
      * GRAVACAO QUE PODE RECUSAR A CHAVE - NESSE CASO NADA MAIS E
      * GRAVADO), DEPOIS JOURNAL, HISTORICO, QUADRO, CPF,
      * DEPENDENTES E CONTAS, TODOS COM TRILHA EM AUDLOG
      *----
       4000-GRAVA-ADMISSAO.

           MOVE WSS-IMAGEM-FUNC          TO REG-ADMFUNC.
           MOVE 'F'                      TO WSS-ITEM-TIPO.

           MOVE SPACES                   TO REG-FUNCMST.
           MOVE ADM-MATRICULA            TO FM-MATRICULA.
           MOVE ADF-NOME                 TO FM-NOME.
           MOVE ADF-SEXO                 TO FM-SEXO.
           MOVE ADF-SALARIO              TO FM-SALARIO.
           MOVE ADF-DATA-ADMISSAO        TO FM-DATA-ADMISSAO.
           MOVE ADF-DEPARTAMENTO         TO FM-DEPARTAMENTO.
           MOVE ADF-HORA-EXTRA           TO FM-HORA-EXTRA.
           MOVE ADF-CARGO                TO FM-CARGO.
           MOVE ADF-EMPRESA              TO FM-EMPRESA.
           MOVE ADF-TIPO-CONTRATO        TO FM-TIPO-CONTRATO.

           IF FM-CONTRATO-CLT
              MOVE 'C'                   TO FM-TIPO-CONTRATO
           END-IF.

           WRITE REG-FUNCMST
              INVALID KEY
                 MOVE 'MATRICULA JA CADASTRADA EM FUNCMST'
                                          TO WSS-MOTIVO
                 PERFORM 3900-APONTA-ERRO
                    THRU 3900-APONTA-ERRO-EXIT
                 GO TO 4000-GRAVA-ADMISSAO-EXIT
           END-WRITE.

           IF ST-FUNCMST NOT EQUAL 0
              DISPLAY 'COBOL247 - ERRO WRITE FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SPACES                   TO WSS-IMAGEM-ANTES.
           MOVE REG-FUNCMST              TO WSS-IMAGEM-DEPOIS.
           MOVE 'I'                      TO WSS-JRN-OPERACAO.

           PERFORM ROT-GRAVA-JOURNAL
              THRU ROT-GRAVA-JOURNAL-EXIT.

           MOVE SPACES                   TO REG-HISTFUNC.
           MOVE 'INCLUSAO'               TO HST-CAMPO.
           MOVE ADF-DEPARTAMENTO         TO HST-VALOR-NOVO.

           PERFORM ROT-GRAVA-HISTORIA
              THRU ROT-GRAVA-HISTORIA-EXIT.

           MOVE 'OCUPA'                  TO WSS-QV-FUNCAO.
           MOVE ADF-DEPARTAMENTO         TO WSS-QV-DEPARTAMENTO.
           MOVE ADF-CARGO                TO WSS-QV-CARGO.

           PERFORM ROT-CHAMA-QUADRO
              THRU ROT-CHAMA-QUADRO-EXIT.

           MOVE ADM-MATRICULA            TO WSS-AUD-MATRICULA.
           MOVE 'ADM-FUNC'               TO WSS-AUD-TIPO.

           PERFORM ROT-GRAVA-AUDLOG
              THRU ROT-GRAVA-AUDLOG-EXIT.

      *----
      * CPF DO ADMITIDO: NOVA GERACAO DO CPFFUNC E TABELA DE
      * CONFERENCIA (ADMISSOES SEGUINTES DA MESMA RODADA)
      *----
           MOVE SPACES                   TO REG-CPFFUNCN.
           MOVE ADM-MATRICULA            TO CPN-MATRICULA.
           MOVE ADF-CPF                  TO CPN-NUMERO.

           WRITE REG-CPFFUNCN.

           IF ST-CPFFUNCN NOT EQUAL 0 THEN
              DISPLAY 'COBOL247 - ERRO WRITE CPFFUNCN FS=' ST-CPFFUNCN
              MOVE ST-CPFFUNCN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE ADF-CPF                  TO WSS-VALIDA-CPF-REC.

           PERFORM ROT-GUARDA-CPF
              THRU ROT-GUARDA-CPF-EXIT.

           MOVE 'ADM-CPF'                TO WSS-AUD-TIPO.

           PERFORM ROT-GRAVA-AUDLOG
              THRU ROT-GRAVA-AUDLOG-EXIT.

           PERFORM 4100-GRAVA-ITEM
              THRU 4100-GRAVA-ITEM-EXIT
              VARYING IDX-ITE FROM 1 BY 1
                UNTIL IDX-ITE GREATER WSS-QTD-ITENS.

           MOVE WSS-QTD-DEP              TO MSG-QTD-DEP.
           MOVE WSS-QTD-BCO              TO MSG-QTD-BCO.

           MOVE 'F'                      TO TIPO-DET.
           MOVE 'ADMITIDO '              TO RESULTADO-DET.
           MOVE WSS-MSG-ADMITIDA         TO MOTIVO-DET.

           PERFORM 4900-IMPRIME-LINHA
              THRU 4900-IMPRIME-LINHA-EXIT.

       4000-GRAVA-ADMISSAO-EXIT.
           EXIT.

      *----
      * DEPENDENTES E CONTAS DA ADMISSAO NAS NOVAS GERACOES
      *----
       4100-GRAVA-ITEM.

           MOVE TIT-IMAGEM (IDX-ITE)     TO REG-ADMFUNC.

           EVALUATE TRUE
               WHEN ADM-DEPENDENTE
                    PERFORM 4110-GRAVA-DEPENDENTE
                       THRU 4110-GRAVA-DEPENDENTE-EXIT
               WHEN ADM-CONTA
                    PERFORM 4120-GRAVA-CONTA
                       THRU 4120-GRAVA-CONTA-EXIT
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       4100-GRAVA-ITEM-EXIT.
           EXIT.

      *----
       4110-GRAVA-DEPENDENTE.

           MOVE SPACES                   TO REG-DEPFUNCN.
           MOVE ADM-MATRICULA            TO DPN-MATRICULA.
           MOVE ADD-NOME                 TO DPN-NOME.
           MOVE ADD-DATA-NASC            TO DPN-DATA-NASC.
           MOVE ADD-PARENTESCO           TO DPN-PARENTESCO.

           WRITE REG-DEPFUNCN.

           IF ST-DEPFUNCN NOT EQUAL 0 THEN
              DISPLAY 'COBOL247 - ERRO WRITE DEPFUNCN FS=' ST-DEPFUNCN
              MOVE ST-DEPFUNCN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-DEP-GRAVADOS.

           MOVE 'ADM-DEP'                TO WSS-AUD-TIPO.

           PERFORM ROT-GRAVA-AUDLOG
              THRU ROT-GRAVA-AUDLOG-EXIT.

       4110-GRAVA-DEPENDENTE-EXIT.
           EXIT.

      *----
       4120-GRAVA-CONTA.

           MOVE SPACES                   TO REG-BANCFUNN.
           MOVE ADM-MATRICULA            TO BCN-MATRICULA.
           MOVE ADB-BANCO                TO BCN-BANCO.
           MOVE ADB-AGENCIA              TO BCN-AGENCIA.
           MOVE ADB-CONTA                TO BCN-CONTA.
           MOVE ADB-DV                   TO BCN-DV.
           MOVE ADB-SEQ                  TO BCN-SEQ.
           MOVE ADB-TIPO-RATEIO          TO BCN-TIPO-RATEIO.
           MOVE ADB-PCT                  TO BCN-PCT.
           MOVE ADB-VALOR                TO BCN-VALOR.
           MOVE CAB-USUARIO              TO BCN-USUARIO.

           WRITE REG-BANCFUNN.

           IF ST-BANCFUNN NOT EQUAL 0 THEN
              DISPLAY 'COBOL247 - ERRO WRITE BANCFUNN FS=' ST-BANCFUNN
              MOVE ST-BANCFUNN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-BCO-GRAVADAS.

           MOVE 'ADM-BCO'                TO WSS-AUD-TIPO.

           PERFORM ROT-GRAVA-AUDLOG
              THRU ROT-GRAVA-AUDLOG-EXIT.

       4120-GRAVA-CONTA-EXIT.
           EXIT.

      *----
      * ACRESCENTA UM PAR MATRICULA (WSS-AUD-MATRICULA) / CPF
      * (WSS-VALIDA-CPF-REC) NA TABELA DE CONFERENCIA
      *----
       ROT-GUARDA-CPF.

           IF WSS-QTD-CPFS NOT LESS WSS-QTD-CPFS-MAX
              DISPLAY 'COBOL247 - TABELA DE CPFS EXCEDE '
                      WSS-QTD-CPFS-MAX
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-CPFS.
           SET IDX-CPF                   TO WSS-QTD-CPFS.
           MOVE WSS-AUD-MATRICULA        TO TCP-MATRICULA (IDX-CPF).
           MOVE WSS-VALIDA-CPF-REC       TO TCP-CPF (IDX-CPF).

       ROT-GUARDA-CPF-EXIT.
           EXIT.

      *----
      * GRAVA UM REGISTRO DE JOURNAL COM A IMAGEM DO MESTRE INCLUIDO
      * (MESMO FORMATO DO COBOL131, INSUMO DO COBOL134)
      *----
       ROT-GRAVA-JOURNAL.

           MOVE 'COBOL247'             TO JRN-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE  TO DATA-HORA.
           MOVE DH-ANO                 TO JRN-ANO.
           MOVE DH-MES                 TO JRN-MES.
           MOVE DH-DIA                 TO JRN-DIA.
           MOVE DH-HORA                TO JRN-HORA.
           MOVE DH-MINUTO              TO JRN-MINUTO.
           MOVE DH-SEGUNDO             TO JRN-SEGUNDO.
           MOVE CAB-USUARIO            TO JRN-USUARIO.
           MOVE WSS-JRN-OPERACAO       TO JRN-OPERACAO.
           MOVE ADM-MATRICULA          TO JRN-MATRICULA.
           MOVE WSS-IMAGEM-ANTES       TO JRN-IMAGEM-ANTES.
           MOVE WSS-IMAGEM-DEPOIS      TO JRN-IMAGEM-DEPOIS.

           WRITE REG-JRNFUNC.

           IF ST-JRNFUNC NOT EQUAL 0 THEN
              DISPLAY 'COBOL247 - ERRO WRITE JRNFUNC FS=' ST-JRNFUNC
              MOVE ST-JRNFUNC          TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                       TO WSS-JRN-GRAVADOS.

       ROT-GRAVA-JOURNAL-EXIT.
           EXIT.

      *----
      * GRAVA O REGISTRO DE INCLUSAO NO HISTORICO VIGENCIADO
      * (COPY2081), VIGENTE NA DATA DE ADMISSAO
      *----
       ROT-GRAVA-HISTORIA.

           MOVE ADM-MATRICULA          TO HST-MATRICULA.
           MOVE ADF-DATA-ADMISSAO      TO HST-DATA-EFETIVA.
           MOVE 'COBOL247'             TO HST-ORIGEM.
           MOVE 'I'                    TO HST-MOV-TIPO.
           MOVE FUNCTION CURRENT-DATE  TO DATA-HORA.
           MOVE DATA-HORA (1:14)       TO HST-DATA-HORA.

           WRITE REG-HISTFUNC.

           IF ST-HISTFUNC NOT EQUAL 0 THEN
              DISPLAY 'COBOL247 - ERRO WRITE HISTFUNC FS=' ST-HISTFUNC
              MOVE ST-HISTFUNC         TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                       TO WSS-HST-GRAVADOS.

       ROT-GRAVA-HISTORIA-EXIT.
           EXIT.

      *----
      * TRILHA DE AUDITORIA DA ADMISSAO (AUD-VALOR = USUARIO +
      * MATRICULA, COMO NO COBOL230)
      *----
       ROT-GRAVA-AUDLOG.

           MOVE SPACES                   TO REG-AUDLOG.
           MOVE 'COBOL247'               TO AUD-JOBNAME.
           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.
           MOVE DATA-HORA (1:14)         TO AUD-DATA-HORA.
           MOVE WSS-AUD-TIPO             TO AUD-TIPO.
           ADD 1                         TO WSS-AUD-SEQ.
           MOVE WSS-AUD-SEQ              TO AUD-SEQ.

           STRING CAB-USUARIO            DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WSS-AUD-MATRICULA      DELIMITED BY SIZE
              INTO AUD-VALOR
           END-STRING.

           MOVE 'ENCADEIA'               TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           WRITE REG-AUDLOG.

           IF ST-AUDLOG NOT EQUAL 0 THEN
              DISPLAY 'COBOL247 - ERRO WRITE AUDLOG FS=' ST-AUDLOG
              MOVE ST-AUDLOG             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       ROT-GRAVA-AUDLOG-EXIT.
           EXIT.

      *----
      * CHAMADA AO COBOL224 COM A FUNCAO JA MONTADA PELO CHAMADOR;
      * ERRO DE ARQUIVO NO QUADRO DERRUBA O JOB
      *----
       ROT-CHAMA-QUADRO.

           CALL 'COBOL224' USING WSS-QUADRO-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-QV-OUTPUT GREATER 4
              DISPLAY 'COBOL247 - ' WSS-MENSAGEM OF WSS-QV-OUTPUT
              MOVE WSS-RETURN-CODE OF WSS-QV-OUTPUT TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       ROT-CHAMA-QUADRO-EXIT.
           EXIT.

      *----
       4900-IMPRIME-LINHA.

           IF CNT-LINHAS GREATER WSS-CNT-LINHAS-MAX
              PERFORM 5000-IMPRIME-CABECALHOS
                 THRU 5000-IMPRIME-CABECALHOS-EXIT
           END-IF.

           MOVE WSS-MATR-CORRENTE        TO MATRICULA-DET.
           MOVE WSS-NOME-ADM             TO NOME-DET.

           WRITE REG-RELADMIS FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELADMIS NOT EQUAL 0 THEN
              DISPLAY 'COBOL247 - ERRO WRITE RELADMIS FS=' ST-RELADMIS
              MOVE ST-RELADMIS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO CNT-LINHAS.

       4900-IMPRIME-LINHA-EXIT.
           EXIT.

      *----
       5000-IMPRIME-CABECALHOS.

           WRITE REG-RELADMIS FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           WRITE REG-RELADMIS FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

           WRITE REG-RELADMIS FROM CAB03 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELADMIS NOT EQUAL 0 THEN
              DISPLAY 'COBOL247 - ERRO WRITE RELADMIS FS=' ST-RELADMIS
              MOVE ST-RELADMIS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 4                        TO CNT-LINHAS.

       5000-IMPRIME-CABECALHOS-EXIT.
           EXIT.

      *----
       8000-IMPRIME-TOTAIS.

           DISPLAY '8000-IMPRIME-TOTAIS'.

           IF CNT-LINHAS GREATER WSS-CNT-LINHAS-MAX
              PERFORM 5000-IMPRIME-CABECALHOS
                 THRU 5000-IMPRIME-CABECALHOS-EXIT
           END-IF.

           MOVE WSS-REG-LIDOS            TO TOT-LIDOS.
           MOVE WSS-ADM-LIDAS            TO TOT-ADM-LIDAS.
           MOVE WSS-ADM-ADMITIDAS        TO TOT-ADMITIDAS.
           MOVE WSS-ADM-REJEITADAS       TO TOT-REJEITADAS.

           WRITE REG-RELADMIS FROM TOT01 AFTER ADVANCING 3
           END-WRITE.

           WRITE REG-RELADMIS FROM TOT02 AFTER ADVANCING 1
           END-WRITE.

           WRITE REG-RELADMIS FROM TOT03 AFTER ADVANCING 1
           END-WRITE.

           WRITE REG-RELADMIS FROM TOT04 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELADMIS NOT EQUAL 0 THEN
              DISPLAY 'COBOL247 - ERRO WRITE RELADMIS FS=' ST-RELADMIS
              MOVE ST-RELADMIS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       8000-IMPRIME-TOTAIS-EXIT.
           EXIT.

      *----
       9000-FECHA-ARQUIVOS.

           DISPLAY '9000-FECHA-ARQUIVOS'.

           CLOSE ADMFUNC
                 FUNCMST
                 CPFFUNCN
                 DEPFUNCN
                 BANCFUNN
                 JRNFUNC
                 HISTFUNC
                 AUDLOG
                 RELADMIS.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL247 - ERRO CLOSE FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

      *----
      * DEVOLVE A TRAVA DE ARQUIVO AO COBOL206
      *----
           MOVE 'LIBERA'               TO WSS-TV-FUNCAO.
           MOVE 'A'                    TO WSS-TV-TIPO.
           MOVE ZEROES                 TO WSS-TV-MATRICULA.
           MOVE 'COBOL247'             TO WSS-TV-PROGRAMA.
           MOVE 'N'                    TO WSS-TV-ESPERA.

           CALL 'COBOL206' USING WSS-TRAVA-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-TV-OUTPUT NOT EQUAL 0
              DISPLAY 'COBOL247 - AVISO: '
                      WSS-MENSAGEM OF WSS-TV-OUTPUT
           END-IF.

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

           MOVE RETURN-CODE TO WSS-CLASSIF-RC-ENTRADA.
           CALL 'COBOL125' USING WSS-CLASSIF-RC-LINKAGE.

           DISPLAY ' SEVERIDADE      : ' WSS-CLASSIF-RC-SEVERIDADE.
           DISPLAY ' DESCRICAO       : ' WSS-CLASSIF-RC-DESCRICAO.

           DISPLAY '***ABEND-COBOL247*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      *
       ROT-ESTATISTIC.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL247                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* REGISTROS LIDOS      : ' WSS-REG-LIDOS.
           DISPLAY '* ADMISSOES LIDAS      : ' WSS-ADM-LIDAS.
           DISPLAY '* ADMISSOES GRAVADAS   : ' WSS-ADM-ADMITIDAS.
           DISPLAY '* ADMISSOES REJEITADAS : ' WSS-ADM-REJEITADAS.
           DISPLAY '* DEPENDENTES GRAVADOS : ' WSS-DEP-GRAVADOS.
           DISPLAY '* CONTAS GRAVADAS      : ' WSS-BCO-GRAVADAS.
           DISPLAY '* JOURNAL GRAVADOS     : ' WSS-JRN-GRAVADOS.
           DISPLAY '*******************************************'.

       ROT-ESTATISTIC-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
