      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : ELIMINACAO (ANONIMIZACAO) DE DADOS PESSOAIS DE
      *            DESLIGADOS HA MAIS TEMPO QUE O PRAZO LEGAL DE GUARDA
      *            (LGPD). PELO DESFUNCI SELECIONA AS MATRICULAS CUJO
      *            ULTIMO DESLIGAMENTO (DESF-DATA-DESLIG) E ANTERIOR AO
      *            CORTE = HOJE - ANOS DE RETENCAO (RETPARM, PADRAO 10).
      *            MATRICULAS NA LISTA DE RETENCAO JUDICIAL LEGHOLD
      *            (COPY2351) E READMITIDOS (FM-SITUACAO = 'A') NAO SAO
      *            TOCADOS. NAS DEMAIS:
      *              FUNCMST  - NOME SUBSTITUIDO PELO PSEUDONIMO
      *                         (REGRAVADO NO PROPRIO MESTRE);
      *              CPFFUNC  - CPF ZERADO (NOVA GERACAO CPFFUNCN);
      *              BANCFUNC - BANCO/AGENCIA/CONTA/DV ZERADOS (NOVA
      *                         GERACAO BANCFUNN);
      *              DEPFUNC  - NOME DO DEPENDENTE SUBSTITUIDO E
      *                         NASCIMENTO REDUZIDO AO ANO (NOVA
      *                         GERACAO DEPFUNCN).
      *            MATRICULA, SALARIO, DATAS DO CONTRATO, RATEIO E
      *            PARENTESCO FICAM, POIS SUSTENTAM O HISTORICO FISCAL
      *            E PREVIDENCIARIO. CADA ELIMINACAO VAI PARA O AUDLOG
      *            E O CERTIFICADO SAI NO RELLGPD. EXIGE A FUNCAO
      *            'LGPDELIM' NO PERMFIL (COBOL144). COM RTP-SIMULACAO
      *            = 'S' SO EMITE O CERTIFICADO, SEM ALTERAR NADA.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL235.
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
           SELECT RETPARM ASSIGN TO RETPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RETPARM.
      *
           SELECT LEGHOLD ASSIGN TO LEGHOLD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-LEGHOLD.
      *
           SELECT DESFUNCI ASSIGN TO DESFUNCI
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DESFUNCI.
      *
           SELECT FUNCMST ASSIGN TO FUNCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FM-MATRICULA
                  FILE STATUS IS ST-FUNCMST.
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
           SELECT AUDLOG ASSIGN TO AUDLOG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-AUDLOG.
      *
           SELECT RELLGPD ASSIGN TO RELLGPD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELLGPD.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   RETPARM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CARTAO DE PARAMETRO (OPCIONAL): ANOS DE RETENCAO APOS O
      * DESLIGAMENTO E INDICADOR DE SIMULACAO
      *----
       01   REG-RETPARM.
            03 RTP-ANOS-RETENCAO           PIC 9(002).
            03 RTP-SIMULACAO               PIC X(001).
            03 FILLER                      PIC X(077).
      *----
       FD   LEGHOLD
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2351'.
      *----
       FD   DESFUNCI.
      *----
       01   REG-DESFUNCI.
            03 DESF-MATRICULA              PIC 9(008).
            03 DESF-NOME                   PIC X(040).
            03 DESF-SALARIO                PIC 9(005)V99.
            03 DESF-DEPARTAMENTO           PIC X(005).
            03 DESF-DATA-ADMISSAO          PIC 9(008).
            03 DESF-SALDO-ADIANT           PIC 9(007)V99.
            03 DESF-DATA-DESLIG            PIC 9(008).
            03 DESF-EMPRESA                PIC X(002).
            03 DESF-TIPO-DESLIG            PIC X(001).
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
           03  FILLER                      PIC X(001).
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
       01   REG-CPFFUNCN                   PIC X(080).
      *----
       FD   BANCFUNC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-BANCFUNC.
            03 BCF-MATRICULA               PIC 9(008).
            03 BCF-BANCO                   PIC 9(003).
            03 BCF-AGENCIA                 PIC 9(005).
            03 BCF-CONTA                   PIC 9(012).
            03 BCF-DV                      PIC X(001).
            03 BCF-RESTO                   PIC X(051).
      *----
       FD   BANCFUNN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-BANCFUNN                   PIC X(080).
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
       FD   DEPFUNCN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-DEPFUNCN                   PIC X(080).
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
       FD   RELLGPD.
      *----
       01   REG-RELLGPD                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-RETPARM                      PIC 9(002) VALUE 0.
       77  ST-LEGHOLD                      PIC 9(002) VALUE 0.
       77  ST-DESFUNCI                     PIC 9(002) VALUE 0.
       77  ST-FUNCMST                      PIC 9(002) VALUE 0.
       77  ST-CPFFUNC                      PIC 9(002) VALUE 0.
       77  ST-CPFFUNCN                     PIC 9(002) VALUE 0.
       77  ST-BANCFUNC                     PIC 9(002) VALUE 0.
       77  ST-BANCFUNN                     PIC 9(002) VALUE 0.
       77  ST-DEPFUNC                      PIC 9(002) VALUE 0.
       77  ST-DEPFUNCN                     PIC 9(002) VALUE 0.
       77  ST-AUDLOG                       PIC 9(002) VALUE 0.
       77  ST-RELLGPD                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-SIMULACAO                   PIC X(001) VALUE 'N'.
           88  WSS-MODO-SIMULACAO                   VALUE 'S'.
       77  WSS-ANOS-RETENCAO               PIC 9(002) VALUE 10.
       77  WSS-DATA-HOJE                   PIC 9(008) VALUE 0.
       77  WSS-DATA-CORTE                  PIC 9(008) VALUE 0.
       77  WSS-USUARIO                     PIC X(008) VALUE SPACES.
       77  WSS-MATRICULA-BUSCA             PIC 9(008) VALUE 0.
       77  WSS-QTD-ELM                     PIC 9(005) VALUE 0.
       77  WSS-IDX-LE                      PIC 9(005) COMP VALUE 0.
       77  WSS-IDX-GR                      PIC 9(005) COMP VALUE 0.
       77  WSS-REG-DESFUNCI                PIC 9(006) VALUE ZEROES.
       77  WSS-REG-SEM-DATA                PIC 9(006) VALUE ZEROES.
       77  WSS-REG-EM-PRAZO                PIC 9(006) VALUE ZEROES.
       77  WSS-REG-LEGHOLD                 PIC 9(006) VALUE ZEROES.
       77  WSS-REG-RETIDOS                 PIC 9(006) VALUE ZEROES.
       77  WSS-REG-READMITIDOS             PIC 9(006) VALUE ZEROES.
       77  WSS-REG-ELIMINADOS              PIC 9(006) VALUE ZEROES.
       77  WSS-REG-JA-ANONIMOS             PIC 9(006) VALUE ZEROES.
       77  WSS-REG-FUNCMST                 PIC 9(006) VALUE ZEROES.
       77  WSS-REG-CPFFUNC                 PIC 9(006) VALUE ZEROES.
       77  WSS-REG-BANCFUNC                PIC 9(006) VALUE ZEROES.
       77  WSS-REG-DEPFUNC                 PIC 9(006) VALUE ZEROES.
       77  WSS-AUD-TIPO                    PIC X(010) VALUE SPACES.
       77  WSS-AUD-SEQ                     PIC 9(003) VALUE 0.
       77  WSS-AUD-MATRICULA               PIC 9(008) VALUE 0.
       77  MASCARA-DATA                    PIC 99/99/9999.
       01  WSS-DATA-AUX                    PIC 9(008) VALUE 0.
      *----
      * PSEUDONIMOS GRAVADOS NO LUGAR DOS NOMES; TAMBEM SERVEM PARA
      * RECONHECER QUEM JA FOI ANONIMIZADO EM EXECUCAO ANTERIOR
      *----
       77  WSS-PSEUDONIMO-FUNC             PIC X(040)
           VALUE 'TITULAR ANONIMIZADO - LGPD'.
       77  WSS-PSEUDONIMO-DEP              PIC X(040)
           VALUE 'DEPENDENTE ANONIMIZADO - LGPD'.
      *----
      * GUARDA O RETURN-CODE DO ABEND: O CALL AO CLASSIFICADOR ZERA
      * O RETURN-CODE NA VOLTA
      *----
       77  WSS-RC-ABEND                    PIC 9(003) VALUE 0.
       77  WSS-RC-FINAL                    PIC 9(003) VALUE 0.
      *----
      * MATRICULAS DESLIGADAS COM O ULTIMO DESLIGAMENTO. DEPOIS DA
      * COMPACTACAO SO FICAM AS VENCIDAS, EM ORDEM DE MATRICULA.
      * TEL-SITUACAO: 'E' = ELIMINAR, 'H' = RETENCAO JUDICIAL,
      * 'A' = READMITIDO (ATIVO NO FUNCMST).
      * TEL-MESTRE  : 'S' = ANONIMIZADO, 'J' = JA ESTAVA ANONIMIZADO,
      * 'N' = NAO CADASTRADO NO FUNCMST
      *----
       01  WSS-TAB-ELIM.
           05 WSS-ELM-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-ELM
                 ASCENDING KEY IS TEL-MATRICULA
                 INDEXED BY IDX-ELM.
              10 TEL-MATRICULA             PIC 9(008).
              10 TEL-DATA-DESLIG           PIC 9(008).
              10 TEL-SITUACAO              PIC X(001).
              10 TEL-MESTRE                PIC X(001).
              10 TEL-QTD-CPF               PIC 9(003).
              10 TEL-QTD-BANCO             PIC 9(003).
              10 TEL-QTD-DEP               PIC 9(003).
              10 TEL-PROCESSO              PIC X(025).
      *----
       01  DATA-HORA.
           03 DH-DATA                      PIC 9(008).
           03 FILLER                       PIC X(013).
      *----
      * LINKAGE DO SUBPROGRAMA DE VERIFICACAO DE AUTORIZACAO
      * (COBOL144)
      *----
           COPY  'COPY1441'.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(012) VALUE 'COBOL235'.
           03 FILLER                       PIC X(060)
              VALUE 'CERTIFICADO DE ELIMINACAO DE DADOS PESSOAIS-LGPD'.
           03 FILLER                       PIC X(007) VALUE 'DATA : '.
           03 CAB-DATA                     PIC X(010).
      *----
       01  CAB02.
           03 FILLER                       PIC X(010)
              VALUE 'USUARIO : '.
           03 CAB-USUARIO                  PIC X(008).
           03 FILLER                       PIC X(014)
              VALUE '   RETENCAO : '.
           03 CAB-ANOS                     PIC Z9.
           03 FILLER                       PIC X(026)
              VALUE ' ANOS   DESLIGADOS ANTES '.
           03 CAB-CORTE                    PIC X(010).
           03 FILLER                       PIC X(010)
              VALUE '   MODO : '.
           03 CAB-MODO                     PIC X(010).
      *----
       01  CAB03.
           03 FILLER                       PIC X(010) VALUE 'MATRICULA'.
           03 FILLER                       PIC X(012) VALUE 'DESLIG.'.
           03 FILLER                       PIC X(019) VALUE 'SITUACAO'.
           03 FILLER                       PIC X(016) VALUE 'FUNCMST'.
           03 FILLER                       PIC X(005) VALUE 'CPF'.
           03 FILLER                       PIC X(006) VALUE 'CONTA'.
           03 FILLER                       PIC X(005) VALUE 'DEP'.
           03 FILLER                       PIC X(030) VALUE 'PROCESSO'.
      *----
       01  DET01.
           03 MATRICULA-DET                PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DESLIG-DET                   PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 SITUACAO-DET                 PIC X(017) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 MESTRE-DET                   PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 CPF-DET                      PIC ZZ9.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 BANCO-DET                    PIC ZZ9.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DEP-DET                      PIC ZZ9.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 PROCESSO-DET                 PIC X(025) VALUE SPACES.
      *----
       01  TOT01.
           03 ROTULO-TOT                   PIC X(040) VALUE SPACES.
           03 QTD-TOT                      PIC ZZZZZ9.
      *----
       01  TXT01.
           03 TEXTO-TXT                    PIC X(132) VALUE SPACES.
      *----
      * LINKAGE DO ENCADEAMENTO DO AUDLOG (COBOL259): SEQUENCIA E
      * HASH DO REGISTRO ANTERIOR EM CADA GRAVACAO
      *----
           COPY  'COPY2591'.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL235'
           DISPLAY ' ELIMINACAO DE DADOS PESSOAIS DE DESLIGADOS - LGPD'.

           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.
           MOVE DH-DATA                  TO WSS-DATA-HOJE.

           PERFORM 0010-VERIFICA-AUTORIZACAO
              THRU 0010-VERIFICA-AUTORIZACAO-EXIT.

           PERFORM 0100-LE-PARAMETRO
              THRU 0100-LE-PARAMETRO-EXIT.

           PERFORM 0110-CALCULA-CORTE
              THRU 0110-CALCULA-CORTE-EXIT.

           PERFORM 1000-CARGA-DESFUNCI
              THRU 1000-CARGA-DESFUNCI-EXIT.

           PERFORM 1100-CARGA-LEGHOLD
              THRU 1100-CARGA-LEGHOLD-EXIT.

           IF NOT WSS-MODO-SIMULACAO
              PERFORM 1900-ABRE-AUDLOG
                 THRU 1900-ABRE-AUDLOG-EXIT
           END-IF.

           PERFORM 2000-TRATA-FUNCMST
              THRU 2000-TRATA-FUNCMST-EXIT.

           PERFORM 3000-TRATA-CPFFUNC
              THRU 3000-TRATA-CPFFUNC-EXIT.

           PERFORM 4000-TRATA-BANCFUNC
              THRU 4000-TRATA-BANCFUNC-EXIT.

           PERFORM 5000-TRATA-DEPFUNC
              THRU 5000-TRATA-DEPFUNC-EXIT.

           IF NOT WSS-MODO-SIMULACAO
              CLOSE AUDLOG
           END-IF.

           PERFORM 6000-EMITE-CERTIFICADO
              THRU 6000-EMITE-CERTIFICADO-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL235                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           IF WSS-MODO-SIMULACAO
              DISPLAY '* MODO SIMULACAO - NADA FOI ALTERADO      *'
           END-IF.
           DISPLAY '* DESLIGADOS LIDOS     : ' WSS-REG-DESFUNCI.
           DISPLAY '* PRAZO VENCIDO        : ' WSS-QTD-ELM.
           DISPLAY '* RETENCAO JUDICIAL    : ' WSS-REG-RETIDOS.
           DISPLAY '* READMITIDOS          : ' WSS-REG-READMITIDOS.
           DISPLAY '* MATRICULAS ELIMINADAS: ' WSS-REG-ELIMINADOS.
           DISPLAY '* REGISTROS FUNCMST    : ' WSS-REG-FUNCMST.
           DISPLAY '* REGISTROS CPFFUNC    : ' WSS-REG-CPFFUNC.
           DISPLAY '* REGISTROS BANCFUNC   : ' WSS-REG-BANCFUNC.
           DISPLAY '* REGISTROS DEPFUNC    : ' WSS-REG-DEPFUNC.
           DISPLAY '*******************************************'.

           MOVE WSS-RC-FINAL             TO RETURN-CODE.

           STOP RUN.

      *----
      * ELIMINAR DADOS PESSOAIS EXIGE A FUNCAO 'LGPDELIM' NO
      * PERMFIL; NEGATIVA DERRUBA O JOB E FICA REGISTRADA EM AUDLOG.
      * O USUARIO VAI PARA O CERTIFICADO
      *----
       0010-VERIFICA-AUTORIZACAO.

           DISPLAY '0010-VERIFICA-AUTORIZACAO'.

           MOVE 'LGPDELIM'               TO WSS-AUTH-FUNCAO.

           CALL 'COBOL144' USING WSS-AUTORIZA-LINKAGE.

           MOVE WSS-AUTH-USUARIO         TO WSS-USUARIO.

           IF WSS-RETURN-CODE OF WSS-AUTH-OUTPUT EQUAL 4
              DISPLAY 'COBOL235 - ' WSS-MENSAGEM OF WSS-AUTH-OUTPUT
              GO TO 0010-VERIFICA-AUTORIZACAO-EXIT
           END-IF.

           IF NOT WSS-AUTH-CONCEDIDO
              DISPLAY '*******************************************'
              DISPLAY '* COBOL235 - ACESSO NEGADO                *'
              DISPLAY '* USUARIO : ' WSS-AUTH-USUARIO
              DISPLAY '* FUNCAO  : LGPDELIM'
              DISPLAY '* PROCURAR O ENCARREGADO DE DADOS (DPO)   *'
              DISPLAY '*******************************************'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       0010-VERIFICA-AUTORIZACAO-EXIT.
           EXIT.

      *----
      * RETPARM OPCIONAL (FS=35 = PADRAO: 10 ANOS, EXECUCAO EFETIVA).
      * MENOS DE 5 ANOS NAO E ACEITO: O FGTS E A PREVIDENCIA AINDA
      * PODEM SER COBRADOS NESSE PRAZO
      *----
       0100-LE-PARAMETRO.

           DISPLAY '0100-LE-PARAMETRO'.

           OPEN INPUT RETPARM.

           IF ST-RETPARM EQUAL 35
              DISPLAY 'COBOL235 - RETPARM NAO INFORMADO, RETENCAO '
                      'PADRAO DE ' WSS-ANOS-RETENCAO ' ANOS'
              GO TO 0100-LE-PARAMETRO-EXIT
           END-IF.

           IF ST-RETPARM NOT EQUAL 0 THEN
              DISPLAY 'COBOL235 - ERRO OPEN RETPARM FS=' ST-RETPARM
              MOVE ST-RETPARM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ RETPARM
            AT END MOVE SPACES TO REG-RETPARM
           END-READ.

           CLOSE RETPARM.

           IF RTP-ANOS-RETENCAO NUMERIC
              AND RTP-ANOS-RETENCAO GREATER 0
              MOVE RTP-ANOS-RETENCAO     TO WSS-ANOS-RETENCAO
           END-IF.

           IF RTP-SIMULACAO EQUAL 'S'
              MOVE 'S'                   TO WSS-SIMULACAO
           END-IF.

           IF WSS-ANOS-RETENCAO LESS 5
              DISPLAY 'COBOL235 - RETENCAO DE ' WSS-ANOS-RETENCAO
                      ' ANOS ABAIXO DO MINIMO DE 5'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       0100-LE-PARAMETRO-EXIT.
           EXIT.

      *----
      * CORTE = HOJE MENOS OS ANOS DE RETENCAO (29/02 VIRA 29/02 DE
      * ANO COMUM, O QUE NAO ALTERA A COMPARACAO)
      *----
       0110-CALCULA-CORTE.

           COMPUTE WSS-DATA-CORTE = WSS-DATA-HOJE
                                  - WSS-ANOS-RETENCAO * 10000.

           MOVE WSS-DATA-CORTE           TO WSS-DATA-AUX.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.

           DISPLAY ' RETENCAO (ANOS)         : ' WSS-ANOS-RETENCAO.
           DISPLAY ' DESLIGADOS ANTES DE     : ' MASCARA-DATA.
           DISPLAY ' SIMULACAO               : ' WSS-SIMULACAO.

       0110-CALCULA-CORTE-EXIT.
           EXIT.

      *----
      * DESFUNCI ACUMULA UM REGISTRO POR DESLIGAMENTO; QUEM FOI
      * READMITIDO E DESLIGADO DE NOVO APARECE MAIS DE UMA VEZ E VALE
      * O ULTIMO. SEM DATA DE DESLIGAMENTO NAO HA COMO PROVAR O PRAZO
      *----
       1000-CARGA-DESFUNCI.

           DISPLAY '1000-CARGA-DESFUNCI'.

           OPEN INPUT DESFUNCI.

           IF ST-DESFUNCI NOT EQUAL 0 THEN
              DISPLAY 'COBOL235 - ERRO OPEN DESFUNCI FS=' ST-DESFUNCI
              MOVE ST-DESFUNCI           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1001-LER-DESFUNCI
              THRU 1001-LER-DESFUNCI-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE DESFUNCI.

           IF WSS-QTD-ELM GREATER 1
              SORT WSS-ELM-ENTRY ASCENDING TEL-MATRICULA
                                           TEL-DATA-DESLIG
           END-IF.

           MOVE 0                        TO WSS-IDX-GR.

           PERFORM 1010-COMPACTA-MATRICULA
              THRU 1010-COMPACTA-MATRICULA-EXIT
              VARYING WSS-IDX-LE FROM 1 BY 1
              UNTIL WSS-IDX-LE > WSS-QTD-ELM.

           MOVE WSS-IDX-GR               TO WSS-QTD-ELM.
           MOVE 0                        TO WSS-IDX-GR.

           PERFORM 1020-SELECIONA-VENCIDO
              THRU 1020-SELECIONA-VENCIDO-EXIT
              VARYING WSS-IDX-LE FROM 1 BY 1
              UNTIL WSS-IDX-LE > WSS-QTD-ELM.

           MOVE WSS-IDX-GR               TO WSS-QTD-ELM.

           DISPLAY ' DESLIGADOS LIDOS        : ' WSS-REG-DESFUNCI.
           DISPLAY ' SEM DATA DE DESLIGAMENTO: ' WSS-REG-SEM-DATA.
           DISPLAY ' AINDA NO PRAZO DE GUARDA: ' WSS-REG-EM-PRAZO.
           DISPLAY ' COM PRAZO VENCIDO       : ' WSS-QTD-ELM.

       1000-CARGA-DESFUNCI-EXIT.
           EXIT.

      *----
       1001-LER-DESFUNCI.

           READ DESFUNCI
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-DESFUNCI NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL235 - ERRO READ DESFUNCI FS=' ST-DESFUNCI
              MOVE ST-DESFUNCI           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1001-LER-DESFUNCI-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-DESFUNCI.

           IF DESF-DATA-DESLIG NOT NUMERIC
              OR DESF-DATA-DESLIG EQUAL ZEROES
              ADD 1                      TO WSS-REG-SEM-DATA
              GO TO 1001-LER-DESFUNCI-EXIT
           END-IF.

           IF WSS-QTD-ELM NOT LESS 20000
              DISPLAY 'COBOL235 - TABELA DE DESLIGADOS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-ELM.
           SET IDX-ELM                   TO WSS-QTD-ELM.
           MOVE DESF-MATRICULA           TO TEL-MATRICULA (IDX-ELM).
           MOVE DESF-DATA-DESLIG         TO TEL-DATA-DESLIG (IDX-ELM).
           MOVE 'E'                      TO TEL-SITUACAO (IDX-ELM).
           MOVE SPACE                    TO TEL-MESTRE (IDX-ELM).
           MOVE 0                        TO TEL-QTD-CPF (IDX-ELM).
           MOVE 0                        TO TEL-QTD-BANCO (IDX-ELM).
           MOVE 0                        TO TEL-QTD-DEP (IDX-ELM).
           MOVE SPACES                   TO TEL-PROCESSO (IDX-ELM).

       1001-LER-DESFUNCI-EXIT.
           EXIT.

      *----
      * TABELA EM ORDEM DE MATRICULA + DATA: A ULTIMA OCORRENCIA DE
      * CADA MATRICULA TRAZ O DESLIGAMENTO MAIS RECENTE
      *----
       1010-COMPACTA-MATRICULA.

           IF WSS-IDX-GR GREATER 0
              AND TEL-MATRICULA (WSS-IDX-LE)
                  EQUAL TEL-MATRICULA (WSS-IDX-GR)
              MOVE TEL-DATA-DESLIG (WSS-IDX-LE)
                                     TO TEL-DATA-DESLIG (WSS-IDX-GR)
              GO TO 1010-COMPACTA-MATRICULA-EXIT
           END-IF.

           ADD 1                         TO WSS-IDX-GR.

           IF WSS-IDX-GR NOT EQUAL WSS-IDX-LE
              MOVE WSS-ELM-ENTRY (WSS-IDX-LE)
                                     TO WSS-ELM-ENTRY (WSS-IDX-GR)
           END-IF.

       1010-COMPACTA-MATRICULA-EXIT.
           EXIT.

      *----
      * FICA NA TABELA SO QUEM SE DESLIGOU ANTES DO CORTE
      *----
       1020-SELECIONA-VENCIDO.

           IF TEL-DATA-DESLIG (WSS-IDX-LE) NOT LESS WSS-DATA-CORTE
              ADD 1                      TO WSS-REG-EM-PRAZO
              GO TO 1020-SELECIONA-VENCIDO-EXIT
           END-IF.

           ADD 1                         TO WSS-IDX-GR.

           IF WSS-IDX-GR NOT EQUAL WSS-IDX-LE
              MOVE WSS-ELM-ENTRY (WSS-IDX-LE)
                                     TO WSS-ELM-ENTRY (WSS-IDX-GR)
           END-IF.

       1020-SELECIONA-VENCIDO-EXIT.
           EXIT.

      *----
      * LISTA DE RETENCAO JUDICIAL (OBRIGATORIA: SEM ELA NAO HA COMO
      * GARANTIR QUE UMA MATRICULA EM LITIGIO FIQUE PRESERVADA; LISTA
      * VAZIA E ACEITA)
      *----
       1100-CARGA-LEGHOLD.

           DISPLAY '1100-CARGA-LEGHOLD'.

           OPEN INPUT LEGHOLD.

           IF ST-LEGHOLD NOT EQUAL 0 THEN
              DISPLAY 'COBOL235 - ERRO OPEN LEGHOLD FS=' ST-LEGHOLD
              MOVE ST-LEGHOLD            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1101-LER-LEGHOLD
              THRU 1101-LER-LEGHOLD-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE LEGHOLD.

           DISPLAY ' RETENCOES JUDICIAIS     : ' WSS-REG-LEGHOLD.
           DISPLAY ' VENCIDOS EM RETENCAO    : ' WSS-REG-RETIDOS.

       1100-CARGA-LEGHOLD-EXIT.
           EXIT.

      *----
       1101-LER-LEGHOLD.

           READ LEGHOLD
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-LEGHOLD NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL235 - ERRO READ LEGHOLD FS=' ST-LEGHOLD
              MOVE ST-LEGHOLD            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1101-LER-LEGHOLD-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-LEGHOLD.

           IF LGH-MATRICULA NOT NUMERIC
              DISPLAY 'COBOL235 - LEGHOLD COM MATRICULA INVALIDA: '
                      LGH-MATRICULA
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE LGH-MATRICULA            TO WSS-MATRICULA-BUSCA.

           PERFORM ROT-BUSCA-MATRICULA
              THRU ROT-BUSCA-MATRICULA-EXIT.

           IF WSS-ACHOU NOT EQUAL 'S'
              GO TO 1101-LER-LEGHOLD-EXIT
           END-IF.

           IF TEL-SITUACAO (IDX-ELM) NOT EQUAL 'H'
              ADD 1                      TO WSS-REG-RETIDOS
           END-IF.

           MOVE 'H'                      TO TEL-SITUACAO (IDX-ELM).
           MOVE LGH-PROCESSO             TO TEL-PROCESSO (IDX-ELM).

       1101-LER-LEGHOLD-EXIT.
           EXIT.

      *----
       1900-ABRE-AUDLOG.

           MOVE 'INICIA'                 TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           OPEN EXTEND AUDLOG.

           IF ST-AUDLOG EQUAL 35
              OPEN OUTPUT AUDLOG
           END-IF.

           IF ST-AUDLOG NOT EQUAL 0 THEN
              DISPLAY 'COBOL235 - ERRO OPEN AUDLOG FS=' ST-AUDLOG
              MOVE ST-AUDLOG             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       1900-ABRE-AUDLOG-EXIT.
           EXIT.

      *----
      * MESTRE: CONFERE SE A MATRICULA NAO VOLTOU A ATIVA E TROCA O
      * NOME PELO PSEUDONIMO. SEM REGISTRO NO MESTRE OS DEMAIS
      * ARQUIVOS SAO TRATADOS ASSIM MESMO
      *----
       2000-TRATA-FUNCMST.

           DISPLAY '2000-TRATA-FUNCMST'.

           IF WSS-MODO-SIMULACAO
              OPEN INPUT FUNCMST
           ELSE
              OPEN I-O FUNCMST
           END-IF.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL235 - ERRO OPEN FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 2001-TRATA-MATRICULA
              THRU 2001-TRATA-MATRICULA-EXIT
              VARYING WSS-IDX-LE FROM 1 BY 1
              UNTIL WSS-IDX-LE > WSS-QTD-ELM.

           CLOSE FUNCMST.

       2000-TRATA-FUNCMST-EXIT.
           EXIT.

      *----
       2001-TRATA-MATRICULA.

           IF TEL-SITUACAO (WSS-IDX-LE) NOT EQUAL 'E'
              GO TO 2001-TRATA-MATRICULA-EXIT
           END-IF.

           MOVE TEL-MATRICULA (WSS-IDX-LE) TO FM-MATRICULA.
           MOVE 'S'                      TO WSS-ACHOU.

           READ FUNCMST
              INVALID KEY
                 MOVE 'N'                TO WSS-ACHOU
           END-READ.

           IF WSS-ACHOU EQUAL 'N'
              MOVE 'N'                   TO TEL-MESTRE (WSS-IDX-LE)
              GO TO 2001-TRATA-MATRICULA-EXIT
           END-IF.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL235 - ERRO READ FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF FM-SITUACAO EQUAL 'A'
              MOVE 'A'                   TO TEL-SITUACAO (WSS-IDX-LE)
              ADD 1                      TO WSS-REG-READMITIDOS
              GO TO 2001-TRATA-MATRICULA-EXIT
           END-IF.

           IF FM-NOME EQUAL WSS-PSEUDONIMO-FUNC
              MOVE 'J'                   TO TEL-MESTRE (WSS-IDX-LE)
              GO TO 2001-TRATA-MATRICULA-EXIT
           END-IF.

           MOVE 'S'                      TO TEL-MESTRE (WSS-IDX-LE).
           ADD 1                         TO WSS-REG-FUNCMST.

           IF WSS-MODO-SIMULACAO
              GO TO 2001-TRATA-MATRICULA-EXIT
           END-IF.

           MOVE WSS-PSEUDONIMO-FUNC      TO FM-NOME.

           REWRITE REG-FUNCMST
              INVALID KEY
                 DISPLAY 'COBOL235 - ERRO REWRITE FUNCMST FS='
                         ST-FUNCMST
                 MOVE ST-FUNCMST         TO RETURN-CODE
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
           END-REWRITE.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL235 - ERRO REWRITE FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'LGPD-FUNC'              TO WSS-AUD-TIPO.
           MOVE FM-MATRICULA             TO WSS-AUD-MATRICULA.
           PERFORM ROT-GRAVA-AUDLOG
              THRU ROT-GRAVA-AUDLOG-EXIT.

       2001-TRATA-MATRICULA-EXIT.
           EXIT.

      *----
      * CPFFUNC -> CPFFUNCN: CPF ZERADO DAS MATRICULAS ELIMINADAS
      *----
       3000-TRATA-CPFFUNC.

           DISPLAY '3000-TRATA-CPFFUNC'.

           OPEN INPUT CPFFUNC.

           IF ST-CPFFUNC NOT EQUAL 0 THEN
              DISPLAY 'COBOL235 - ERRO OPEN CPFFUNC FS=' ST-CPFFUNC
              MOVE ST-CPFFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT CPFFUNCN.

           IF ST-CPFFUNCN NOT EQUAL 0 THEN
              DISPLAY 'COBOL235 - ERRO OPEN CPFFUNCN FS=' ST-CPFFUNCN
              MOVE ST-CPFFUNCN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 3001-TRATA-CPF
              THRU 3001-TRATA-CPF-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CPFFUNC.
           CLOSE CPFFUNCN.

       3000-TRATA-CPFFUNC-EXIT.
           EXIT.

      *----
       3001-TRATA-CPF.

           READ CPFFUNC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CPFFUNC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL235 - ERRO READ CPFFUNC FS=' ST-CPFFUNC
              MOVE ST-CPFFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 3001-TRATA-CPF-EXIT
           END-IF.

           MOVE CPF-MATRICULA            TO WSS-MATRICULA-BUSCA.

           PERFORM ROT-BUSCA-ELIMINAR
              THRU ROT-BUSCA-ELIMINAR-EXIT.

           IF WSS-ACHOU EQUAL 'S'
              AND CPF-NUMERO NOT EQUAL ZEROES
              ADD 1                      TO TEL-QTD-CPF (IDX-ELM)
              ADD 1                      TO WSS-REG-CPFFUNC
              IF NOT WSS-MODO-SIMULACAO
                 MOVE ZEROES             TO CPF-NUMERO
                 MOVE 'LGPD-CPF'         TO WSS-AUD-TIPO
                 MOVE CPF-MATRICULA      TO WSS-AUD-MATRICULA
                 PERFORM ROT-GRAVA-AUDLOG
                    THRU ROT-GRAVA-AUDLOG-EXIT
              END-IF
           END-IF.

           WRITE REG-CPFFUNCN FROM REG-CPFFUNC
           END-WRITE.

           IF ST-CPFFUNCN NOT EQUAL 0
              DISPLAY 'COBOL235 - ERRO WRITE CPFFUNCN FS='
                      ST-CPFFUNCN
              MOVE ST-CPFFUNCN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       3001-TRATA-CPF-EXIT.
           EXIT.

      *----
      * BANCFUNC -> BANCFUNN: BANCO, AGENCIA, CONTA E DV ZERADOS; O
      * RATEIO E O USUARIO DA ULTIMA ALTERACAO FICAM
      *----
       4000-TRATA-BANCFUNC.

           DISPLAY '4000-TRATA-BANCFUNC'.

           OPEN INPUT BANCFUNC.

           IF ST-BANCFUNC NOT EQUAL 0 THEN
              DISPLAY 'COBOL235 - ERRO OPEN BANCFUNC FS=' ST-BANCFUNC
              MOVE ST-BANCFUNC           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT BANCFUNN.

           IF ST-BANCFUNN NOT EQUAL 0 THEN
              DISPLAY 'COBOL235 - ERRO OPEN BANCFUNN FS=' ST-BANCFUNN
              MOVE ST-BANCFUNN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 4001-TRATA-CONTA
              THRU 4001-TRATA-CONTA-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE BANCFUNC.
           CLOSE BANCFUNN.

       4000-TRATA-BANCFUNC-EXIT.
           EXIT.

      *----
       4001-TRATA-CONTA.

           READ BANCFUNC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-BANCFUNC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL235 - ERRO READ BANCFUNC FS=' ST-BANCFUNC
              MOVE ST-BANCFUNC           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 4001-TRATA-CONTA-EXIT
           END-IF.

           MOVE BCF-MATRICULA            TO WSS-MATRICULA-BUSCA.

           PERFORM ROT-BUSCA-ELIMINAR
              THRU ROT-BUSCA-ELIMINAR-EXIT.

           IF WSS-ACHOU EQUAL 'S'
              AND (BCF-AGENCIA NOT EQUAL ZEROES
                   OR BCF-CONTA NOT EQUAL ZEROES)
              ADD 1                      TO TEL-QTD-BANCO (IDX-ELM)
              ADD 1                      TO WSS-REG-BANCFUNC
              IF NOT WSS-MODO-SIMULACAO
                 MOVE ZEROES             TO BCF-BANCO
                 MOVE ZEROES             TO BCF-AGENCIA
                 MOVE ZEROES             TO BCF-CONTA
                 MOVE SPACE              TO BCF-DV
                 MOVE 'LGPD-BANCO'       TO WSS-AUD-TIPO
                 MOVE BCF-MATRICULA      TO WSS-AUD-MATRICULA
                 PERFORM ROT-GRAVA-AUDLOG
                    THRU ROT-GRAVA-AUDLOG-EXIT
              END-IF
           END-IF.

           WRITE REG-BANCFUNN FROM REG-BANCFUNC
           END-WRITE.

           IF ST-BANCFUNN NOT EQUAL 0
              DISPLAY 'COBOL235 - ERRO WRITE BANCFUNN FS='
                      ST-BANCFUNN
              MOVE ST-BANCFUNN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       4001-TRATA-CONTA-EXIT.
           EXIT.

      *----
      * DEPFUNC -> DEPFUNCN: NOME DO DEPENDENTE PELO PSEUDONIMO E
      * NASCIMENTO SO COM O ANO (01/01); O PARENTESCO FICA PARA O
      * HISTORICO DE DEDUCAO DO IRRF E DO SALARIO-FAMILIA
      *----
       5000-TRATA-DEPFUNC.

           DISPLAY '5000-TRATA-DEPFUNC'.

           OPEN INPUT DEPFUNC.

           IF ST-DEPFUNC NOT EQUAL 0 THEN
              DISPLAY 'COBOL235 - ERRO OPEN DEPFUNC FS=' ST-DEPFUNC
              MOVE ST-DEPFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT DEPFUNCN.

           IF ST-DEPFUNCN NOT EQUAL 0 THEN
              DISPLAY 'COBOL235 - ERRO OPEN DEPFUNCN FS=' ST-DEPFUNCN
              MOVE ST-DEPFUNCN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 5001-TRATA-DEPENDENTE
              THRU 5001-TRATA-DEPENDENTE-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE DEPFUNC.
           CLOSE DEPFUNCN.

       5000-TRATA-DEPFUNC-EXIT.
           EXIT.

      *----
       5001-TRATA-DEPENDENTE.

           READ DEPFUNC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-DEPFUNC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL235 - ERRO READ DEPFUNC FS=' ST-DEPFUNC
              MOVE ST-DEPFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 5001-TRATA-DEPENDENTE-EXIT
           END-IF.

           MOVE DEP-MATRICULA            TO WSS-MATRICULA-BUSCA.

           PERFORM ROT-BUSCA-ELIMINAR
              THRU ROT-BUSCA-ELIMINAR-EXIT.

           IF WSS-ACHOU EQUAL 'S'
              AND DEP-NOME NOT EQUAL WSS-PSEUDONIMO-DEP
              ADD 1                      TO TEL-QTD-DEP (IDX-ELM)
              ADD 1                      TO WSS-REG-DEPFUNC
              IF NOT WSS-MODO-SIMULACAO
                 MOVE WSS-PSEUDONIMO-DEP TO DEP-NOME
                 MOVE '0101'             TO DEP-DATA-NASC (5:4)
                 MOVE 'LGPD-DEP'         TO WSS-AUD-TIPO
                 MOVE DEP-MATRICULA      TO WSS-AUD-MATRICULA
                 PERFORM ROT-GRAVA-AUDLOG
                    THRU ROT-GRAVA-AUDLOG-EXIT
              END-IF
           END-IF.

           WRITE REG-DEPFUNCN FROM REG-DEPFUNC
           END-WRITE.

           IF ST-DEPFUNCN NOT EQUAL 0
              DISPLAY 'COBOL235 - ERRO WRITE DEPFUNCN FS='
                      ST-DEPFUNCN
              MOVE ST-DEPFUNCN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       5001-TRATA-DEPENDENTE-EXIT.
           EXIT.

      *----
      * CERTIFICADO: UMA LINHA POR MATRICULA COM PRAZO VENCIDO
      * (ELIMINADA, RETIDA POR PROCESSO OU READMITIDA), TOTAIS POR
      * ARQUIVO E A DECLARACAO DE ELIMINACAO
      *----
       6000-EMITE-CERTIFICADO.

           DISPLAY '6000-EMITE-CERTIFICADO'.

           OPEN OUTPUT RELLGPD.

           IF ST-RELLGPD NOT EQUAL 0 THEN
              DISPLAY 'COBOL235 - ERRO OPEN RELLGPD FS=' ST-RELLGPD
              MOVE ST-RELLGPD            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE WSS-DATA-HOJE            TO WSS-DATA-AUX.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE MASCARA-DATA             TO CAB-DATA.

           MOVE WSS-DATA-CORTE           TO WSS-DATA-AUX.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE MASCARA-DATA             TO CAB-CORTE.

           MOVE WSS-USUARIO              TO CAB-USUARIO.
           MOVE WSS-ANOS-RETENCAO        TO CAB-ANOS.

           IF WSS-MODO-SIMULACAO
              MOVE 'SIMULACAO'           TO CAB-MODO
           ELSE
              MOVE 'EFETIVO'             TO CAB-MODO
           END-IF.

           WRITE REG-RELLGPD FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.
           WRITE REG-RELLGPD FROM CAB02 AFTER ADVANCING 2
           END-WRITE.
           WRITE REG-RELLGPD FROM CAB03 AFTER ADVANCING 2
           END-WRITE.

           PERFORM 6001-IMPRIME-MATRICULA
              THRU 6001-IMPRIME-MATRICULA-EXIT
              VARYING WSS-IDX-LE FROM 1 BY 1
              UNTIL WSS-IDX-LE > WSS-QTD-ELM.

           MOVE 'MATRICULAS COM PRAZO DE GUARDA VENCIDO' TO ROTULO-TOT.
           MOVE WSS-QTD-ELM              TO QTD-TOT.
           WRITE REG-RELLGPD FROM TOT01 AFTER ADVANCING 3
           END-WRITE.

           MOVE 'MATRICULAS ELIMINADAS'  TO ROTULO-TOT.
           MOVE WSS-REG-ELIMINADOS       TO QTD-TOT.
           WRITE REG-RELLGPD FROM TOT01 AFTER ADVANCING 1
           END-WRITE.

           MOVE 'PRESERVADAS POR RETENCAO JUDICIAL' TO ROTULO-TOT.
           MOVE WSS-REG-RETIDOS          TO QTD-TOT.
           WRITE REG-RELLGPD FROM TOT01 AFTER ADVANCING 1
           END-WRITE.

           MOVE 'PRESERVADAS POR READMISSAO' TO ROTULO-TOT.
           MOVE WSS-REG-READMITIDOS      TO QTD-TOT.
           WRITE REG-RELLGPD FROM TOT01 AFTER ADVANCING 1
           END-WRITE.

           MOVE 'JA ANONIMIZADAS ANTERIORMENTE' TO ROTULO-TOT.
           MOVE WSS-REG-JA-ANONIMOS      TO QTD-TOT.
           WRITE REG-RELLGPD FROM TOT01 AFTER ADVANCING 1
           END-WRITE.

           MOVE 'REGISTROS ANONIMIZADOS - FUNCMST' TO ROTULO-TOT.
           MOVE WSS-REG-FUNCMST          TO QTD-TOT.
           WRITE REG-RELLGPD FROM TOT01 AFTER ADVANCING 2
           END-WRITE.

           MOVE 'REGISTROS ANONIMIZADOS - CPFFUNC' TO ROTULO-TOT.
           MOVE WSS-REG-CPFFUNC          TO QTD-TOT.
           WRITE REG-RELLGPD FROM TOT01 AFTER ADVANCING 1
           END-WRITE.

           MOVE 'REGISTROS ANONIMIZADOS - BANCFUNC' TO ROTULO-TOT.
           MOVE WSS-REG-BANCFUNC         TO QTD-TOT.
           WRITE REG-RELLGPD FROM TOT01 AFTER ADVANCING 1
           END-WRITE.

           MOVE 'REGISTROS ANONIMIZADOS - DEPFUNC' TO ROTULO-TOT.
           MOVE WSS-REG-DEPFUNC          TO QTD-TOT.
           WRITE REG-RELLGPD FROM TOT01 AFTER ADVANCING 1
           END-WRITE.

           IF WSS-MODO-SIMULACAO
              MOVE 'SIMULACAO: AS QUANTIDADES ACIMA SERIAM'
                                          TO TEXTO-TXT
              MOVE ' ANONIMIZADAS'        TO TEXTO-TXT (39:)
              WRITE REG-RELLGPD FROM TXT01 AFTER ADVANCING 3
              END-WRITE
              MOVE 'NENHUM ARQUIVO FOI ALTERADO NESTA EXECUCAO'
                                          TO TEXTO-TXT
              WRITE REG-RELLGPD FROM TXT01 AFTER ADVANCING 1
              END-WRITE
           ELSE
              MOVE 'CERTIFICAMOS QUE OS DADOS PESSOAIS DAS MATRICULAS'
                                          TO TEXTO-TXT
              MOVE ' ELIMINADAS FORAM SUBSTITUIDOS POR PSEUDONIMO OU'
                                          TO TEXTO-TXT (50:)
              WRITE REG-RELLGPD FROM TXT01 AFTER ADVANCING 3
              END-WRITE
              MOVE 'ZERADOS, MANTIDOS OS VALORES EXIGIDOS PARA O'
                                          TO TEXTO-TXT
              MOVE ' HISTORICO FISCAL E PREVIDENCIARIO. DETALHE NO'
                                          TO TEXTO-TXT (45:)
              WRITE REG-RELLGPD FROM TXT01 AFTER ADVANCING 1
              END-WRITE
              MOVE 'AUDLOG (TIPOS LGPD-FUNC, LGPD-CPF, LGPD-BANCO E'
                                          TO TEXTO-TXT
              MOVE ' LGPD-DEP).'          TO TEXTO-TXT (48:)
              WRITE REG-RELLGPD FROM TXT01 AFTER ADVANCING 1
              END-WRITE
           END-IF.

           MOVE SPACES                   TO TEXTO-TXT.
           STRING 'RESPONSAVEL PELA EXECUCAO: ' DELIMITED BY SIZE
                  WSS-USUARIO                   DELIMITED BY SIZE
                  '   DATA: '                   DELIMITED BY SIZE
                  CAB-DATA                      DELIMITED BY SIZE
              INTO TEXTO-TXT
           END-STRING.
           WRITE REG-RELLGPD FROM TXT01 AFTER ADVANCING 2
           END-WRITE.

           CLOSE RELLGPD.

       6000-EMITE-CERTIFICADO-EXIT.
           EXIT.

      *----
       6001-IMPRIME-MATRICULA.

           MOVE TEL-MATRICULA (WSS-IDX-LE) TO MATRICULA-DET.
           MOVE TEL-DATA-DESLIG (WSS-IDX-LE) TO WSS-DATA-AUX.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE MASCARA-DATA             TO DESLIG-DET.
           MOVE TEL-QTD-CPF (WSS-IDX-LE) TO CPF-DET.
           MOVE TEL-QTD-BANCO (WSS-IDX-LE) TO BANCO-DET.
           MOVE TEL-QTD-DEP (WSS-IDX-LE) TO DEP-DET.
           MOVE SPACES                   TO MESTRE-DET.
           MOVE SPACES                   TO PROCESSO-DET.

           EVALUATE TEL-SITUACAO (WSS-IDX-LE)
               WHEN 'H'
                    MOVE 'RETENCAO JUDICIAL' TO SITUACAO-DET
                    MOVE TEL-PROCESSO (WSS-IDX-LE) TO PROCESSO-DET
               WHEN 'A'
                    MOVE 'READMITIDO'    TO SITUACAO-DET
               WHEN OTHER
                    PERFORM 6002-SITUACAO-ELIMINADA
                       THRU 6002-SITUACAO-ELIMINADA-EXIT
           END-EVALUATE.

           WRITE REG-RELLGPD FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELLGPD NOT EQUAL 0 THEN
              DISPLAY 'COBOL235 - ERRO WRITE RELLGPD FS=' ST-RELLGPD
              MOVE ST-RELLGPD            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       6001-IMPRIME-MATRICULA-EXIT.
           EXIT.

      *----
      * ELIMINADA QUANDO ALGUM ARQUIVO FOI TOCADO; SE NADA MAIS HAVIA
      * A APAGAR, E UMA MATRICULA JA ANONIMIZADA EM EXECUCAO ANTERIOR
      *----
       6002-SITUACAO-ELIMINADA.

           EVALUATE TEL-MESTRE (WSS-IDX-LE)
               WHEN 'S'
                    MOVE 'ANONIMIZADO'   TO MESTRE-DET
               WHEN 'J'
                    MOVE 'JA ANONIMIZADO' TO MESTRE-DET
               WHEN OTHER
                    MOVE 'NAO CADASTRADO' TO MESTRE-DET
           END-EVALUATE.

           IF TEL-MESTRE (WSS-IDX-LE) EQUAL 'S'
              OR TEL-QTD-CPF (WSS-IDX-LE) GREATER 0
              OR TEL-QTD-BANCO (WSS-IDX-LE) GREATER 0
              OR TEL-QTD-DEP (WSS-IDX-LE) GREATER 0
              MOVE 'ELIMINADO'           TO SITUACAO-DET
              ADD 1                      TO WSS-REG-ELIMINADOS
           ELSE
              MOVE 'JA ELIMINADO'        TO SITUACAO-DET
              ADD 1                      TO WSS-REG-JA-ANONIMOS
           END-IF.

       6002-SITUACAO-ELIMINADA-EXIT.
           EXIT.

      *----
      * MATRICULA WSS-MATRICULA-BUSCA NA TABELA DE PRAZO VENCIDO
      * (WSS-ACHOU = 'S' E IDX-ELM POSICIONADO NELA)
      *----
       ROT-BUSCA-MATRICULA.

           MOVE 'N'                      TO WSS-ACHOU.

           IF WSS-QTD-ELM EQUAL 0
              GO TO ROT-BUSCA-MATRICULA-EXIT
           END-IF.

           SEARCH ALL WSS-ELM-ENTRY
             AT END
                CONTINUE
             WHEN TEL-MATRICULA (IDX-ELM) EQUAL WSS-MATRICULA-BUSCA
                MOVE 'S'                 TO WSS-ACHOU
           END-SEARCH.

       ROT-BUSCA-MATRICULA-EXIT.
           EXIT.

      *----
      * SO VALE A MATRICULA A ELIMINAR (NEM RETIDA NEM READMITIDA)
      *----
       ROT-BUSCA-ELIMINAR.

           PERFORM ROT-BUSCA-MATRICULA
              THRU ROT-BUSCA-MATRICULA-EXIT.

           IF WSS-ACHOU EQUAL 'S'
              AND TEL-SITUACAO (IDX-ELM) NOT EQUAL 'E'
              MOVE 'N'                   TO WSS-ACHOU
           END-IF.

       ROT-BUSCA-ELIMINAR-EXIT.
           EXIT.

      *----
      * TRILHA DE AUDITORIA DA ELIMINACAO (AUD-VALOR = USUARIO +
      * MATRICULA); NA SIMULACAO NADA E GRAVADO
      *----
       ROT-GRAVA-AUDLOG.

           IF WSS-MODO-SIMULACAO
              GO TO ROT-GRAVA-AUDLOG-EXIT
           END-IF.

           MOVE SPACES                   TO REG-AUDLOG.
           MOVE 'COBOL235'               TO AUD-JOBNAME.
           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.
           MOVE DATA-HORA (1:14)         TO AUD-DATA-HORA.
           MOVE WSS-AUD-TIPO             TO AUD-TIPO.
           ADD 1                         TO WSS-AUD-SEQ.
           MOVE WSS-AUD-SEQ              TO AUD-SEQ.

           STRING WSS-USUARIO            DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WSS-AUD-MATRICULA      DELIMITED BY SIZE
              INTO AUD-VALOR
           END-STRING.

           MOVE 'ENCADEIA'               TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           WRITE REG-AUDLOG.

           IF ST-AUDLOG NOT EQUAL 0 THEN
              DISPLAY 'COBOL235 - ERRO WRITE AUDLOG FS=' ST-AUDLOG
              MOVE ST-AUDLOG             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       ROT-GRAVA-AUDLOG-EXIT.
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

           DISPLAY '***ABEND-COBOL235*** RC=' WSS-RC-ABEND
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           MOVE WSS-RC-ABEND TO RETURN-CODE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
