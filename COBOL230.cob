      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : CONTROLE DE ALTERACAO DE CONTA BANCARIA (CONTRA
      *            DESVIO DE SALARIO). CONFRONTA O BANCFUNC ATUAL COM
      *            O CONTROLE DA RODADA ANTERIOR (BANCPEND, LAYOUT
      *            COPY2301): CONTA NOVA OU ALTERADA ENTRA PENDENTE,
      *            COM DATA DE LIBERACAO = HOJE + DIAS DE CARENCIA
      *            (CARTAO BANCPARM); CONTA QUE SAIU DO BANCFUNC SAI
      *            DO CONTROLE. APLICA AS CONFIRMACOES POR CALLBACK
      *            REGISTRADAS PELO RH (BANCCONF) - QUEM CONFIRMA NAO
      *            PODE SER QUEM ALTEROU A CONTA. TODA INCLUSAO,
      *            ALTERACAO, EXCLUSAO E CONFIRMACAO VAI PARA O AUDLOG
      *            COM O USER-ID. GRAVA A NOVA GERACAO BANCPENN (LIDA
      *            PELO COBOL160) E O RELATORIO RELBANC DAS CONTAS AINDA
      *            NAO LIBERADAS E DAS CONFIRMACOES RECUSADAS (RC 4).
      *            SEM BANCPEND (PRIMEIRA EXECUCAO) AS CONTAS ATUAIS
      *            ENTRAM COMO ATIVAS.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - AGENCIA E CONTA DO RELBANC MASCARADAS PELO
      *                  COBOL234 CONFORME O NIVEL DE VISAO DO USUARIO
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL230.
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
           SELECT BANCPARM ASSIGN TO BANCPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-BANCPARM.
      *
           SELECT BANCPEND ASSIGN TO BANCPEND
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-BANCPEND.
      *
           SELECT BANCFUNC ASSIGN TO BANCFUNC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-BANCFUNC.
      *
           SELECT BANCCONF ASSIGN TO BANCCONF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-BANCCONF.
      *
           SELECT BANCPENN ASSIGN TO BANCPENN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-BANCPENN.
      *
           SELECT AUDLOG ASSIGN TO AUDLOG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-AUDLOG.
      *
           SELECT RELBANC ASSIGN TO RELBANC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELBANC.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   BANCPARM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CARTAO DE PARAMETRO: DIAS DE CARENCIA ENTRE A ALTERACAO DA
      * CONTA E O PRIMEIRO CREDITO (SEM O CARTAO VALE O PADRAO)
      *----
       01   REG-BANCPARM.
            03 PRB-DIAS-CARENCIA           PIC 9(003).
            03 FILLER                      PIC X(077).
      *----
       FD   BANCPEND
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-BANCPEND-ENT               PIC X(080).
      *----
       FD   BANCFUNC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * DADOS BANCARIOS DO FUNCIONARIO (MESMO LAYOUT DO COBOL160),
      * COM O USUARIO QUE FEZ A ULTIMA ALTERACAO DO REGISTRO
      *----
       01   REG-BANCFUNC.
            03 BCF-MATRICULA               PIC 9(008).
            03 BCF-BANCO                   PIC 9(003).
            03 BCF-AGENCIA                 PIC 9(005).
            03 BCF-CONTA                   PIC 9(012).
            03 BCF-DV                      PIC X(001).
            03 BCF-SEQ                     PIC 9(002).
            03 BCF-TIPO-RATEIO             PIC X(001).
            03 BCF-PCT                     PIC 9(003)V99.
            03 BCF-VALOR                   PIC 9(007)V99.
            03 BCF-USUARIO                 PIC X(008).
            03 FILLER                      PIC X(026).
      *----
       FD   BANCCONF
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CONFIRMACAO DA CONTA POR CALLBACK: O RH LIGA PARA O TELEFONE
      * JA CADASTRADO DO FUNCIONARIO (NUNCA O INFORMADO NO PEDIDO DE
      * ALTERACAO) E REGISTRA QUEM CONFIRMOU E QUANDO
      *----
       01   REG-BANCCONF.
            03 CNF-MATRICULA               PIC 9(008).
            03 CNF-BANCO                   PIC 9(003).
            03 CNF-AGENCIA                 PIC 9(005).
            03 CNF-CONTA                   PIC 9(012).
            03 CNF-DV                      PIC X(001).
            03 CNF-USUARIO                 PIC X(008).
            03 CNF-DATA                    PIC 9(008).
            03 CNF-TELEFONE                PIC X(011).
            03 FILLER                      PIC X(024).
      *----
       FD   BANCPENN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-BANCPENN                   PIC X(080).
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
       FD   RELBANC.
      *----
       01   REG-RELBANC                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-BANCPARM                     PIC 9(002) VALUE 0.
       77  ST-BANCPEND                     PIC 9(002) VALUE 0.
       77  ST-BANCFUNC                     PIC 9(002) VALUE 0.
       77  ST-BANCCONF                     PIC 9(002) VALUE 0.
       77  ST-BANCPENN                     PIC 9(002) VALUE 0.
       77  ST-AUDLOG                       PIC 9(002) VALUE 0.
       77  ST-RELBANC                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-DIAS-CARENCIA               PIC 9(003) VALUE 5.
       77  WSS-PRIMEIRA-CARGA              PIC X(001) VALUE 'N'.
       77  WSS-QTD-CTA                     PIC 9(004) VALUE 0.
       77  WSS-QTD-NOV                     PIC 9(004) VALUE 0.
       77  WSS-QTD-OCOR                    PIC 9(004) VALUE 0.
       77  WSS-REG-BANCFUNC                PIC 9(006) VALUE ZEROES.
       77  WSS-REG-INCLUIDAS               PIC 9(006) VALUE ZEROES.
       77  WSS-REG-EXCLUIDAS               PIC 9(006) VALUE ZEROES.
       77  WSS-REG-CONFIRMADAS             PIC 9(006) VALUE ZEROES.
       77  WSS-REG-PENDENTES               PIC 9(006) VALUE ZEROES.
       77  WSS-REG-GRAVADOS                PIC 9(006) VALUE ZEROES.
       77  WSS-IDX-NOV                     PIC 9(004) COMP VALUE 0.
       77  WSS-AUD-SEQ                     PIC 9(003) VALUE 0.
       77  WSS-AUD-TIPO                    PIC X(010) VALUE SPACES.
       77  WSS-AUD-USUARIO                 PIC X(008) VALUE SPACES.
       77  WSS-AUD-MATRICULA               PIC 9(008) VALUE 0.
       77  WSS-DATA-HOJE                   PIC 9(008) VALUE 0.
       77  WSS-DATA-INTEIRA                PIC 9(008) VALUE 0.
       77  WSS-DATA-LIBERACAO              PIC 9(008) VALUE 0.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-CHAVE-BUSCA                 PIC X(029) VALUE SPACES.
       77  WSS-MOTIVO-OCOR                 PIC X(040) VALUE SPACES.
       77  MASCARA-DATA                    PIC 99/99/9999.
       77  WSS-AGENCIA-MASC                PIC X(005) VALUE SPACES.
       77  WSS-CONTA-MASC                  PIC X(012) VALUE SPACES.
       01  WSS-DATA-AUX                    PIC 9(008) VALUE 0.
      *----
      * GUARDA O RETURN-CODE DO ABEND: O CALL AO CLASSIFICADOR ZERA
      * O RETURN-CODE NA VOLTA
      *----
       77  WSS-RC-ABEND                    PIC 9(003) VALUE 0.
       77  WSS-RC-FINAL                    PIC 9(003) VALUE 0.
      *----
      * AREA DE TRABALHO DO CONTROLE (LIDO COM INTO E REGRAVADO COM
      * FROM)
      *----
           COPY  'COPY2301'.
      *----
      * CONTROLE EM MEMORIA, CLASSIFICADO POR MATRICULA + CONTA.
      * TCT-PRESENTE MARCA A CONTA QUE CONTINUA NO BANCFUNC
      *----
       01  WSS-TAB-CTA.
           05 WSS-CTA-ENTRY OCCURS 0 TO 6000 TIMES
                 DEPENDING ON WSS-QTD-CTA
                 ASCENDING KEY IS TCT-CHAVE
                 INDEXED BY IDX-CTA.
              10 TCT-CHAVE                 PIC X(029).
              10 TCT-SITUACAO              PIC X(001).
              10 TCT-DATA-ALTERACAO        PIC 9(008).
              10 TCT-USUARIO-ALT           PIC X(008).
              10 TCT-DATA-LIBERACAO        PIC 9(008).
              10 TCT-USUARIO-CONF          PIC X(008).
              10 TCT-DATA-CONF             PIC 9(008).
              10 TCT-PRESENTE              PIC X(001).
      *----
      * CONTAS NOVAS DO BANCFUNC, INCORPORADAS AO CONTROLE DEPOIS DA
      * LEITURA (A TABELA PRINCIPAL PRECISA FICAR ORDENADA PARA A
      * BUSCA DURANTE O CONFRONTO)
      *----
       01  WSS-TAB-NOV.
           05 WSS-NOV-ENTRY OCCURS 0 TO 1000 TIMES
                 DEPENDING ON WSS-QTD-NOV.
              10 TNV-CHAVE                 PIC X(029).
              10 TNV-USUARIO               PIC X(008).
      *----
      * CHAVE DA CONTA (MATRICULA + BANCO + AGENCIA + CONTA + DV)
      *----
       01  WSS-CHAVE-CONTA.
           03 WCC-MATRICULA                PIC 9(008).
           03 WCC-BANCO                    PIC 9(003).
           03 WCC-AGENCIA                  PIC 9(005).
           03 WCC-CONTA                    PIC 9(012).
           03 WCC-DV                       PIC X(001).
      *----
       01  WSS-TAB-OCOR.
           05 WSS-OCO-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-OCOR
                 INDEXED BY IDX-OCO.
              10 TOC-CHAVE                 PIC X(029).
              10 TOC-USUARIO               PIC X(008).
              10 TOC-MOTIVO                PIC X(040).
      *----
       01  DATA-HORA.
           03 DH-DATA                      PIC 9(008).
           03 DH-HORA                      PIC 9(006).
           03 FILLER                       PIC X(007).
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
      * LINKAGE DO SUBPROGRAMA QUE RETORNA O USER-ID (COBOL101),
      * USADO QUANDO O BANCFUNC NAO TRAZ O USUARIO DA ALTERACAO
      *----
           COPY  'COPY1011'.
      *----
      * LINKAGE DO SUBPROGRAMA DE MASCARAMENTO DE DADOS SENSIVEIS
      * (COBOL234)
      *----
           COPY  'COPY2341'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL230'.
           03 FILLER                       PIC X(050)
              VALUE 'CONTAS BANCARIAS AGUARDANDO LIBERACAO'.
           03 FILLER                       PIC X(007) VALUE 'DATA : '.
           03 CAB-DATA                     PIC X(010).
      *----
       01  CAB02.
           03 FILLER                       PIC X(010) VALUE 'MATRICULA'.
           03 FILLER                       PIC X(006) VALUE 'BANCO'.
           03 FILLER                       PIC X(008) VALUE 'AGENCIA'.
           03 FILLER                       PIC X(016) VALUE 'CONTA'.
           03 FILLER                       PIC X(026)
              VALUE 'SITUACAO'.
           03 FILLER                       PIC X(012) VALUE 'ALTERACAO'.
           03 FILLER                       PIC X(010) VALUE 'USUARIO'.
           03 FILLER                       PIC X(012) VALUE 'LIBERACAO'.
           03 FILLER                       PIC X(010) VALUE 'CONFIRMOU'.
      *----
       01  CAB03.
           03 FILLER                       PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(060)
              VALUE 'CONFIRMACOES RECUSADAS'.
      *----
       01  DET01.
           03 MATRICULA-DET                PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 BANCO-DET                    PIC 9(003) VALUE ZEROES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 AGENCIA-DET                  PIC X(005) VALUE ZEROES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 CONTA-DET                    PIC X(012) VALUE ZEROES.
           03 FILLER                       PIC X(001) VALUE '-'.
           03 DV-DET                       PIC X(001) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 SITUACAO-DET                 PIC X(024) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 ALTERACAO-DET                PIC X(010).
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 USUARIO-ALT-DET              PIC X(008) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 LIBERACAO-DET                PIC X(010).
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 USUARIO-CONF-DET             PIC X(008) VALUE SPACES.
      *----
       01  TOT01.
           03 ROTULO-TOT                   PIC X(040) VALUE SPACES.
           03 QTD-TOT                      PIC ZZZZ9.
      *----
       01  DET02.
           03 MATRICULA-OCO                PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 BANCO-OCO                    PIC 9(003) VALUE ZEROES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 AGENCIA-OCO                  PIC X(005) VALUE ZEROES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 CONTA-OCO                    PIC X(012) VALUE ZEROES.
           03 FILLER                       PIC X(001) VALUE '-'.
           03 DV-OCO                       PIC X(001) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 USUARIO-OCO                  PIC X(008) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 MOTIVO-OCO                   PIC X(040) VALUE SPACES.
      *----
      * LINKAGE DO ENCADEAMENTO DO AUDLOG (COBOL259): SEQUENCIA E
      * HASH DO REGISTRO ANTERIOR EM CADA GRAVACAO
      *----
           COPY  'COPY2591'.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL230'
           DISPLAY ' CONTROLE DE ALTERACAO DE CONTA BANCARIA'.

           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.
           MOVE DH-DATA                  TO WSS-DATA-HOJE.
           MOVE DH-DATA                  TO WSS-DATA-AUX.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE MASCARA-DATA             TO CAB-DATA.

           CALL 'COBOL101' USING WSS-USERID-LINKAGE.

           MOVE 'INICIA'                 TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           OPEN EXTEND AUDLOG.

           IF ST-AUDLOG EQUAL 35
              OPEN OUTPUT AUDLOG
           END-IF.

           IF ST-AUDLOG NOT EQUAL 0 THEN
              DISPLAY 'COBOL230 - ERRO OPEN AUDLOG FS=' ST-AUDLOG
              MOVE ST-AUDLOG             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0100-CARGA-PARAMETRO
              THRU 0100-CARGA-PARAMETRO-EXIT.

           PERFORM 0200-CARGA-BANCPEND
              THRU 0200-CARGA-BANCPEND-EXIT.

           PERFORM 0300-CONFRONTA-BANCFUNC
              THRU 0300-CONFRONTA-BANCFUNC-EXIT.

           PERFORM 0400-APLICA-CONFIRMACAO
              THRU 0400-APLICA-CONFIRMACAO-EXIT.

           PERFORM 0500-GRAVA-BANCPENN
              THRU 0500-GRAVA-BANCPENN-EXIT.

           CLOSE AUDLOG.

           PERFORM 4000-IMPRIME-RELATORIO
              THRU 4000-IMPRIME-RELATORIO-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL230                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* DIAS DE CARENCIA     : ' WSS-DIAS-CARENCIA.
           DISPLAY '* CONTAS NO BANCFUNC   : ' WSS-REG-BANCFUNC.
           DISPLAY '* CONTAS INCLUIDAS     : ' WSS-REG-INCLUIDAS.
           DISPLAY '* CONTAS EXCLUIDAS     : ' WSS-REG-EXCLUIDAS.
           DISPLAY '* CONFIRMACOES         : ' WSS-REG-CONFIRMADAS.
           DISPLAY '* AGUARDANDO LIBERACAO : ' WSS-REG-PENDENTES.
           DISPLAY '* CONTROLE GRAVADO     : ' WSS-REG-GRAVADOS.
           DISPLAY '* OCORRENCIAS          : ' WSS-QTD-OCOR.
           DISPLAY '*******************************************'.

           IF WSS-QTD-OCOR GREATER 0
              MOVE 4                     TO WSS-RC-FINAL
           END-IF.

           MOVE WSS-RC-FINAL             TO RETURN-CODE.

           STOP RUN.

      *----
      * DIAS DE CARENCIA (OPCIONAL, SEM O CARTAO VALE O PADRAO)
      *----
       0100-CARGA-PARAMETRO.

           OPEN INPUT BANCPARM.

           IF ST-BANCPARM EQUAL 35
              DISPLAY 'COBOL230 - BANCPARM NAO INFORMADO, CARENCIA '
                      'PADRAO DE ' WSS-DIAS-CARENCIA ' DIAS'
              GO TO 0100-CARGA-PARAMETRO-EXIT
           END-IF.

           IF ST-BANCPARM NOT EQUAL 0 THEN
              DISPLAY 'COBOL230 - ERRO OPEN BANCPARM FS=' ST-BANCPARM
              MOVE ST-BANCPARM           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ BANCPARM.

           IF ST-BANCPARM EQUAL 0
              AND PRB-DIAS-CARENCIA NUMERIC
              MOVE PRB-DIAS-CARENCIA     TO WSS-DIAS-CARENCIA
           END-IF.

           CLOSE BANCPARM.

       0100-CARGA-PARAMETRO-EXIT.
           EXIT.

      *----
      * CONTROLE DA RODADA ANTERIOR (FS=35 = PRIMEIRA EXECUCAO: AS
      * CONTAS ATUAIS DO BANCFUNC ENTRAM COMO ATIVAS)
      *----
       0200-CARGA-BANCPEND.

           DISPLAY '0200-CARGA-BANCPEND'.

           OPEN INPUT BANCPEND.

           IF ST-BANCPEND EQUAL 35
              DISPLAY 'COBOL230 - BANCPEND NAO INFORMADO, CARGA '
                      'INICIAL DO CONTROLE'
              MOVE 'S'                   TO WSS-PRIMEIRA-CARGA
              GO TO 0200-CARGA-BANCPEND-EXIT
           END-IF.

           IF ST-BANCPEND NOT EQUAL 0 THEN
              DISPLAY 'COBOL230 - ERRO OPEN BANCPEND FS=' ST-BANCPEND
              MOVE ST-BANCPEND           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0210-LER-BANCPEND
              THRU 0210-LER-BANCPEND-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE BANCPEND.

           IF WSS-QTD-CTA GREATER 1
              SORT WSS-CTA-ENTRY ASCENDING TCT-CHAVE
           END-IF.

       0200-CARGA-BANCPEND-EXIT.
           EXIT.

      *----
       0210-LER-BANCPEND.

           READ BANCPEND INTO REG-BANCPEND
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-BANCPEND NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL230 - ERRO READ BANCPEND FS=' ST-BANCPEND
              MOVE ST-BANCPEND           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0210-LER-BANCPEND-EXIT
           END-IF.

           IF WSS-QTD-CTA NOT LESS 6000
              DISPLAY 'COBOL230 - TABELA DO CONTROLE DE CONTAS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-CTA.
           SET IDX-CTA                   TO WSS-QTD-CTA.
           MOVE BPD-CHAVE                TO TCT-CHAVE (IDX-CTA).
           MOVE BPD-SITUACAO             TO TCT-SITUACAO (IDX-CTA).
           MOVE BPD-DATA-ALTERACAO TO TCT-DATA-ALTERACAO (IDX-CTA).
           MOVE BPD-USUARIO-ALT          TO TCT-USUARIO-ALT (IDX-CTA).
           MOVE BPD-DATA-LIBERACAO TO TCT-DATA-LIBERACAO (IDX-CTA).
           MOVE BPD-USUARIO-CONF         TO TCT-USUARIO-CONF (IDX-CTA).
           MOVE BPD-DATA-CONF            TO TCT-DATA-CONF (IDX-CTA).
           MOVE 'N'                      TO TCT-PRESENTE (IDX-CTA).

       0210-LER-BANCPEND-EXIT.
           EXIT.

      *----
      * CONFRONTO DO BANCFUNC COM O CONTROLE: CONTA JA CONHECIDA
      * FICA MARCADA COMO PRESENTE; CONTA NOVA (INCLUSAO OU
      * ALTERACAO DE BANCO/AGENCIA/CONTA) VAI PARA A TABELA DE NOVAS
      *----
       0300-CONFRONTA-BANCFUNC.

           DISPLAY '0300-CONFRONTA-BANCFUNC'.

           OPEN INPUT BANCFUNC.

           IF ST-BANCFUNC NOT EQUAL 0 THEN
              DISPLAY 'COBOL230 - ERRO OPEN BANCFUNC FS=' ST-BANCFUNC
              MOVE ST-BANCFUNC           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0310-LER-BANCFUNC
              THRU 0310-LER-BANCFUNC-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE BANCFUNC.

           PERFORM 0320-INCORPORA-NOVA
              THRU 0320-INCORPORA-NOVA-EXIT
              VARYING WSS-IDX-NOV FROM 1 BY 1
              UNTIL WSS-IDX-NOV > WSS-QTD-NOV.

           IF WSS-QTD-CTA GREATER 1
              SORT WSS-CTA-ENTRY ASCENDING TCT-CHAVE
           END-IF.

           IF WSS-PRIMEIRA-CARGA EQUAL 'S'
              MOVE 'BCO-CARGA'           TO WSS-AUD-TIPO
              MOVE WSS-USERID-SAIDA      TO WSS-AUD-USUARIO
              MOVE WSS-REG-INCLUIDAS     TO WSS-AUD-MATRICULA
              PERFORM ROT-GRAVA-AUDLOG
                 THRU ROT-GRAVA-AUDLOG-EXIT
           END-IF.

       0300-CONFRONTA-BANCFUNC-EXIT.
           EXIT.

      *----
       0310-LER-BANCFUNC.

           READ BANCFUNC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-BANCFUNC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL230 - ERRO READ BANCFUNC FS=' ST-BANCFUNC
              MOVE ST-BANCFUNC           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0310-LER-BANCFUNC-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-BANCFUNC.

           MOVE BCF-MATRICULA            TO WCC-MATRICULA.
           MOVE BCF-BANCO                TO WCC-BANCO.
           MOVE BCF-AGENCIA              TO WCC-AGENCIA.
           MOVE BCF-CONTA                TO WCC-CONTA.
           MOVE BCF-DV                   TO WCC-DV.
           MOVE WSS-CHAVE-CONTA          TO WSS-CHAVE-BUSCA.

           PERFORM ROT-BUSCA-CONTA
              THRU ROT-BUSCA-CONTA-EXIT.

           IF WSS-ACHOU EQUAL 'S'
              MOVE 'S'                   TO TCT-PRESENTE (IDX-CTA)
              GO TO 0310-LER-BANCFUNC-EXIT
           END-IF.

           IF WSS-QTD-NOV NOT LESS 1000
              DISPLAY 'COBOL230 - TABELA DE CONTAS NOVAS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-NOV.
           MOVE WSS-CHAVE-CONTA          TO TNV-CHAVE (WSS-QTD-NOV).

           IF BCF-USUARIO EQUAL SPACES OR LOW-VALUES
              MOVE WSS-USERID-SAIDA      TO TNV-USUARIO (WSS-QTD-NOV)
           ELSE
              MOVE BCF-USUARIO           TO TNV-USUARIO (WSS-QTD-NOV)
           END-IF.

       0310-LER-BANCFUNC-EXIT.
           EXIT.

      *----
      * CONTA NOVA ENTRA PENDENTE, LIBERAVEL A PARTIR DE HOJE + DIAS
      * DE CARENCIA APOS A CONFIRMACAO; NA CARGA INICIAL ENTRA ATIVA
      *----
       0320-INCORPORA-NOVA.

           IF WSS-QTD-CTA NOT LESS 6000
              DISPLAY 'COBOL230 - TABELA DO CONTROLE DE CONTAS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-CTA.
           SET IDX-CTA                   TO WSS-QTD-CTA.
           MOVE TNV-CHAVE (WSS-IDX-NOV)  TO TCT-CHAVE (IDX-CTA).
           MOVE WSS-DATA-HOJE TO TCT-DATA-ALTERACAO (IDX-CTA).
           MOVE TNV-USUARIO (WSS-IDX-NOV) TO TCT-USUARIO-ALT (IDX-CTA).
           MOVE SPACES                   TO TCT-USUARIO-CONF (IDX-CTA).
           MOVE 0                        TO TCT-DATA-CONF (IDX-CTA).
           MOVE 'S'                      TO TCT-PRESENTE (IDX-CTA).
           ADD 1                         TO WSS-REG-INCLUIDAS.

           IF WSS-PRIMEIRA-CARGA EQUAL 'S'
              MOVE 'A'                   TO TCT-SITUACAO (IDX-CTA)
              MOVE WSS-DATA-HOJE         TO TCT-DATA-LIBERACAO (IDX-CTA)
              GO TO 0320-INCORPORA-NOVA-EXIT
           END-IF.

           COMPUTE WSS-DATA-INTEIRA =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-HOJE)
                   + WSS-DIAS-CARENCIA.
           MOVE FUNCTION DATE-OF-INTEGER (WSS-DATA-INTEIRA)
                                         TO WSS-DATA-LIBERACAO.

           MOVE 'P'                      TO TCT-SITUACAO (IDX-CTA).
           MOVE WSS-DATA-LIBERACAO TO TCT-DATA-LIBERACAO (IDX-CTA).

           MOVE TNV-CHAVE (WSS-IDX-NOV)  TO WSS-CHAVE-CONTA.
           MOVE 'BCO-ALTER'              TO WSS-AUD-TIPO.
           MOVE TNV-USUARIO (WSS-IDX-NOV) TO WSS-AUD-USUARIO.
           MOVE WCC-MATRICULA            TO WSS-AUD-MATRICULA.
           PERFORM ROT-GRAVA-AUDLOG
              THRU ROT-GRAVA-AUDLOG-EXIT.

       0320-INCORPORA-NOVA-EXIT.
           EXIT.

      *----
      * CONFIRMACOES POR CALLBACK (OPCIONAL, FS=35 = NENHUMA HOJE)
      *----
       0400-APLICA-CONFIRMACAO.

           DISPLAY '0400-APLICA-CONFIRMACAO'.

           OPEN INPUT BANCCONF.

           IF ST-BANCCONF EQUAL 35
              DISPLAY 'COBOL230 - BANCCONF NAO INFORMADO'
              GO TO 0400-APLICA-CONFIRMACAO-EXIT
           END-IF.

           IF ST-BANCCONF NOT EQUAL 0 THEN
              DISPLAY 'COBOL230 - ERRO OPEN BANCCONF FS=' ST-BANCCONF
              MOVE ST-BANCCONF           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0410-LER-BANCCONF
              THRU 0410-LER-BANCCONF-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE BANCCONF.

       0400-APLICA-CONFIRMACAO-EXIT.
           EXIT.

      *----
      * SO CONTA PENDENTE E CONFIRMADA, E NUNCA PELO MESMO USUARIO
      * QUE A ALTEROU; CONFIRMACAO SEM USUARIO OU DE CONTA FORA DO
      * CONTROLE E RECUSADA
      *----
       0410-LER-BANCCONF.

           READ BANCCONF
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-BANCCONF NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL230 - ERRO READ BANCCONF FS=' ST-BANCCONF
              MOVE ST-BANCCONF           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0410-LER-BANCCONF-EXIT
           END-IF.

           MOVE CNF-MATRICULA            TO WCC-MATRICULA.
           MOVE CNF-BANCO                TO WCC-BANCO.
           MOVE CNF-AGENCIA              TO WCC-AGENCIA.
           MOVE CNF-CONTA                TO WCC-CONTA.
           MOVE CNF-DV                   TO WCC-DV.
           MOVE WSS-CHAVE-CONTA          TO WSS-CHAVE-BUSCA.

           IF CNF-USUARIO EQUAL SPACES
              MOVE 'CONFIRMACAO SEM USUARIO'  TO WSS-MOTIVO-OCOR
              PERFORM 0490-INCLUI-OCORRENCIA
                 THRU 0490-INCLUI-OCORRENCIA-EXIT
              GO TO 0410-LER-BANCCONF-EXIT
           END-IF.

           PERFORM ROT-BUSCA-CONTA
              THRU ROT-BUSCA-CONTA-EXIT.

           IF WSS-ACHOU NOT EQUAL 'S'
              OR TCT-PRESENTE (IDX-CTA) NOT EQUAL 'S'
              MOVE 'CONTA FORA DO BANCFUNC'   TO WSS-MOTIVO-OCOR
              PERFORM 0490-INCLUI-OCORRENCIA
                 THRU 0490-INCLUI-OCORRENCIA-EXIT
              GO TO 0410-LER-BANCCONF-EXIT
           END-IF.

           IF TCT-SITUACAO (IDX-CTA) NOT EQUAL 'P'
              GO TO 0410-LER-BANCCONF-EXIT
           END-IF.

           IF CNF-USUARIO EQUAL TCT-USUARIO-ALT (IDX-CTA)
              MOVE 'CONFIRMADA PELO MESMO USUARIO DA ALTERACAO'
                                         TO WSS-MOTIVO-OCOR
              PERFORM 0490-INCLUI-OCORRENCIA
                 THRU 0490-INCLUI-OCORRENCIA-EXIT
              GO TO 0410-LER-BANCCONF-EXIT
           END-IF.

           MOVE 'C'                      TO TCT-SITUACAO (IDX-CTA).
           MOVE CNF-USUARIO              TO TCT-USUARIO-CONF (IDX-CTA).

           IF CNF-DATA NUMERIC AND CNF-DATA GREATER 0
              MOVE CNF-DATA              TO TCT-DATA-CONF (IDX-CTA)
           ELSE
              MOVE WSS-DATA-HOJE         TO TCT-DATA-CONF (IDX-CTA)
           END-IF.

           ADD 1                         TO WSS-REG-CONFIRMADAS.

           MOVE 'BCO-CONF'               TO WSS-AUD-TIPO.
           MOVE CNF-USUARIO              TO WSS-AUD-USUARIO.
           MOVE CNF-MATRICULA            TO WSS-AUD-MATRICULA.
           PERFORM ROT-GRAVA-AUDLOG
              THRU ROT-GRAVA-AUDLOG-EXIT.

       0410-LER-BANCCONF-EXIT.
           EXIT.

      *----
       0490-INCLUI-OCORRENCIA.

           IF WSS-QTD-OCOR NOT LESS 500
              DISPLAY 'COBOL230 - ' WSS-MOTIVO-OCOR
                      ' MATRICULA ' CNF-MATRICULA
              GO TO 0490-INCLUI-OCORRENCIA-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-OCOR.
           SET IDX-OCO                   TO WSS-QTD-OCOR.
           MOVE WSS-CHAVE-CONTA          TO TOC-CHAVE (IDX-OCO).
           MOVE CNF-USUARIO              TO TOC-USUARIO (IDX-OCO).
           MOVE WSS-MOTIVO-OCOR          TO TOC-MOTIVO (IDX-OCO).

       0490-INCLUI-OCORRENCIA-EXIT.
           EXIT.

      *----
      * NOVA GERACAO DO CONTROLE: SO AS CONTAS AINDA NO BANCFUNC;
      * AS DEMAIS SAEM COM REGISTRO DE EXCLUSAO NO AUDLOG
      *----
       0500-GRAVA-BANCPENN.

           DISPLAY '0500-GRAVA-BANCPENN'.

           OPEN OUTPUT BANCPENN.

           IF ST-BANCPENN NOT EQUAL 0 THEN
              DISPLAY 'COBOL230 - ERRO OPEN BANCPENN FS=' ST-BANCPENN
              MOVE ST-BANCPENN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0510-GRAVA-CONTA
              THRU 0510-GRAVA-CONTA-EXIT
              VARYING IDX-CTA FROM 1 BY 1
              UNTIL IDX-CTA > WSS-QTD-CTA.

           CLOSE BANCPENN.

       0500-GRAVA-BANCPENN-EXIT.
           EXIT.

      *----
       0510-GRAVA-CONTA.

           IF TCT-PRESENTE (IDX-CTA) NOT EQUAL 'S'
              MOVE TCT-CHAVE (IDX-CTA)   TO WSS-CHAVE-CONTA
              MOVE 'BCO-EXCL'            TO WSS-AUD-TIPO
              MOVE WSS-USERID-SAIDA      TO WSS-AUD-USUARIO
              MOVE WCC-MATRICULA         TO WSS-AUD-MATRICULA
              PERFORM ROT-GRAVA-AUDLOG
                 THRU ROT-GRAVA-AUDLOG-EXIT
              ADD 1                      TO WSS-REG-EXCLUIDAS
              GO TO 0510-GRAVA-CONTA-EXIT
           END-IF.

           MOVE SPACES                   TO REG-BANCPEND.
           MOVE TCT-CHAVE (IDX-CTA)      TO BPD-CHAVE.
           MOVE TCT-SITUACAO (IDX-CTA)   TO BPD-SITUACAO.
           MOVE TCT-DATA-ALTERACAO (IDX-CTA) TO BPD-DATA-ALTERACAO.
           MOVE TCT-USUARIO-ALT (IDX-CTA) TO BPD-USUARIO-ALT.
           MOVE TCT-DATA-LIBERACAO (IDX-CTA) TO BPD-DATA-LIBERACAO.
           MOVE TCT-USUARIO-CONF (IDX-CTA) TO BPD-USUARIO-CONF.
           MOVE TCT-DATA-CONF (IDX-CTA)  TO BPD-DATA-CONF.

           WRITE REG-BANCPENN FROM REG-BANCPEND.

           IF ST-BANCPENN NOT EQUAL 0 THEN
              DISPLAY 'COBOL230 - ERRO WRITE BANCPENN FS=' ST-BANCPENN
              MOVE ST-BANCPENN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-GRAVADOS.

       0510-GRAVA-CONTA-EXIT.
           EXIT.

      *----
      * RELATORIO DAS CONTAS AINDA NAO LIBERADAS PARA CREDITO
      * (PENDENTES DE CALLBACK OU CONFIRMADAS EM CARENCIA) E DAS
      * CONFIRMACOES RECUSADAS
      *----
       4000-IMPRIME-RELATORIO.

           DISPLAY '4000-IMPRIME-RELATORIO'.

           OPEN OUTPUT RELBANC.

           IF ST-RELBANC NOT EQUAL 0 THEN
              DISPLAY 'COBOL230 - ERRO OPEN RELBANC FS=' ST-RELBANC
              MOVE ST-RELBANC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           WRITE REG-RELBANC FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.
           WRITE REG-RELBANC FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

           PERFORM 4100-IMPRIME-CONTA
              THRU 4100-IMPRIME-CONTA-EXIT
              VARYING IDX-CTA FROM 1 BY 1
              UNTIL IDX-CTA > WSS-QTD-CTA.

           MOVE 'CONTAS AGUARDANDO LIBERACAO'  TO ROTULO-TOT.
           MOVE WSS-REG-PENDENTES        TO QTD-TOT.
           WRITE REG-RELBANC FROM TOT01 AFTER ADVANCING 3
           END-WRITE.

           IF WSS-QTD-OCOR GREATER 0
              WRITE REG-RELBANC FROM CAB01 AFTER ADVANCING PAGE
              END-WRITE
              WRITE REG-RELBANC FROM CAB03 AFTER ADVANCING 2
              END-WRITE
              PERFORM 4300-IMPRIME-OCORRENCIA
                 THRU 4300-IMPRIME-OCORRENCIA-EXIT
                 VARYING IDX-OCO FROM 1 BY 1
                 UNTIL IDX-OCO > WSS-QTD-OCOR
           END-IF.

           IF ST-RELBANC NOT EQUAL 0 THEN
              DISPLAY 'COBOL230 - ERRO WRITE RELBANC FS=' ST-RELBANC
              MOVE ST-RELBANC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE RELBANC.

       4000-IMPRIME-RELATORIO-EXIT.
           EXIT.

      *----
       4100-IMPRIME-CONTA.

           IF TCT-PRESENTE (IDX-CTA) NOT EQUAL 'S'
              OR TCT-SITUACAO (IDX-CTA) EQUAL 'A'
              GO TO 4100-IMPRIME-CONTA-EXIT
           END-IF.

           IF TCT-SITUACAO (IDX-CTA) EQUAL 'C'
              AND TCT-DATA-LIBERACAO (IDX-CTA) NOT GREATER
                  WSS-DATA-HOJE
              GO TO 4100-IMPRIME-CONTA-EXIT
           END-IF.

           MOVE TCT-CHAVE (IDX-CTA)      TO WSS-CHAVE-CONTA.
           MOVE WCC-MATRICULA            TO MATRICULA-DET.
           MOVE WCC-BANCO                TO BANCO-DET.
           PERFORM 4900-MASCARA-CONTA
              THRU 4900-MASCARA-CONTA-EXIT.
           MOVE WSS-AGENCIA-MASC         TO AGENCIA-DET.
           MOVE WSS-CONTA-MASC           TO CONTA-DET.
           MOVE WCC-DV                   TO DV-DET.

           IF TCT-SITUACAO (IDX-CTA) EQUAL 'P'
              MOVE 'AGUARDANDO CALLBACK'  TO SITUACAO-DET
           ELSE
              MOVE 'CONFIRMADA, EM CARENCIA' TO SITUACAO-DET
           END-IF.

           MOVE TCT-DATA-ALTERACAO (IDX-CTA) TO WSS-DATA-AUX.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE MASCARA-DATA             TO ALTERACAO-DET.
           MOVE TCT-USUARIO-ALT (IDX-CTA) TO USUARIO-ALT-DET.
           MOVE TCT-DATA-LIBERACAO (IDX-CTA) TO WSS-DATA-AUX.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE MASCARA-DATA             TO LIBERACAO-DET.
           MOVE TCT-USUARIO-CONF (IDX-CTA) TO USUARIO-CONF-DET.

           WRITE REG-RELBANC FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           ADD 1                         TO WSS-REG-PENDENTES.

       4100-IMPRIME-CONTA-EXIT.
           EXIT.

      *----
       4300-IMPRIME-OCORRENCIA.

           MOVE TOC-CHAVE (IDX-OCO)      TO WSS-CHAVE-CONTA.
           MOVE WCC-MATRICULA            TO MATRICULA-OCO.
           MOVE WCC-BANCO                TO BANCO-OCO.
           PERFORM 4900-MASCARA-CONTA
              THRU 4900-MASCARA-CONTA-EXIT.
           MOVE WSS-AGENCIA-MASC         TO AGENCIA-OCO.
           MOVE WSS-CONTA-MASC           TO CONTA-OCO.
           MOVE WCC-DV                   TO DV-OCO.
           MOVE TOC-USUARIO (IDX-OCO)    TO USUARIO-OCO.
           MOVE TOC-MOTIVO (IDX-OCO)     TO MOTIVO-OCO.

           WRITE REG-RELBANC FROM DET02 AFTER ADVANCING 1
           END-WRITE.

       4300-IMPRIME-OCORRENCIA-EXIT.
           EXIT.

      *----
      * AGENCIA E CONTA DE WSS-CHAVE-CONTA: INTEGRAL, PARCIAL OU
      * SUPRIMIDA CONFORME O USUARIO (COBOL234)
      *----
       4900-MASCARA-CONTA.

           MOVE 'B'                      TO WSS-MSC-TIPO.
           MOVE 5                        TO WSS-MSC-TAMANHO.
           MOVE WCC-AGENCIA              TO WSS-MSC-CAMPO.

           CALL 'COBOL234' USING WSS-MASCARA-LINKAGE.

           MOVE WSS-MSC-CAMPO (1:5)      TO WSS-AGENCIA-MASC.

           MOVE 'B'                      TO WSS-MSC-TIPO.
           MOVE 12                       TO WSS-MSC-TAMANHO.
           MOVE WCC-CONTA                TO WSS-MSC-CAMPO.

           CALL 'COBOL234' USING WSS-MASCARA-LINKAGE.

           MOVE WSS-MSC-CAMPO (1:12)     TO WSS-CONTA-MASC.

       4900-MASCARA-CONTA-EXIT.
           EXIT.

      *----
      * BUSCA A CONTA DE WSS-CHAVE-BUSCA NO CONTROLE (IDX-CTA FICA
      * NA ENTRADA QUANDO WSS-ACHOU = 'S')
      *----
       ROT-BUSCA-CONTA.

           MOVE 'N'                      TO WSS-ACHOU.

           IF WSS-QTD-CTA EQUAL 0
              GO TO ROT-BUSCA-CONTA-EXIT
           END-IF.

           SEARCH ALL WSS-CTA-ENTRY
             AT END
                CONTINUE
             WHEN TCT-CHAVE (IDX-CTA) EQUAL WSS-CHAVE-BUSCA
                MOVE 'S'                 TO WSS-ACHOU
           END-SEARCH.

       ROT-BUSCA-CONTA-EXIT.
           EXIT.

      *----
      * TRILHA DE AUDITORIA DAS CONTAS BANCARIAS
      * (AUD-VALOR = USUARIO + MATRICULA; NA CARGA INICIAL, USUARIO
      * + QUANTIDADE DE CONTAS)
      *----
       ROT-GRAVA-AUDLOG.

           MOVE SPACES                   TO REG-AUDLOG.
           MOVE 'COBOL230'               TO AUD-JOBNAME.
           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.
           MOVE DATA-HORA (1:14)         TO AUD-DATA-HORA.
           MOVE WSS-AUD-TIPO             TO AUD-TIPO.
           ADD 1                         TO WSS-AUD-SEQ.
           MOVE WSS-AUD-SEQ              TO AUD-SEQ.

           STRING WSS-AUD-USUARIO        DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WSS-AUD-MATRICULA      DELIMITED BY SIZE
              INTO AUD-VALOR
           END-STRING.

           MOVE 'ENCADEIA'               TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           WRITE REG-AUDLOG.

           IF ST-AUDLOG NOT EQUAL 0 THEN
              DISPLAY 'COBOL230 - ERRO WRITE AUDLOG FS=' ST-AUDLOG
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

           DISPLAY '***ABEND-COBOL230*** RC=' WSS-RC-ABEND
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           MOVE WSS-RC-ABEND TO RETURN-CODE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
