      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : IMPORTADOR DOS CONTRATOS DE CREDITO CONSIGNADO DOS
      *            BANCOS CONVENIADOS. RODA ANTES DA FOLHA DA
      *            COMPETENCIA (CARTAO CONSPRM; SEM CARTAO, A DO
      *            RELOGIO): LE OS ARQUIVOS DOS BANCOS (CONSBCO,
      *            CONCATENADOS) COM OS CONTRATOS NOVOS, RENEGOCIADOS
      *            E LIQUIDADOS POR CPF, ACHA A MATRICULA PELO CPFFUNC,
      *            CONFERE A SITUACAO NO FUNCI E A MARGEM CONSIGNAVEL
      *            (PAG-MARGEM-PCT DO PARMPAG SOBRE O SALARIO, SOMADAS
      *            AS PARCELAS DOS CONTRATOS ATIVOS) E GRAVA A NOVA
      *            GERACAO DO CADASTRO DE CONTRATOS (CONSANT ->
      *            CONSATU), LIDO PELO MOTOR DE DESCONTOS (COBOL148).
      *            MOVIMENTO RECUSADO FICA NO CADASTRO COM SITUACAO
      *            'R' E O MOTIVO, PARA O RETORNO DA COMPETENCIA
      *            (COBOL239) INFORMAR O BANCO. RELATORIO RELCONS.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - CPF DO RELCONS MASCARADO PELO COBOL234
      *                  CONFORME O NIVEL DE VISAO DO USUARIO
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL238.
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
           SELECT CONSPRM ASSIGN TO CONSPRM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CONSPRM.
      *
           SELECT PARMPAG ASSIGN TO PARMPAG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PARMPAG.
      *
           SELECT FUNCI ASSIGN TO FUNCI
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FUNCI.
      *
           SELECT CPFFUNC ASSIGN TO CPFFUNC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CPFFUNC.
      *
           SELECT CONSANT ASSIGN TO CONSANT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CONSANT.
      *
           SELECT CONSBCO ASSIGN TO CONSBCO
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CONSBCO.
      *
           SELECT CONSATU ASSIGN TO CONSATU
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CONSATU.
      *
           SELECT RELCONS ASSIGN TO RELCONS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELCONS.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   CONSPRM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * COMPETENCIA DA IMPORTACAO (OPCIONAL)
      *----
       01   REG-CONSPRM.
            03 CPM-COMPETENCIA             PIC 9(006).
            03 FILLER                      PIC X(074).
      *----
       FD   PARMPAG
            RECORDING MODE IS F
            RECORD CONTAINS 36 CHARACTERS.
       01   REG-PARMPAG.
            03 PAG-VLR-HORAEXT             PIC 9(004)V99.
            03 PAG-CNT-LINHAS-MAX          PIC 9(003).
            03 PAG-VLR-AJUSTE-PCT          PIC S9(003)V99.
            03 PAG-MARGEM-PCT              PIC 9(003)V99.
            03 PAG-VLR-HE-050              PIC 9(004)V99.
            03 PAG-VLR-HE-100              PIC 9(004)V99.
            03 PAG-QUINZENA-PCT            PIC 9(003)V99.
      *----
       FD   FUNCI
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-FUNCI.
            03 MATRICULA                   PIC 9(008).
            03 NOME                        PIC X(040).
            03 SEXO                        PIC X(001).
            03 SALARIO                     PIC 9(005)V99.
            03 DATA-ADMISSAO               PIC 9(008).
            03 DEPARTAMENTO                PIC X(005).
            03 HORA-EXTRA                  PIC 9(002).
            03 FUNCI-MOEDA                 PIC X(003).
            03 FUNCI-SITUACAO              PIC X(001).
               88 FUNCI-DESLIGADO                  VALUE 'D'.
            03 FILLER                      PIC X(005).
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
       FD   CONSANT
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * GERACAO ANTERIOR DO CADASTRO DE CONTRATOS (COBOL239 DA
      * COMPETENCIA ANTERIOR); AUSENTE NA PRIMEIRA CARGA
      *----
       01   REG-CONSANT                    PIC X(080).
      *----
       FD   CONSBCO
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2381'.
      *----
       FD   CONSATU
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
       01   REG-CONSATU                    PIC X(080).
      *----
       FD   RELCONS.
       01   REG-RELCONS                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-CONSPRM                      PIC 9(002) VALUE 0.
       77  ST-PARMPAG                      PIC 9(002) VALUE 0.
       77  ST-FUNCI                        PIC 9(002) VALUE 0.
       77  ST-CPFFUNC                      PIC 9(002) VALUE 0.
       77  ST-CONSANT                      PIC 9(002) VALUE 0.
       77  ST-CONSBCO                      PIC 9(002) VALUE 0.
       77  ST-CONSATU                      PIC 9(002) VALUE 0.
       77  ST-RELCONS                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-COMPETENCIA                 PIC 9(006) VALUE 0.
       77  WSS-MARGEM-PCT                  PIC 9(003)V99 VALUE 0.
       77  WSS-QTD-FUN                     PIC 9(005) VALUE 0.
       77  WSS-QTD-CPF                     PIC 9(005) VALUE 0.
       77  WSS-QTD-CPF-NOVO                PIC 9(005) VALUE 0.
       77  WSS-IDX-CPF                     PIC 9(005) COMP VALUE 0.
       77  WSS-QTD-CTR                     PIC 9(005) VALUE 0.
       77  WSS-IDX-CTR                     PIC 9(005) COMP VALUE 0.
       77  WSS-IDX-ACHADO                  PIC 9(005) COMP VALUE 0.
       77  WSS-MATRICULA                   PIC 9(008) VALUE 0.
       77  WSS-SALARIO                     PIC 9(005)V99 VALUE 0.
       77  WSS-MARGEM-LIMITE               PIC 9(007)V99 COMP-3
                                                          VALUE 0.
       77  WSS-MARGEM-USADA                PIC 9(009)V99 COMP-3
                                                          VALUE 0.
       77  WSS-MOTIVO                      PIC X(002) VALUE SPACES.
       77  WSS-SITUACAO                    PIC X(001) VALUE SPACE.
       77  WSS-QTD-ANT-LIDOS               PIC 9(007) VALUE 0.
       77  WSS-QTD-ANT-DESCARTADOS         PIC 9(007) VALUE 0.
       77  WSS-QTD-LIDOS                   PIC 9(007) VALUE 0.
       77  WSS-QTD-INVALIDOS               PIC 9(007) VALUE 0.
       77  WSS-QTD-NOVOS                   PIC 9(007) VALUE 0.
       77  WSS-QTD-RENEG                   PIC 9(007) VALUE 0.
       77  WSS-QTD-LIQUID                  PIC 9(007) VALUE 0.
       77  WSS-QTD-RECUSADOS               PIC 9(007) VALUE 0.
       77  WSS-QTD-GRAVADOS                PIC 9(007) VALUE 0.
       77  WSS-QTD-ATIVOS                  PIC 9(007) VALUE 0.
       77  WSS-TOT-PARCELAS                PIC 9(011)V99 COMP-3
                                                          VALUE 0.
       77  MASCARA-TOTAL                   PIC ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-QTDE                    PIC ZZZZZZZ9.
       77  WSS-RC-ABEND                    PIC 9(003) VALUE 0.
      *----
      * SALARIO E SITUACAO POR MATRICULA (FUNCI VEM POR EMPRESA +
      * MATRICULA; A TABELA E CLASSIFICADA PARA A PESQUISA BINARIA)
      *----
       01  WSS-TAB-FUNCI.
           05 WSS-FUN-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-FUN
                 ASCENDING KEY TFU-MATRICULA
                 INDEXED BY IDX-FUN.
              10 TFU-MATRICULA             PIC 9(008).
              10 TFU-SALARIO               PIC 9(005)V99.
              10 TFU-SITUACAO              PIC X(001).
      *----
      * CPF -> MATRICULA. CPF COM MAIS DE UMA MATRICULA (READMISSAO)
      * FICA COM A MATRICULA NAO DESLIGADA
      *----
       01  WSS-TAB-CPF.
           05 WSS-CPF-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-CPF
                 ASCENDING KEY TCP-CPF
                 INDEXED BY IDX-CPF.
              10 TCP-CPF                   PIC 9(011).
              10 TCP-MATRICULA             PIC 9(008).
              10 TCP-DESLIGADO             PIC X(001).
      *----
      * CADASTRO DE CONTRATOS EM MONTAGEM: A GERACAO ANTERIOR MAIS
      * OS MOVIMENTOS DOS BANCOS, NA IMAGEM DO REGISTRO CONSCTR
      *----
       01  WSS-TAB-CONTRATOS.
           05 WSS-CTR-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-CTR.
              10 TCT-DADOS.
                 15 TCT-MATRICULA          PIC 9(008).
                 15 TCT-BANCO              PIC 9(003).
                 15 TCT-CONTRATO           PIC X(020).
                 15 TCT-CPF                PIC 9(011).
                 15 TCT-VALOR-PARCELA      PIC 9(007)V99.
                 15 TCT-PARCELAS-REST      PIC 9(003).
                 15 TCT-COMPET-INICIO      PIC 9(006).
                 15 TCT-SITUACAO           PIC X(001).
                 15 TCT-MOTIVO             PIC X(002).
                 15 TCT-COMPET-MOVTO       PIC 9(006).
                 15 TCT-COMPET-BAIXA       PIC 9(006).
                 15 FILLER                 PIC X(005).
              10 TCT-SEQ                   PIC 9(005) COMP.
      *----
      * IMAGEM DO REGISTRO DO CADASTRO DE CONTRATOS (LEITURA DA
      * GERACAO ANTERIOR E MONTAGEM DAS ENTRADAS NOVAS)
      *----
           COPY  'COPY2382'.
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
           03 FILLER                       PIC X(019) VALUE 'COBOL238'.
           03 FILLER                       PIC X(051)
              VALUE 'IMPORTACAO DOS CONTRATOS DE CREDITO CONSIGNADO'.
           03 FILLER                       PIC X(014)
              VALUE 'COMPETENCIA: '.
           03 CAB01-COMPETENCIA            PIC 9(006) VALUE 0.
      *----
       01  CAB02.
           03 FILLER                       PIC X(006) VALUE 'BANCO'.
           03 FILLER                       PIC X(022) VALUE 'CONTRATO'.
           03 FILLER                       PIC X(013) VALUE 'CPF'.
           03 FILLER                       PIC X(005) VALUE 'MOV'.
           03 FILLER                       PIC X(015) VALUE 'PARCELA'.
           03 FILLER                       PIC X(040)
              VALUE 'MOVIMENTO RECUSADO'.
      *----
       01  DET01.
           03 DET-BANCO                    PIC ZZ9.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 DET-CONTRATO                 PIC X(020).
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DET-CPF                      PIC X(011).
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DET-MOVIMENTO                PIC X(001).
           03 FILLER                       PIC X(004) VALUE SPACES.
           03 DET-PARCELA                  PIC ZZZ.ZZ9,99.
           03 FILLER                       PIC X(005) VALUE SPACES.
           03 DET-MOTIVO                   PIC X(002).
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DET-DESCRICAO                PIC X(040).
      *----
       01  LINHA-TEXTO.
           03 LT-ROTULO                    PIC X(034) VALUE SPACES.
           03 LT-VALOR                     PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(084) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL238'
           DISPLAY ' IMPORTACAO DOS CONTRATOS DE CREDITO CONSIGNADO'.

           PERFORM 0001-CARGA-CONSPRM
              THRU 0001-CARGA-CONSPRM-EXIT.

           PERFORM 0002-CARGA-PARMPAG
              THRU 0002-CARGA-PARMPAG-EXIT.

           PERFORM 0010-CARGA-FUNCI
              THRU 0010-CARGA-FUNCI-EXIT.

           PERFORM 0020-CARGA-CPFFUNC
              THRU 0020-CARGA-CPFFUNC-EXIT.

           PERFORM 1000-CARGA-CONSANT
              THRU 1000-CARGA-CONSANT-EXIT.

           PERFORM 2000-PROCESSA-CONSBCO
              THRU 2000-PROCESSA-CONSBCO-EXIT.

           PERFORM 3000-GRAVA-CONSATU
              THRU 3000-GRAVA-CONSATU-EXIT.

           PERFORM 8000-IMPRIME-TOTAIS
              THRU 8000-IMPRIME-TOTAIS-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL238                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* COMPETENCIA          : ' WSS-COMPETENCIA.
           DISPLAY '* MOVIMENTOS LIDOS     : ' WSS-QTD-LIDOS.
           DISPLAY '* NOVOS/RENEG./LIQUID. : ' WSS-QTD-NOVOS '/'
                   WSS-QTD-RENEG '/' WSS-QTD-LIQUID.
           DISPLAY '* RECUSADOS            : ' WSS-QTD-RECUSADOS.
           DISPLAY '* CONTRATOS GRAVADOS   : ' WSS-QTD-GRAVADOS.
           DISPLAY '*******************************************'.

           STOP RUN.

      *----
      * COMPETENCIA DA IMPORTACAO: CARTAO CONSPRM OU, SEM ELE, A DO
      * RELOGIO (A MESMA QUE O MOTOR DE DESCONTOS ASSUME)
      *----
       0001-CARGA-CONSPRM.

           DISPLAY '0001-CARGA-CONSPRM'.

           OPEN INPUT CONSPRM.

           IF ST-CONSPRM EQUAL 35
              MOVE FUNCTION CURRENT-DATE (1:6) TO WSS-COMPETENCIA
              DISPLAY 'COBOL238 - CONSPRM NAO INFORMADO, COMPETENCIA '
                      'CORRENTE ' WSS-COMPETENCIA
              GO TO 0001-CARGA-CONSPRM-EXIT
           END-IF.

           IF ST-CONSPRM NOT EQUAL 0 THEN
              DISPLAY 'COBOL238 - ERRO OPEN CONSPRM FS=' ST-CONSPRM
              MOVE ST-CONSPRM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ CONSPRM.

           IF ST-CONSPRM NOT EQUAL 0 THEN
              DISPLAY 'COBOL238 - ERRO READ CONSPRM FS=' ST-CONSPRM
              MOVE ST-CONSPRM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE CONSPRM.

           IF CPM-COMPETENCIA NOT NUMERIC
              OR CPM-COMPETENCIA EQUAL 0
              DISPLAY 'COBOL238 - CARTAO CONSPRM INVALIDO: '
                      REG-CONSPRM (1:6)
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE CPM-COMPETENCIA          TO WSS-COMPETENCIA.

           DISPLAY 'COBOL238 - COMPETENCIA ' WSS-COMPETENCIA.

       0001-CARGA-CONSPRM-EXIT.
           EXIT.

      *----
      * PERCENTUAL DA MARGEM CONSIGNAVEL (ZERO = SEM LIMITE, COMO NO
      * PORTAO DE MARGEM DO COBOL148)
      *----
       0002-CARGA-PARMPAG.

           DISPLAY '0002-CARGA-PARMPAG'.

           OPEN INPUT PARMPAG.

           IF ST-PARMPAG NOT EQUAL 0 THEN
              DISPLAY 'COBOL238 - ERRO OPEN PARMPAG FS=' ST-PARMPAG
              MOVE ST-PARMPAG            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ PARMPAG.

           IF ST-PARMPAG NOT EQUAL 0 THEN
              DISPLAY 'COBOL238 - ERRO READ PARMPAG FS=' ST-PARMPAG
              MOVE ST-PARMPAG            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE PARMPAG.

           IF PAG-MARGEM-PCT NUMERIC
              MOVE PAG-MARGEM-PCT        TO WSS-MARGEM-PCT
           END-IF.

           DISPLAY 'COBOL238 - MARGEM CONSIGNAVEL (%): '
                   WSS-MARGEM-PCT.

       0002-CARGA-PARMPAG-EXIT.
           EXIT.

      *----
       0010-CARGA-FUNCI.

           DISPLAY '0010-CARGA-FUNCI'.

           OPEN INPUT FUNCI.

           IF ST-FUNCI NOT EQUAL 0 THEN
              DISPLAY 'COBOL238 - ERRO OPEN FUNCI FS=' ST-FUNCI
              MOVE ST-FUNCI              TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0011-LER-FUNCI
              THRU 0011-LER-FUNCI-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FUNCI.

           IF WSS-QTD-FUN GREATER 1
              SORT WSS-FUN-ENTRY ASCENDING TFU-MATRICULA
           END-IF.

           DISPLAY 'COBOL238 - FUNCIONARIOS CARREGADOS: ' WSS-QTD-FUN.

       0010-CARGA-FUNCI-EXIT.
           EXIT.

      *----
       0011-LER-FUNCI.

           READ FUNCI
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FUNCI NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL238 - ERRO READ FUNCI FS=' ST-FUNCI
              MOVE ST-FUNCI              TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0011-LER-FUNCI-EXIT
           END-IF.

           IF WSS-QTD-FUN NOT LESS 20000
              DISPLAY 'COBOL238 - TABELA DE FUNCIONARIOS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-FUN.
           MOVE MATRICULA                TO TFU-MATRICULA (WSS-QTD-FUN).
           MOVE SALARIO                  TO TFU-SALARIO (WSS-QTD-FUN).
           MOVE FUNCI-SITUACAO           TO TFU-SITUACAO (WSS-QTD-FUN).

       0011-LER-FUNCI-EXIT.
           EXIT.

      *----
      * CADASTRO DE CPF POR MATRICULA, CLASSIFICADO POR CPF; CADA
      * ENTRADA LEVA A MARCA DE DESLIGADO DO FUNCI PARA A ESCOLHA DA
      * MATRICULA QUANDO O CPF SE REPETE
      *----
       0020-CARGA-CPFFUNC.

           DISPLAY '0020-CARGA-CPFFUNC'.

           OPEN INPUT CPFFUNC.

           IF ST-CPFFUNC NOT EQUAL 0 THEN
              DISPLAY 'COBOL238 - ERRO OPEN CPFFUNC FS=' ST-CPFFUNC
              MOVE ST-CPFFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0021-LER-CPFFUNC
              THRU 0021-LER-CPFFUNC-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CPFFUNC.

           IF WSS-QTD-CPF GREATER 1
              SORT WSS-CPF-ENTRY ASCENDING TCP-CPF
           END-IF.

           MOVE 0                        TO WSS-QTD-CPF-NOVO.

           PERFORM 0022-COMPACTA-CPF
              THRU 0022-COMPACTA-CPF-EXIT
              VARYING WSS-IDX-CPF FROM 1 BY 1
              UNTIL WSS-IDX-CPF GREATER WSS-QTD-CPF.

           MOVE WSS-QTD-CPF-NOVO         TO WSS-QTD-CPF.

           DISPLAY 'COBOL238 - CPFS CARREGADOS: ' WSS-QTD-CPF.

       0020-CARGA-CPFFUNC-EXIT.
           EXIT.

      *----
       0021-LER-CPFFUNC.

           READ CPFFUNC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CPFFUNC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL238 - ERRO READ CPFFUNC FS=' ST-CPFFUNC
              MOVE ST-CPFFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0021-LER-CPFFUNC-EXIT
           END-IF.

           IF CPF-NUMERO NOT NUMERIC OR CPF-NUMERO EQUAL 0
              GO TO 0021-LER-CPFFUNC-EXIT
           END-IF.

           IF WSS-QTD-CPF NOT LESS 20000
              DISPLAY 'COBOL238 - TABELA DE CPFS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-CPF.
           MOVE CPF-NUMERO               TO TCP-CPF (WSS-QTD-CPF).
           MOVE CPF-MATRICULA            TO TCP-MATRICULA (WSS-QTD-CPF).
           MOVE 'S'                      TO TCP-DESLIGADO (WSS-QTD-CPF).

           SEARCH ALL WSS-FUN-ENTRY
               AT END
                  CONTINUE
               WHEN TFU-MATRICULA (IDX-FUN) EQUAL CPF-MATRICULA
                  IF TFU-SITUACAO (IDX-FUN) NOT EQUAL 'D'
                     MOVE 'N'            TO TCP-DESLIGADO (WSS-QTD-CPF)
                  END-IF
           END-SEARCH.

       0021-LER-CPFFUNC-EXIT.
           EXIT.

      *----
      * CPF REPETIDO (JA CLASSIFICADO, AS REPETICOES FICAM JUNTAS):
      * FICA UMA ENTRADA SO, A DA MATRICULA NAO DESLIGADA
      *----
       0022-COMPACTA-CPF.

           IF WSS-QTD-CPF-NOVO GREATER 0
              AND TCP-CPF (WSS-IDX-CPF) EQUAL
                  TCP-CPF (WSS-QTD-CPF-NOVO)
              IF TCP-DESLIGADO (WSS-QTD-CPF-NOVO) EQUAL 'S'
                 AND TCP-DESLIGADO (WSS-IDX-CPF) EQUAL 'N'
                 MOVE WSS-CPF-ENTRY (WSS-IDX-CPF)
                                   TO WSS-CPF-ENTRY (WSS-QTD-CPF-NOVO)
              END-IF
              GO TO 0022-COMPACTA-CPF-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-CPF-NOVO.
           MOVE WSS-CPF-ENTRY (WSS-IDX-CPF)
                                   TO WSS-CPF-ENTRY (WSS-QTD-CPF-NOVO).

       0022-COMPACTA-CPF-EXIT.
           EXIT.

      *----
      * GERACAO ANTERIOR DO CADASTRO: SAEM OS CONTRATOS LIQUIDADOS E
      * OS MOVIMENTOS RECUSADOS JA INFORMADOS AOS BANCOS (NENHUMA
      * MARCA DA COMPETENCIA) E OS ATIVOS SEM PARCELA RESTANTE
      *----
       1000-CARGA-CONSANT.

           DISPLAY '1000-CARGA-CONSANT'.

           OPEN INPUT CONSANT.

           IF ST-CONSANT EQUAL 35
              DISPLAY 'COBOL238 - CONSANT NAO INFORMADO, PRIMEIRA '
                      'CARGA DO CADASTRO DE CONTRATOS'
              GO TO 1000-CARGA-CONSANT-EXIT
           END-IF.

           IF ST-CONSANT NOT EQUAL 0 THEN
              DISPLAY 'COBOL238 - ERRO OPEN CONSANT FS=' ST-CONSANT
              MOVE ST-CONSANT            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1001-LER-CONSANT
              THRU 1001-LER-CONSANT-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CONSANT.

           DISPLAY 'COBOL238 - CONTRATOS DA GERACAO ANTERIOR: '
                   WSS-QTD-ANT-LIDOS ' DESCARTADOS: '
                   WSS-QTD-ANT-DESCARTADOS.

       1000-CARGA-CONSANT-EXIT.
           EXIT.

      *----
       1001-LER-CONSANT.

           READ CONSANT INTO REG-CONSCTR
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CONSANT NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL238 - ERRO READ CONSANT FS=' ST-CONSANT
              MOVE ST-CONSANT            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1001-LER-CONSANT-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-ANT-LIDOS.

           IF (CCT-LIQUIDADO OR CCT-RECUSADO)
              AND CCT-COMPET-MOVTO LESS WSS-COMPETENCIA
              AND CCT-COMPET-BAIXA LESS WSS-COMPETENCIA
              ADD 1                      TO WSS-QTD-ANT-DESCARTADOS
              GO TO 1001-LER-CONSANT-EXIT
           END-IF.

           IF CCT-ATIVO AND CCT-PARCELAS-REST EQUAL 0
              ADD 1                      TO WSS-QTD-ANT-DESCARTADOS
              GO TO 1001-LER-CONSANT-EXIT
           END-IF.

           PERFORM 2900-NOVA-ENTRADA
              THRU 2900-NOVA-ENTRADA-EXIT.

           MOVE REG-CONSCTR              TO TCT-DADOS (WSS-QTD-CTR).

       1001-LER-CONSANT-EXIT.
           EXIT.

      *----
      * MOVIMENTOS DOS BANCOS, NA ORDEM DOS ARQUIVOS; AS RECUSAS SAO
      * LISTADAS NO RELCONS E OS TOTAIS IMPRESSOS NO FIM
      *----
       2000-PROCESSA-CONSBCO.

           DISPLAY '2000-PROCESSA-CONSBCO'.

           OPEN INPUT CONSBCO.

           IF ST-CONSBCO NOT EQUAL 0 THEN
              DISPLAY 'COBOL238 - ERRO OPEN CONSBCO FS=' ST-CONSBCO
              MOVE ST-CONSBCO            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT RELCONS.

           IF ST-RELCONS NOT EQUAL 0 THEN
              DISPLAY 'COBOL238 - ERRO OPEN RELCONS FS=' ST-RELCONS
              MOVE ST-RELCONS            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE WSS-COMPETENCIA          TO CAB01-COMPETENCIA.

           WRITE REG-RELCONS FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           WRITE REG-RELCONS FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 2010-LER-CONSBCO
              THRU 2010-LER-CONSBCO-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CONSBCO.

       2000-PROCESSA-CONSBCO-EXIT.
           EXIT.

      *----
       2010-LER-CONSBCO.

           READ CONSBCO
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CONSBCO NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL238 - ERRO READ CONSBCO FS=' ST-CONSBCO
              MOVE ST-CONSBCO            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 2010-LER-CONSBCO-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-LIDOS.

      *----
      * REGISTRO SEM CHAVE OU COM VALORES NAO NUMERICOS NAO PODE SER
      * DEVOLVIDO AO BANCO: SO APARECE NO RELATORIO
      *----
           IF CBM-BANCO NOT NUMERIC OR CBM-BANCO EQUAL 0
              OR CBM-CONTRATO EQUAL SPACES
              OR CBM-CPF NOT NUMERIC
              OR CBM-VALOR-PARCELA NOT NUMERIC
              OR CBM-QTD-PARCELAS NOT NUMERIC
              OR CBM-COMPET-INICIO NOT NUMERIC
              OR NOT (CBM-NOVO OR CBM-RENEGOCIADO OR CBM-LIQUIDADO)
              OR (NOT CBM-LIQUIDADO
                  AND (CBM-VALOR-PARCELA EQUAL 0
                       OR CBM-QTD-PARCELAS EQUAL 0))
              ADD 1                      TO WSS-QTD-INVALIDOS
              MOVE '**'                  TO WSS-MOTIVO
              PERFORM 2800-IMPRIME-RECUSA
                 THRU 2800-IMPRIME-RECUSA-EXIT
              GO TO 2010-LER-CONSBCO-EXIT
           END-IF.

           IF CBM-COMPET-INICIO EQUAL 0
              MOVE WSS-COMPETENCIA       TO CBM-COMPET-INICIO
           END-IF.

      *----
      * CPF -> MATRICULA -> SITUACAO E SALARIO
      *----
           MOVE 0                        TO WSS-MATRICULA.

           SEARCH ALL WSS-CPF-ENTRY
               AT END
                  CONTINUE
               WHEN TCP-CPF (IDX-CPF) EQUAL CBM-CPF
                  MOVE TCP-MATRICULA (IDX-CPF) TO WSS-MATRICULA
           END-SEARCH.

           IF WSS-MATRICULA EQUAL 0
              MOVE 'CP'                  TO WSS-MOTIVO
              PERFORM 2700-RECUSA-MOVIMENTO
                 THRU 2700-RECUSA-MOVIMENTO-EXIT
              GO TO 2010-LER-CONSBCO-EXIT
           END-IF.

           MOVE 'D'                      TO WSS-SITUACAO.
           MOVE 0                        TO WSS-SALARIO.

           SEARCH ALL WSS-FUN-ENTRY
               AT END
                  CONTINUE
               WHEN TFU-MATRICULA (IDX-FUN) EQUAL WSS-MATRICULA
                  MOVE TFU-SITUACAO (IDX-FUN) TO WSS-SITUACAO
                  MOVE TFU-SALARIO (IDX-FUN)  TO WSS-SALARIO
           END-SEARCH.

           IF WSS-SITUACAO EQUAL 'D'
              MOVE 'DS'                  TO WSS-MOTIVO
              PERFORM 2700-RECUSA-MOVIMENTO
                 THRU 2700-RECUSA-MOVIMENTO-EXIT
              GO TO 2010-LER-CONSBCO-EXIT
           END-IF.

           PERFORM 2100-PROCURA-CONTRATO
              THRU 2100-PROCURA-CONTRATO-EXIT.

           EVALUATE TRUE
               WHEN CBM-LIQUIDADO
                    PERFORM 2300-LIQUIDA-CONTRATO
                       THRU 2300-LIQUIDA-CONTRATO-EXIT
               WHEN CBM-RENEGOCIADO
                    PERFORM 2400-RENEGOCIA-CONTRATO
                       THRU 2400-RENEGOCIA-CONTRATO-EXIT
               WHEN OTHER
                    PERFORM 2500-INCLUI-CONTRATO
                       THRU 2500-INCLUI-CONTRATO-EXIT
           END-EVALUATE.

       2010-LER-CONSBCO-EXIT.
           EXIT.

      *----
      * CONTRATO ATIVO DO MESMO BANCO E NUMERO (WSS-IDX-ACHADO, ZERO
      * QUANDO NAO HA)
      *----
       2100-PROCURA-CONTRATO.

           MOVE 0                        TO WSS-IDX-ACHADO.

           PERFORM 2110-COMPARA-CONTRATO
              THRU 2110-COMPARA-CONTRATO-EXIT
              VARYING WSS-IDX-CTR FROM 1 BY 1
              UNTIL WSS-IDX-CTR GREATER WSS-QTD-CTR
                 OR WSS-IDX-ACHADO GREATER 0.

       2100-PROCURA-CONTRATO-EXIT.
           EXIT.

      *----
       2110-COMPARA-CONTRATO.

           IF TCT-BANCO (WSS-IDX-CTR) EQUAL CBM-BANCO
              AND TCT-CONTRATO (WSS-IDX-CTR) EQUAL CBM-CONTRATO
              AND TCT-SITUACAO (WSS-IDX-CTR) EQUAL 'A'
              MOVE WSS-IDX-CTR           TO WSS-IDX-ACHADO
           END-IF.

       2110-COMPARA-CONTRATO-EXIT.
           EXIT.

      *----
      * MARGEM JA COMPROMETIDA DA MATRICULA: PARCELAS DOS CONTRATOS
      * ATIVOS, MENOS O CONTRATO EM RENEGOCIACAO (WSS-IDX-ACHADO)
      *----
       2200-SOMA-MARGEM.

           MOVE 0                        TO WSS-MARGEM-USADA.

           PERFORM 2210-SOMA-UM-CONTRATO
              THRU 2210-SOMA-UM-CONTRATO-EXIT
              VARYING WSS-IDX-CTR FROM 1 BY 1
              UNTIL WSS-IDX-CTR GREATER WSS-QTD-CTR.

           COMPUTE WSS-MARGEM-LIMITE ROUNDED =
                   WSS-SALARIO * WSS-MARGEM-PCT / 100.

       2200-SOMA-MARGEM-EXIT.
           EXIT.

      *----
       2210-SOMA-UM-CONTRATO.

           IF TCT-MATRICULA (WSS-IDX-CTR) NOT EQUAL WSS-MATRICULA
              OR TCT-SITUACAO (WSS-IDX-CTR) NOT EQUAL 'A'
              OR TCT-PARCELAS-REST (WSS-IDX-CTR) EQUAL 0
              OR WSS-IDX-CTR EQUAL WSS-IDX-ACHADO
              GO TO 2210-SOMA-UM-CONTRATO-EXIT
           END-IF.

           ADD TCT-VALOR-PARCELA (WSS-IDX-CTR) TO WSS-MARGEM-USADA.

       2210-SOMA-UM-CONTRATO-EXIT.
           EXIT.

      *----
      * LIQUIDACAO: O CONTRATO DEIXA DE SER DESCONTADO A PARTIR
      * DESTA COMPETENCIA
      *----
       2300-LIQUIDA-CONTRATO.

           IF WSS-IDX-ACHADO EQUAL 0
              MOVE 'NC'                  TO WSS-MOTIVO
              PERFORM 2700-RECUSA-MOVIMENTO
                 THRU 2700-RECUSA-MOVIMENTO-EXIT
              GO TO 2300-LIQUIDA-CONTRATO-EXIT
           END-IF.

           MOVE 'L'           TO TCT-SITUACAO (WSS-IDX-ACHADO).
           MOVE WSS-COMPETENCIA
                              TO TCT-COMPET-MOVTO (WSS-IDX-ACHADO).
           ADD 1                         TO WSS-QTD-LIQUID.

       2300-LIQUIDA-CONTRATO-EXIT.
           EXIT.

      *----
      * RENEGOCIACAO: NOVA PARCELA E NOVO PRAZO, SE A NOVA PARCELA
      * COUBER NA MARGEM SEM A ANTIGA; SENAO O CONTRATO SEGUE COM A
      * PARCELA ANTIGA E A RENEGOCIACAO VOLTA RECUSADA
      *----
       2400-RENEGOCIA-CONTRATO.

           IF WSS-IDX-ACHADO EQUAL 0
              MOVE 'NC'                  TO WSS-MOTIVO
              PERFORM 2700-RECUSA-MOVIMENTO
                 THRU 2700-RECUSA-MOVIMENTO-EXIT
              GO TO 2400-RENEGOCIA-CONTRATO-EXIT
           END-IF.

           PERFORM 2200-SOMA-MARGEM
              THRU 2200-SOMA-MARGEM-EXIT.

           IF WSS-MARGEM-PCT GREATER 0
              AND WSS-MARGEM-USADA + CBM-VALOR-PARCELA
                  GREATER WSS-MARGEM-LIMITE
              MOVE 'MG'                  TO WSS-MOTIVO
              PERFORM 2700-RECUSA-MOVIMENTO
                 THRU 2700-RECUSA-MOVIMENTO-EXIT
              GO TO 2400-RENEGOCIA-CONTRATO-EXIT
           END-IF.

           MOVE CBM-VALOR-PARCELA
                              TO TCT-VALOR-PARCELA (WSS-IDX-ACHADO).
           MOVE CBM-QTD-PARCELAS
                              TO TCT-PARCELAS-REST (WSS-IDX-ACHADO).
           MOVE CBM-COMPET-INICIO
                              TO TCT-COMPET-INICIO (WSS-IDX-ACHADO).
           MOVE WSS-COMPETENCIA
                              TO TCT-COMPET-MOVTO (WSS-IDX-ACHADO).
           ADD 1                         TO WSS-QTD-RENEG.

       2400-RENEGOCIA-CONTRATO-EXIT.
           EXIT.

      *----
      * CONTRATO NOVO: NAO PODE JA ESTAR ATIVO E A PARCELA TEM DE
      * CABER NA MARGEM QUE SOBRA DOS CONTRATOS ATIVOS
      *----
       2500-INCLUI-CONTRATO.

           IF WSS-IDX-ACHADO GREATER 0
              MOVE 'DP'                  TO WSS-MOTIVO
              PERFORM 2700-RECUSA-MOVIMENTO
                 THRU 2700-RECUSA-MOVIMENTO-EXIT
              GO TO 2500-INCLUI-CONTRATO-EXIT
           END-IF.

           PERFORM 2200-SOMA-MARGEM
              THRU 2200-SOMA-MARGEM-EXIT.

           IF WSS-MARGEM-PCT GREATER 0
              AND WSS-MARGEM-USADA + CBM-VALOR-PARCELA
                  GREATER WSS-MARGEM-LIMITE
              MOVE 'MG'                  TO WSS-MOTIVO
              PERFORM 2700-RECUSA-MOVIMENTO
                 THRU 2700-RECUSA-MOVIMENTO-EXIT
              GO TO 2500-INCLUI-CONTRATO-EXIT
           END-IF.

           MOVE SPACES                   TO REG-CONSCTR.
           MOVE 'A'                      TO CCT-SITUACAO.

           PERFORM 2600-MONTA-ENTRADA
              THRU 2600-MONTA-ENTRADA-EXIT.

           ADD 1                         TO WSS-QTD-NOVOS.

       2500-INCLUI-CONTRATO-EXIT.
           EXIT.

      *----
      * NOVA ENTRADA DO CADASTRO COM OS DADOS DO MOVIMENTO; SITUACAO
      * E MOTIVO JA MONTADOS EM CCT-SITUACAO / CCT-MOTIVO
      *----
       2600-MONTA-ENTRADA.

           MOVE WSS-MATRICULA            TO CCT-MATRICULA.
           MOVE CBM-BANCO                TO CCT-BANCO.
           MOVE CBM-CONTRATO             TO CCT-CONTRATO.
           MOVE CBM-CPF                  TO CCT-CPF.
           MOVE CBM-VALOR-PARCELA        TO CCT-VALOR-PARCELA.
           MOVE CBM-QTD-PARCELAS         TO CCT-PARCELAS-REST.
           MOVE CBM-COMPET-INICIO        TO CCT-COMPET-INICIO.
           MOVE WSS-COMPETENCIA          TO CCT-COMPET-MOVTO.
           MOVE 0                        TO CCT-COMPET-BAIXA.

           PERFORM 2900-NOVA-ENTRADA
              THRU 2900-NOVA-ENTRADA-EXIT.

           MOVE REG-CONSCTR              TO TCT-DADOS (WSS-QTD-CTR).

       2600-MONTA-ENTRADA-EXIT.
           EXIT.

      *----
      * MOVIMENTO RECUSADO: ENTRA NO CADASTRO COMO 'R' COM O MOTIVO
      * (WSS-MOTIVO) PARA O RETORNO DA COMPETENCIA E VAI PARA O
      * RELATORIO
      *----
       2700-RECUSA-MOVIMENTO.

           MOVE SPACES                   TO REG-CONSCTR.
           MOVE 'R'                      TO CCT-SITUACAO.
           MOVE WSS-MOTIVO               TO CCT-MOTIVO.

           PERFORM 2600-MONTA-ENTRADA
              THRU 2600-MONTA-ENTRADA-EXIT.

           ADD 1                         TO WSS-QTD-RECUSADOS.

           PERFORM 2800-IMPRIME-RECUSA
              THRU 2800-IMPRIME-RECUSA-EXIT.

       2700-RECUSA-MOVIMENTO-EXIT.
           EXIT.

      *----
       2800-IMPRIME-RECUSA.

           MOVE SPACES                   TO DET-DESCRICAO.
           MOVE CBM-BANCO                TO DET-BANCO.
           MOVE CBM-CONTRATO             TO DET-CONTRATO.
           MOVE CBM-CPF                  TO DET-CPF.
           PERFORM 2850-MASCARA-CPF
              THRU 2850-MASCARA-CPF-EXIT.
           MOVE CBM-MOVIMENTO            TO DET-MOVIMENTO.
           MOVE WSS-MOTIVO               TO DET-MOTIVO.

           IF CBM-VALOR-PARCELA NUMERIC
              MOVE CBM-VALOR-PARCELA     TO DET-PARCELA
           ELSE
              MOVE 0                     TO DET-PARCELA
           END-IF.

           EVALUATE WSS-MOTIVO
               WHEN 'CP'
                    MOVE 'CPF NAO LOCALIZADO NO CADASTRO'
                                         TO DET-DESCRICAO
               WHEN 'DS'
                    MOVE 'FUNCIONARIO DESLIGADO'
                                         TO DET-DESCRICAO
               WHEN 'NC'
                    MOVE 'CONTRATO ATIVO NAO LOCALIZADO'
                                         TO DET-DESCRICAO
               WHEN 'DP'
                    MOVE 'CONTRATO NOVO JA EXISTENTE'
                                         TO DET-DESCRICAO
               WHEN 'MG'
                    MOVE 'MARGEM CONSIGNAVEL INSUFICIENTE'
                                         TO DET-DESCRICAO
               WHEN OTHER
                    MOVE 'REGISTRO INVALIDO - NAO DEVOLVIDO AO BANCO'
                                         TO DET-DESCRICAO
           END-EVALUATE.

           WRITE REG-RELCONS FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELCONS NOT EQUAL 0 THEN
              DISPLAY 'COBOL238 - ERRO WRITE RELCONS FS='
                      ST-RELCONS
              MOVE ST-RELCONS            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       2800-IMPRIME-RECUSA-EXIT.
           EXIT.

      *----
      * CPF DA LINHA DE RECUSA: INTEGRAL OU PARCIAL CONFORME O
      * USUARIO (COBOL234)
      *----
       2850-MASCARA-CPF.

           MOVE 'C'                      TO WSS-MSC-TIPO.
           MOVE 11                       TO WSS-MSC-TAMANHO.
           MOVE DET-CPF                  TO WSS-MSC-CAMPO.

           CALL 'COBOL234' USING WSS-MASCARA-LINKAGE.

           MOVE WSS-MSC-CAMPO (1:11)     TO DET-CPF.

       2850-MASCARA-CPF-EXIT.
           EXIT.

      *----
       2900-NOVA-ENTRADA.

           IF WSS-QTD-CTR NOT LESS 20000
              DISPLAY 'COBOL238 - TABELA DE CONTRATOS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-CTR.
           MOVE WSS-QTD-CTR              TO TCT-SEQ (WSS-QTD-CTR).

       2900-NOVA-ENTRADA-EXIT.
           EXIT.

      *----
      * NOVA GERACAO DO CADASTRO, POR MATRICULA + BANCO + CONTRATO
      * (A RECUSA DE UMA RENEGOCIACAO FICA LOGO APOS O CONTRATO)
      *----
       3000-GRAVA-CONSATU.

           DISPLAY '3000-GRAVA-CONSATU'.

           IF WSS-QTD-CTR GREATER 1
              SORT WSS-CTR-ENTRY ASCENDING TCT-MATRICULA TCT-BANCO
                                           TCT-CONTRATO TCT-SEQ
           END-IF.

           OPEN OUTPUT CONSATU.

           IF ST-CONSATU NOT EQUAL 0 THEN
              DISPLAY 'COBOL238 - ERRO OPEN CONSATU FS=' ST-CONSATU
              MOVE ST-CONSATU            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 3100-GRAVA-CONTRATO
              THRU 3100-GRAVA-CONTRATO-EXIT
              VARYING WSS-IDX-CTR FROM 1 BY 1
              UNTIL WSS-IDX-CTR GREATER WSS-QTD-CTR.

           CLOSE CONSATU.

       3000-GRAVA-CONSATU-EXIT.
           EXIT.

      *----
       3100-GRAVA-CONTRATO.

           WRITE REG-CONSATU FROM TCT-DADOS (WSS-IDX-CTR).

           IF ST-CONSATU NOT EQUAL 0 THEN
              DISPLAY 'COBOL238 - ERRO WRITE CONSATU FS=' ST-CONSATU
              MOVE ST-CONSATU            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-GRAVADOS.

           IF TCT-SITUACAO (WSS-IDX-CTR) EQUAL 'A'
              ADD 1                      TO WSS-QTD-ATIVOS
              ADD TCT-VALOR-PARCELA (WSS-IDX-CTR) TO WSS-TOT-PARCELAS
           END-IF.

       3100-GRAVA-CONTRATO-EXIT.
           EXIT.

      *----
       8000-IMPRIME-TOTAIS.

           DISPLAY '8000-IMPRIME-TOTAIS'.

           MOVE SPACES                   TO LINHA-TEXTO.

           WRITE REG-RELCONS FROM LINHA-TEXTO AFTER ADVANCING 2
           END-WRITE.

           MOVE 'CONTRATOS DA GERACAO ANTERIOR   :' TO LT-ROTULO.
           MOVE WSS-QTD-ANT-LIDOS        TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'ENCERRADOS E DESCARTADOS        :' TO LT-ROTULO.
           MOVE WSS-QTD-ANT-DESCARTADOS  TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'MOVIMENTOS DOS BANCOS LIDOS     :' TO LT-ROTULO.
           MOVE WSS-QTD-LIDOS            TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'CONTRATOS NOVOS INCLUIDOS       :' TO LT-ROTULO.
           MOVE WSS-QTD-NOVOS            TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'RENEGOCIACOES APLICADAS         :' TO LT-ROTULO.
           MOVE WSS-QTD-RENEG            TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'LIQUIDACOES APLICADAS           :' TO LT-ROTULO.
           MOVE WSS-QTD-LIQUID           TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'MOVIMENTOS RECUSADOS            :' TO LT-ROTULO.
           MOVE WSS-QTD-RECUSADOS        TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'REGISTROS INVALIDOS             :' TO LT-ROTULO.
           MOVE WSS-QTD-INVALIDOS        TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'CONTRATOS NO CADASTRO NOVO      :' TO LT-ROTULO.
           MOVE WSS-QTD-GRAVADOS         TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'CONTRATOS ATIVOS                :' TO LT-ROTULO.
           MOVE WSS-QTD-ATIVOS           TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'PARCELAS DOS CONTRATOS ATIVOS   :' TO LT-ROTULO.
           MOVE WSS-TOT-PARCELAS         TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           CLOSE RELCONS.

       8000-IMPRIME-TOTAIS-EXIT.
           EXIT.

      *----
       8900-GRAVA-LINHA.

           WRITE REG-RELCONS FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELCONS NOT EQUAL 0 THEN
              DISPLAY 'COBOL238 - ERRO WRITE RELCONS FS='
                      ST-RELCONS
              MOVE ST-RELCONS            TO RETURN-CODE
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

           DISPLAY '***ABEND-COBOL238*** RC=' WSS-RC-ABEND
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           MOVE WSS-RC-ABEND TO RETURN-CODE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
