      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : RETORNO DO CREDITO CONSIGNADO AOS BANCOS
      *            CONVENIADOS. RODA DEPOIS DA FOLHA DA COMPETENCIA
      *            (CARTAO CONSPRM; SEM CARTAO, A DO RELOGIO): CRUZA O
      *            CADASTRO DE CONTRATOS (CONSCTR, COBOL238) COM O
      *            RESULTADO DOS DESCONTOS DA FOLHA (CONSDES, COBOL148)
      *            E GRAVA O ARQUIVO DE RETORNO (CONSRET, UM LOTE POR
      *            BANCO) COM O VALOR EFETIVAMENTE DESCONTADO DE CADA
      *            CONTRATO OU O MOTIVO DO NAO DESCONTO - MARGEM
      *            INSUFICIENTE, DESLIGAMENTO (FUNCI), AFASTAMENTO
      *            (AFASTFUN) OU FUNCIONARIO FORA DA FOLHA - ALEM DAS
      *            RECUSAS DA IMPORTACAO. GRAVA A GERACAO SEGUINTE DO
      *            CADASTRO (CONSNOV) COM O PRAZO DOS CONTRATOS
      *            DESCONTADOS BAIXADO (ULTIMA PARCELA LIQUIDA O
      *            CONTRATO) E IMPRIME NO RELCRET O TOTAL DESCONTADO
      *            POR BANCO, BASE DO REPASSE.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL239.
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
           SELECT FUNCI ASSIGN TO FUNCI
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FUNCI.
      *
           SELECT AFASTFUN ASSIGN TO AFASTFUN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-AFASTFUN.
      *
           SELECT CONSDES ASSIGN TO CONSDES
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CONSDES.
      *
           SELECT CONSCTR ASSIGN TO CONSCTR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CONSCTR.
      *
           SELECT CONSNOV ASSIGN TO CONSNOV
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CONSNOV.
      *
           SELECT CONSRET ASSIGN TO CONSRET
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CONSRET.
      *
           SELECT RELCRET ASSIGN TO RELCRET
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELCRET.
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
      * COMPETENCIA DO RETORNO (OPCIONAL; A MESMA DA IMPORTACAO)
      *----
       01   REG-CONSPRM.
            03 CPM-COMPETENCIA             PIC 9(006).
            03 FILLER                      PIC X(074).
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
       FD   AFASTFUN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * AFASTAMENTOS INFORMADOS PELO RH (MESMO ARQUIVO DO COBOL089);
      * DATA DE RETORNO ZERADA = AFASTAMENTO EM ABERTO
      *----
       01   REG-AFASTFUN.
            03 AFA-MATRICULA               PIC 9(008).
            03 AFA-TIPO                    PIC X(001).
            03 AFA-DATA-INICIO             PIC 9(008).
            03 AFA-DATA-RETORNO            PIC 9(008).
            03 FILLER                      PIC X(055).
      *----
       FD   CONSDES
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2384'.
      *----
       FD   CONSCTR
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2382'.
      *----
       FD   CONSNOV
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
       01   REG-CONSNOV                    PIC X(080).
      *----
       FD   CONSRET
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2383'.
      *----
       FD   RELCRET.
       01   REG-RELCRET                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-CONSPRM                      PIC 9(002) VALUE 0.
       77  ST-FUNCI                        PIC 9(002) VALUE 0.
       77  ST-AFASTFUN                     PIC 9(002) VALUE 0.
       77  ST-CONSDES                      PIC 9(002) VALUE 0.
       77  ST-CONSCTR                      PIC 9(002) VALUE 0.
       77  ST-CONSNOV                      PIC 9(002) VALUE 0.
       77  ST-CONSRET                      PIC 9(002) VALUE 0.
       77  ST-RELCRET                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-COMPETENCIA                 PIC 9(006) VALUE 0.
       77  WSS-DATA-GERACAO                PIC 9(008) VALUE 0.
       77  WSS-QTD-FUN                     PIC 9(005) VALUE 0.
       77  WSS-QTD-AFA                     PIC 9(005) VALUE 0.
       77  WSS-QTD-CDS                     PIC 9(005) VALUE 0.
       77  WSS-QTD-CDS-NOVO                PIC 9(005) VALUE 0.
       77  WSS-IDX-CDS                     PIC 9(005) COMP VALUE 0.
       77  WSS-QTD-RET                     PIC 9(005) VALUE 0.
       77  WSS-IDX-RET                     PIC 9(005) COMP VALUE 0.
       77  WSS-SITUACAO                    PIC X(001) VALUE SPACE.
       77  WSS-AFASTADO                    PIC X(001) VALUE 'N'.
       77  WSS-ACHOU-CDS                   PIC X(001) VALUE 'N'.
       77  WSS-MOTIVO                      PIC X(002) VALUE SPACES.
       77  WSS-VALOR-DESCONTADO            PIC 9(007)V99 VALUE 0.
       77  WSS-BANCO-ANT                   PIC 9(003) VALUE 0.
       77  WSS-QTD-CTR-LIDOS               PIC 9(007) VALUE 0.
       77  WSS-QTD-CTR-GRAVADOS            PIC 9(007) VALUE 0.
       77  WSS-QTD-BAIXADOS                PIC 9(007) VALUE 0.
       77  WSS-QTD-QUITADOS                PIC 9(007) VALUE 0.
       77  WSS-QTD-CDS-SOBRA               PIC 9(007) VALUE 0.
       77  WSS-QTD-LOTES                   PIC 9(005) VALUE 0.
       77  WSS-BCO-QTD                     PIC 9(006) VALUE 0.
       77  WSS-BCO-QTD-DESC                PIC 9(006) VALUE 0.
       77  WSS-BCO-PREVISTO                PIC 9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-BCO-DESCONTADO              PIC 9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TOT-QTD                     PIC 9(007) VALUE 0.
       77  WSS-TOT-QTD-DESC                PIC 9(007) VALUE 0.
       77  WSS-TOT-PREVISTO                PIC 9(013)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TOT-DESCONTADO              PIC 9(013)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TOT-CDS-DESCONTADO          PIC 9(013)V99 COMP-3
                                                          VALUE 0.
       77  MASCARA-TOTAL                   PIC ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-QTDE                    PIC ZZZZZZZ9.
       77  WSS-RC-ABEND                    PIC 9(003) VALUE 0.
      *----
      * SITUACAO POR MATRICULA
      *----
       01  WSS-TAB-FUNCI.
           05 WSS-FUN-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-FUN
                 ASCENDING KEY TFU-MATRICULA
                 INDEXED BY IDX-FUN.
              10 TFU-MATRICULA             PIC 9(008).
              10 TFU-SITUACAO              PIC X(001).
      *----
      * MATRICULAS COM AFASTAMENTO QUE ALCANCA A COMPETENCIA
      *----
       01  WSS-TAB-AFAST.
           05 WSS-AFA-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-AFA
                 ASCENDING KEY TAF-MATRICULA
                 INDEXED BY IDX-AFA.
              10 TAF-MATRICULA             PIC 9(008).
      *----
      * RESULTADO DA FOLHA POR CONTRATO; REPETIDO (REINICIO DA
      * FOLHA), VALE O ULTIMO GRAVADO
      *----
       01  WSS-TAB-CONSDES.
           05 WSS-CDS-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-CDS
                 ASCENDING KEY TCD-CHAVE
                 INDEXED BY IDX-CDS.
              10 TCD-CHAVE.
                 15 TCD-BANCO              PIC 9(003).
                 15 TCD-CONTRATO           PIC X(020).
              10 TCD-SEQ                   PIC 9(005) COMP.
              10 TCD-VALOR-DESCONTADO      PIC 9(007)V99.
              10 TCD-MOTIVO                PIC X(002).
              10 TCD-USADO                 PIC X(001).
      *----
      * CHAVE DE PESQUISA NO RESULTADO DA FOLHA
      *----
       01  WSS-CHAVE-CDS.
           03 WSS-CHV-BANCO                PIC 9(003).
           03 WSS-CHV-CONTRATO             PIC X(020).
      *----
      * DETALHES DO RETORNO, CLASSIFICADOS POR BANCO ANTES DA
      * GRAVACAO PARA FORMAR UM LOTE POR BANCO
      *----
       01  WSS-TAB-RETORNO.
           05 WSS-RET-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-RET.
              10 TRT-BANCO                 PIC 9(003).
              10 TRT-CONTRATO              PIC X(020).
              10 TRT-CPF                   PIC 9(011).
              10 TRT-VALOR-PREVISTO        PIC 9(007)V99.
              10 TRT-VALOR-DESCONTADO      PIC 9(007)V99.
              10 TRT-MOTIVO                PIC X(002).
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL239'.
           03 FILLER                       PIC X(051)
              VALUE 'RETORNO DO CREDITO CONSIGNADO AOS BANCOS'.
           03 FILLER                       PIC X(014)
              VALUE 'COMPETENCIA: '.
           03 CAB01-COMPETENCIA            PIC 9(006) VALUE 0.
      *----
       01  CAB02.
           03 FILLER                       PIC X(008) VALUE 'BANCO'.
           03 FILLER                       PIC X(012) VALUE 'CONTRATOS'.
           03 FILLER                       PIC X(012)
              VALUE 'DESCONTADOS'.
           03 FILLER                       PIC X(018)
              VALUE 'VALOR PREVISTO'.
           03 FILLER                       PIC X(018)
              VALUE 'VALOR DESCONTADO'.
           03 FILLER                       PIC X(020)
              VALUE 'REPASSE AO BANCO'.
      *----
       01  DET01.
           03 DET-BANCO                    PIC ZZ9.
           03 FILLER                       PIC X(005) VALUE SPACES.
           03 DET-QTD                      PIC ZZZ.ZZ9.
           03 FILLER                       PIC X(005) VALUE SPACES.
           03 DET-QTD-DESC                 PIC ZZZ.ZZ9.
           03 FILLER                       PIC X(005) VALUE SPACES.
           03 DET-PREVISTO                 PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(004) VALUE SPACES.
           03 DET-DESCONTADO               PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(004) VALUE SPACES.
           03 DET-REPASSE                  PIC ZZZ.ZZZ.ZZ9,99.
      *----
       01  LINHA-TEXTO.
           03 LT-ROTULO                    PIC X(034) VALUE SPACES.
           03 LT-VALOR                     PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(084) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL239'
           DISPLAY ' RETORNO DO CREDITO CONSIGNADO AOS BANCOS'.

           PERFORM 0001-CARGA-CONSPRM
              THRU 0001-CARGA-CONSPRM-EXIT.

           PERFORM 0010-CARGA-FUNCI
              THRU 0010-CARGA-FUNCI-EXIT.

           PERFORM 0020-CARGA-AFASTFUN
              THRU 0020-CARGA-AFASTFUN-EXIT.

           PERFORM 0030-CARGA-CONSDES
              THRU 0030-CARGA-CONSDES-EXIT.

           PERFORM 1000-PROCESSA-CONSCTR
              THRU 1000-PROCESSA-CONSCTR-EXIT.

           PERFORM 2000-GRAVA-CONSRET
              THRU 2000-GRAVA-CONSRET-EXIT.

           PERFORM 8000-IMPRIME-TOTAIS
              THRU 8000-IMPRIME-TOTAIS-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL239                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* COMPETENCIA          : ' WSS-COMPETENCIA.
           DISPLAY '* BANCOS NO RETORNO    : ' WSS-QTD-LOTES.
           DISPLAY '* DETALHES DO RETORNO  : ' WSS-TOT-QTD.
           DISPLAY '* PARCELAS DESCONTADAS : ' WSS-TOT-QTD-DESC.
           DISPLAY '* TOTAL A REPASSAR     : ' WSS-TOT-DESCONTADO.
           DISPLAY '*******************************************'.

           STOP RUN.

      *----
      * COMPETENCIA DO RETORNO: CARTAO CONSPRM OU A DO RELOGIO
      *----
       0001-CARGA-CONSPRM.

           DISPLAY '0001-CARGA-CONSPRM'.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WSS-DATA-GERACAO.

           OPEN INPUT CONSPRM.

           IF ST-CONSPRM EQUAL 35
              MOVE WSS-DATA-GERACAO (1:6) TO WSS-COMPETENCIA
              DISPLAY 'COBOL239 - CONSPRM NAO INFORMADO, COMPETENCIA '
                      'CORRENTE ' WSS-COMPETENCIA
              GO TO 0001-CARGA-CONSPRM-EXIT
           END-IF.

           IF ST-CONSPRM NOT EQUAL 0 THEN
              DISPLAY 'COBOL239 - ERRO OPEN CONSPRM FS=' ST-CONSPRM
              MOVE ST-CONSPRM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ CONSPRM.

           IF ST-CONSPRM NOT EQUAL 0 THEN
              DISPLAY 'COBOL239 - ERRO READ CONSPRM FS=' ST-CONSPRM
              MOVE ST-CONSPRM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE CONSPRM.

           IF CPM-COMPETENCIA NOT NUMERIC
              OR CPM-COMPETENCIA EQUAL 0
              DISPLAY 'COBOL239 - CARTAO CONSPRM INVALIDO: '
                      REG-CONSPRM (1:6)
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE CPM-COMPETENCIA          TO WSS-COMPETENCIA.

           DISPLAY 'COBOL239 - COMPETENCIA ' WSS-COMPETENCIA.

       0001-CARGA-CONSPRM-EXIT.
           EXIT.

      *----
       0010-CARGA-FUNCI.

           DISPLAY '0010-CARGA-FUNCI'.

           OPEN INPUT FUNCI.

           IF ST-FUNCI NOT EQUAL 0 THEN
              DISPLAY 'COBOL239 - ERRO OPEN FUNCI FS=' ST-FUNCI
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

           DISPLAY 'COBOL239 - FUNCIONARIOS CARREGADOS: ' WSS-QTD-FUN.

       0010-CARGA-FUNCI-EXIT.
           EXIT.

      *----
       0011-LER-FUNCI.

           READ FUNCI
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FUNCI NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL239 - ERRO READ FUNCI FS=' ST-FUNCI
              MOVE ST-FUNCI              TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0011-LER-FUNCI-EXIT
           END-IF.

           IF WSS-QTD-FUN NOT LESS 20000
              DISPLAY 'COBOL239 - TABELA DE FUNCIONARIOS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-FUN.
           MOVE MATRICULA                TO TFU-MATRICULA (WSS-QTD-FUN).
           MOVE FUNCI-SITUACAO           TO TFU-SITUACAO (WSS-QTD-FUN).

       0011-LER-FUNCI-EXIT.
           EXIT.

      *----
      * AFASTAMENTOS QUE ALCANCAM A COMPETENCIA (MESMO CRITERIO DO
      * COBOL089); SEM O ARQUIVO (FS=35) NINGUEM ESTA AFASTADO
      *----
       0020-CARGA-AFASTFUN.

           DISPLAY '0020-CARGA-AFASTFUN'.

           OPEN INPUT AFASTFUN.

           IF ST-AFASTFUN EQUAL 35
              DISPLAY 'COBOL239 - AFASTFUN NAO INFORMADO'
              GO TO 0020-CARGA-AFASTFUN-EXIT
           END-IF.

           IF ST-AFASTFUN NOT EQUAL 0 THEN
              DISPLAY 'COBOL239 - ERRO OPEN AFASTFUN FS=' ST-AFASTFUN
              MOVE ST-AFASTFUN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0021-LER-AFASTFUN
              THRU 0021-LER-AFASTFUN-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE AFASTFUN.

           IF WSS-QTD-AFA GREATER 1
              SORT WSS-AFA-ENTRY ASCENDING TAF-MATRICULA
           END-IF.

           DISPLAY 'COBOL239 - AFASTAMENTOS NA COMPETENCIA: '
                   WSS-QTD-AFA.

       0020-CARGA-AFASTFUN-EXIT.
           EXIT.

      *----
       0021-LER-AFASTFUN.

           READ AFASTFUN
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-AFASTFUN NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL239 - ERRO READ AFASTFUN FS=' ST-AFASTFUN
              MOVE ST-AFASTFUN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0021-LER-AFASTFUN-EXIT
           END-IF.

      *----
      * FORA DO PERIODO: COMECA DEPOIS DO MES OU TERMINOU ANTES DELE
      *----
           IF AFA-DATA-INICIO (1:6) GREATER WSS-COMPETENCIA
              GO TO 0021-LER-AFASTFUN-EXIT
           END-IF.

           IF AFA-DATA-RETORNO GREATER 0
              AND AFA-DATA-RETORNO (1:6) LESS WSS-COMPETENCIA
              GO TO 0021-LER-AFASTFUN-EXIT
           END-IF.

           IF WSS-QTD-AFA NOT LESS 5000
              DISPLAY 'COBOL239 - TABELA DE AFASTAMENTOS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-AFA.
           MOVE AFA-MATRICULA            TO TAF-MATRICULA (WSS-QTD-AFA).

       0021-LER-AFASTFUN-EXIT.
           EXIT.

      *----
      * RESULTADO DA FOLHA DA COMPETENCIA POR CONTRATO. SEM O ARQUIVO
      * (FS=35) A FOLHA NAO TEVE PARCELA CONSIGNADA A DESCONTAR
      *----
       0030-CARGA-CONSDES.

           DISPLAY '0030-CARGA-CONSDES'.

           OPEN INPUT CONSDES.

           IF ST-CONSDES EQUAL 35
              DISPLAY 'COBOL239 - CONSDES NAO INFORMADO, NENHUMA '
                      'PARCELA DESCONTADA NA FOLHA'
              GO TO 0030-CARGA-CONSDES-EXIT
           END-IF.

           IF ST-CONSDES NOT EQUAL 0 THEN
              DISPLAY 'COBOL239 - ERRO OPEN CONSDES FS=' ST-CONSDES
              MOVE ST-CONSDES            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0031-LER-CONSDES
              THRU 0031-LER-CONSDES-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CONSDES.

           IF WSS-QTD-CDS GREATER 1
              SORT WSS-CDS-ENTRY ASCENDING TCD-CHAVE TCD-SEQ
           END-IF.

           MOVE 0                        TO WSS-QTD-CDS-NOVO.

           PERFORM 0032-COMPACTA-CONSDES
              THRU 0032-COMPACTA-CONSDES-EXIT
              VARYING WSS-IDX-CDS FROM 1 BY 1
              UNTIL WSS-IDX-CDS GREATER WSS-QTD-CDS.

           MOVE WSS-QTD-CDS-NOVO         TO WSS-QTD-CDS.

           PERFORM 0033-SOMA-CONSDES
              THRU 0033-SOMA-CONSDES-EXIT
              VARYING WSS-IDX-CDS FROM 1 BY 1
              UNTIL WSS-IDX-CDS GREATER WSS-QTD-CDS.

           DISPLAY 'COBOL239 - CONTRATOS NA FOLHA: ' WSS-QTD-CDS.

       0030-CARGA-CONSDES-EXIT.
           EXIT.

      *----
       0031-LER-CONSDES.

           READ CONSDES
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CONSDES NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL239 - ERRO READ CONSDES FS=' ST-CONSDES
              MOVE ST-CONSDES            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0031-LER-CONSDES-EXIT
           END-IF.

           IF CDS-COMPETENCIA NOT EQUAL WSS-COMPETENCIA
              GO TO 0031-LER-CONSDES-EXIT
           END-IF.

           IF WSS-QTD-CDS NOT LESS 20000
              DISPLAY 'COBOL239 - TABELA DE DESCONTOS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-CDS.
           MOVE CDS-BANCO                TO TCD-BANCO (WSS-QTD-CDS).
           MOVE CDS-CONTRATO             TO TCD-CONTRATO (WSS-QTD-CDS).
           MOVE WSS-QTD-CDS              TO TCD-SEQ (WSS-QTD-CDS).
           MOVE CDS-VALOR-DESCONTADO     TO
                TCD-VALOR-DESCONTADO (WSS-QTD-CDS).
           MOVE CDS-MOTIVO               TO TCD-MOTIVO (WSS-QTD-CDS).
           MOVE 'N'                      TO TCD-USADO (WSS-QTD-CDS).

       0031-LER-CONSDES-EXIT.
           EXIT.

      *----
      * CONTRATO REPETIDO (JA CLASSIFICADO POR CHAVE + ORDEM DE
      * GRAVACAO): FICA O ULTIMO RESULTADO
      *----
       0032-COMPACTA-CONSDES.

           IF WSS-QTD-CDS-NOVO GREATER 0
              AND TCD-CHAVE (WSS-IDX-CDS) EQUAL
                  TCD-CHAVE (WSS-QTD-CDS-NOVO)
              MOVE WSS-CDS-ENTRY (WSS-IDX-CDS)
                                   TO WSS-CDS-ENTRY (WSS-QTD-CDS-NOVO)
              GO TO 0032-COMPACTA-CONSDES-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-CDS-NOVO.
           MOVE WSS-CDS-ENTRY (WSS-IDX-CDS)
                                   TO WSS-CDS-ENTRY (WSS-QTD-CDS-NOVO).

       0032-COMPACTA-CONSDES-EXIT.
           EXIT.

      *----
       0033-SOMA-CONSDES.

           ADD TCD-VALOR-DESCONTADO (WSS-IDX-CDS)
                                         TO WSS-TOT-CDS-DESCONTADO.

       0033-SOMA-CONSDES-EXIT.
           EXIT.

      *----
      * CADASTRO DE CONTRATOS: CADA CONTRATO DEVIDO NA COMPETENCIA E
      * CADA RECUSA DA IMPORTACAO DA COMPETENCIA VIRA DETALHE DO
      * RETORNO; TODOS OS REGISTROS PASSAM PARA A GERACAO SEGUINTE
      *----
       1000-PROCESSA-CONSCTR.

           DISPLAY '1000-PROCESSA-CONSCTR'.

           OPEN INPUT CONSCTR.

           IF ST-CONSCTR NOT EQUAL 0 THEN
              DISPLAY 'COBOL239 - ERRO OPEN CONSCTR FS=' ST-CONSCTR
              MOVE ST-CONSCTR            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT CONSNOV.

           IF ST-CONSNOV NOT EQUAL 0 THEN
              DISPLAY 'COBOL239 - ERRO OPEN CONSNOV FS=' ST-CONSNOV
              MOVE ST-CONSNOV            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1001-LER-CONSCTR
              THRU 1001-LER-CONSCTR-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CONSCTR.
           CLOSE CONSNOV.

           PERFORM 1300-CONTA-SOBRA
              THRU 1300-CONTA-SOBRA-EXIT
              VARYING WSS-IDX-CDS FROM 1 BY 1
              UNTIL WSS-IDX-CDS GREATER WSS-QTD-CDS.

       1000-PROCESSA-CONSCTR-EXIT.
           EXIT.

      *----
       1001-LER-CONSCTR.

           READ CONSCTR
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CONSCTR NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL239 - ERRO READ CONSCTR FS=' ST-CONSCTR
              MOVE ST-CONSCTR            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1001-LER-CONSCTR-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-CTR-LIDOS.

           EVALUATE TRUE
               WHEN CCT-RECUSADO
                    AND CCT-COMPET-MOVTO EQUAL WSS-COMPETENCIA
                    MOVE CCT-MOTIVO      TO WSS-MOTIVO
                    MOVE 0               TO WSS-VALOR-DESCONTADO
                    PERFORM 1200-INCLUI-RETORNO
                       THRU 1200-INCLUI-RETORNO-EXIT
               WHEN CCT-ATIVO
                    AND CCT-PARCELAS-REST GREATER 0
                    AND CCT-COMPET-INICIO NOT GREATER WSS-COMPETENCIA
                    PERFORM 1100-APURA-CONTRATO
                       THRU 1100-APURA-CONTRATO-EXIT
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           WRITE REG-CONSNOV FROM REG-CONSCTR.

           IF ST-CONSNOV NOT EQUAL 0 THEN
              DISPLAY 'COBOL239 - ERRO WRITE CONSNOV FS=' ST-CONSNOV
              MOVE ST-CONSNOV            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-CTR-GRAVADOS.

       1001-LER-CONSCTR-EXIT.
           EXIT.

      *----
      * CONTRATO DEVIDO: DESCONTADO NA FOLHA BAIXA UMA PARCELA (UMA
      * VEZ POR COMPETENCIA); NAO DESCONTADO LEVA O MOTIVO - MARGEM
      * (OU AFASTAMENTO, QUE E A CAUSA DA FALTA DE MARGEM), E SEM
      * RESULTADO NA FOLHA DESLIGAMENTO, AFASTAMENTO OU FORA DA FOLHA
      *----
       1100-APURA-CONTRATO.

           MOVE 'D'                      TO WSS-SITUACAO.

           SEARCH ALL WSS-FUN-ENTRY
               AT END
                  CONTINUE
               WHEN TFU-MATRICULA (IDX-FUN) EQUAL CCT-MATRICULA
                  MOVE TFU-SITUACAO (IDX-FUN) TO WSS-SITUACAO
           END-SEARCH.

           MOVE 'N'                      TO WSS-AFASTADO.

           SEARCH ALL WSS-AFA-ENTRY
               AT END
                  CONTINUE
               WHEN TAF-MATRICULA (IDX-AFA) EQUAL CCT-MATRICULA
                  MOVE 'S'               TO WSS-AFASTADO
           END-SEARCH.

           MOVE CCT-BANCO                TO WSS-CHV-BANCO.
           MOVE CCT-CONTRATO             TO WSS-CHV-CONTRATO.
           MOVE 'N'                      TO WSS-ACHOU-CDS.

           SEARCH ALL WSS-CDS-ENTRY
               AT END
                  CONTINUE
               WHEN TCD-CHAVE (IDX-CDS) EQUAL WSS-CHAVE-CDS
                  MOVE 'S'               TO WSS-ACHOU-CDS
                  MOVE 'S'               TO TCD-USADO (IDX-CDS)
                  MOVE TCD-MOTIVO (IDX-CDS) TO WSS-MOTIVO
                  MOVE TCD-VALOR-DESCONTADO (IDX-CDS)
                                         TO WSS-VALOR-DESCONTADO
           END-SEARCH.

           IF WSS-ACHOU-CDS EQUAL 'N'
              MOVE 0                     TO WSS-VALOR-DESCONTADO
              EVALUATE TRUE
                  WHEN WSS-SITUACAO EQUAL 'D'
                       MOVE 'DS'         TO WSS-MOTIVO
                  WHEN WSS-AFASTADO EQUAL 'S'
                       MOVE 'AF'         TO WSS-MOTIVO
                  WHEN OTHER
                       MOVE 'NP'         TO WSS-MOTIVO
              END-EVALUATE
           END-IF.

           IF WSS-MOTIVO EQUAL 'MG' AND WSS-AFASTADO EQUAL 'S'
              MOVE 'AF'                  TO WSS-MOTIVO
           END-IF.

           PERFORM 1200-INCLUI-RETORNO
              THRU 1200-INCLUI-RETORNO-EXIT.

           IF WSS-MOTIVO NOT EQUAL '00'
              OR CCT-COMPET-BAIXA EQUAL WSS-COMPETENCIA
              GO TO 1100-APURA-CONTRATO-EXIT
           END-IF.

           SUBTRACT 1                    FROM CCT-PARCELAS-REST.
           MOVE WSS-COMPETENCIA          TO CCT-COMPET-BAIXA.
           ADD 1                         TO WSS-QTD-BAIXADOS.

           IF CCT-PARCELAS-REST EQUAL 0
              SET CCT-LIQUIDADO          TO TRUE
              ADD 1                      TO WSS-QTD-QUITADOS
           END-IF.

       1100-APURA-CONTRATO-EXIT.
           EXIT.

      *----
       1200-INCLUI-RETORNO.

           IF WSS-QTD-RET NOT LESS 20000
              DISPLAY 'COBOL239 - TABELA DO RETORNO CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-RET.
           MOVE CCT-BANCO                TO TRT-BANCO (WSS-QTD-RET).
           MOVE CCT-CONTRATO             TO TRT-CONTRATO (WSS-QTD-RET).
           MOVE CCT-CPF                  TO TRT-CPF (WSS-QTD-RET).
           MOVE CCT-VALOR-PARCELA        TO
                TRT-VALOR-PREVISTO (WSS-QTD-RET).
           MOVE WSS-VALOR-DESCONTADO     TO
                TRT-VALOR-DESCONTADO (WSS-QTD-RET).
           MOVE WSS-MOTIVO               TO TRT-MOTIVO (WSS-QTD-RET).

       1200-INCLUI-RETORNO-EXIT.
           EXIT.

      *----
      * RESULTADO DA FOLHA SEM CONTRATO DEVIDO NO CADASTRO (CADASTRO
      * TROCADO ENTRE A FOLHA E O RETORNO): SO AVISO NO RELATORIO
      *----
       1300-CONTA-SOBRA.

           IF TCD-USADO (WSS-IDX-CDS) EQUAL 'N'
              ADD 1                      TO WSS-QTD-CDS-SOBRA
              DISPLAY 'COBOL239 - DESCONTO SEM CONTRATO NO CADASTRO: '
                      TCD-BANCO (WSS-IDX-CDS) ' '
                      TCD-CONTRATO (WSS-IDX-CDS)
           END-IF.

       1300-CONTA-SOBRA-EXIT.
           EXIT.

      *----
      * ARQUIVO DE RETORNO: UM LOTE POR BANCO (HEADER, DETALHES POR
      * CONTRATO, TRAILER COM QUANTIDADE E TOTAL DESCONTADO) E A
      * LINHA DO BANCO NO RELATORIO DE REPASSE
      *----
       2000-GRAVA-CONSRET.

           DISPLAY '2000-GRAVA-CONSRET'.

           IF WSS-QTD-RET GREATER 1
              SORT WSS-RET-ENTRY ASCENDING TRT-BANCO TRT-CONTRATO
           END-IF.

           OPEN OUTPUT CONSRET.

           IF ST-CONSRET NOT EQUAL 0 THEN
              DISPLAY 'COBOL239 - ERRO OPEN CONSRET FS=' ST-CONSRET
              MOVE ST-CONSRET            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT RELCRET.

           IF ST-RELCRET NOT EQUAL 0 THEN
              DISPLAY 'COBOL239 - ERRO OPEN RELCRET FS=' ST-RELCRET
              MOVE ST-RELCRET            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE WSS-COMPETENCIA          TO CAB01-COMPETENCIA.

           WRITE REG-RELCRET FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           WRITE REG-RELCRET FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

           MOVE 0                        TO WSS-BANCO-ANT.

           PERFORM 2100-GRAVA-DETALHE
              THRU 2100-GRAVA-DETALHE-EXIT
              VARYING WSS-IDX-RET FROM 1 BY 1
              UNTIL WSS-IDX-RET GREATER WSS-QTD-RET.

           IF WSS-BANCO-ANT NOT EQUAL 0
              PERFORM 2300-FECHA-LOTE
                 THRU 2300-FECHA-LOTE-EXIT
           END-IF.

           CLOSE CONSRET.

       2000-GRAVA-CONSRET-EXIT.
           EXIT.

      *----
       2100-GRAVA-DETALHE.

           IF TRT-BANCO (WSS-IDX-RET) NOT EQUAL WSS-BANCO-ANT
              IF WSS-BANCO-ANT NOT EQUAL 0
                 PERFORM 2300-FECHA-LOTE
                    THRU 2300-FECHA-LOTE-EXIT
              END-IF
              MOVE TRT-BANCO (WSS-IDX-RET) TO WSS-BANCO-ANT
              PERFORM 2200-ABRE-LOTE
                 THRU 2200-ABRE-LOTE-EXIT
           END-IF.

           MOVE SPACES                   TO REG-CONSRET.
           SET CRT-DETALHE               TO TRUE.
           MOVE TRT-BANCO (WSS-IDX-RET)  TO CRT-BANCO.
           MOVE TRT-CONTRATO (WSS-IDX-RET) TO CRT-CONTRATO.
           MOVE TRT-CPF (WSS-IDX-RET)    TO CRT-CPF.
           MOVE WSS-COMPETENCIA          TO CRT-COMPETENCIA.
           MOVE TRT-VALOR-PREVISTO (WSS-IDX-RET)
                                         TO CRT-VALOR-PREVISTO.
           MOVE TRT-VALOR-DESCONTADO (WSS-IDX-RET)
                                         TO CRT-VALOR-DESCONTADO.
           MOVE TRT-MOTIVO (WSS-IDX-RET) TO CRT-MOTIVO.

           PERFORM 2900-GRAVA-CONSRET
              THRU 2900-GRAVA-CONSRET-EXIT.

           ADD 1                         TO WSS-BCO-QTD.
           ADD TRT-VALOR-PREVISTO (WSS-IDX-RET) TO WSS-BCO-PREVISTO.
           ADD TRT-VALOR-DESCONTADO (WSS-IDX-RET)
                                         TO WSS-BCO-DESCONTADO.

           IF TRT-MOTIVO (WSS-IDX-RET) EQUAL '00'
              ADD 1                      TO WSS-BCO-QTD-DESC
           END-IF.

       2100-GRAVA-DETALHE-EXIT.
           EXIT.

      *----
       2200-ABRE-LOTE.

           MOVE 0                        TO WSS-BCO-QTD.
           MOVE 0                        TO WSS-BCO-QTD-DESC.
           MOVE 0                        TO WSS-BCO-PREVISTO.
           MOVE 0                        TO WSS-BCO-DESCONTADO.

           MOVE SPACES                   TO REG-CONSRET.
           SET CRT-HEADER                TO TRUE.
           MOVE WSS-BANCO-ANT            TO CRT-BANCO.
           MOVE WSS-COMPETENCIA          TO CRH-COMPETENCIA.
           MOVE WSS-DATA-GERACAO         TO CRH-DATA-GERACAO.
           MOVE 'INEFE - FOLHA DE PAGAMENTO'
                                         TO CRH-CONVENENTE.

           PERFORM 2900-GRAVA-CONSRET
              THRU 2900-GRAVA-CONSRET-EXIT.

           ADD 1                         TO WSS-QTD-LOTES.

       2200-ABRE-LOTE-EXIT.
           EXIT.

      *----
       2300-FECHA-LOTE.

           MOVE SPACES                   TO REG-CONSRET.
           SET CRT-TRAILER               TO TRUE.
           MOVE WSS-BANCO-ANT            TO CRT-BANCO.
           MOVE WSS-BCO-QTD              TO CRR-QTD-DETALHES.
           MOVE WSS-BCO-DESCONTADO       TO CRR-TOTAL-DESCONTADO.

           PERFORM 2900-GRAVA-CONSRET
              THRU 2900-GRAVA-CONSRET-EXIT.

           MOVE WSS-BANCO-ANT            TO DET-BANCO.
           MOVE WSS-BCO-QTD              TO DET-QTD.
           MOVE WSS-BCO-QTD-DESC         TO DET-QTD-DESC.
           MOVE WSS-BCO-PREVISTO         TO DET-PREVISTO.
           MOVE WSS-BCO-DESCONTADO       TO DET-DESCONTADO.
           MOVE WSS-BCO-DESCONTADO       TO DET-REPASSE.

           WRITE REG-RELCRET FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELCRET NOT EQUAL 0 THEN
              DISPLAY 'COBOL239 - ERRO WRITE RELCRET FS='
                      ST-RELCRET
              MOVE ST-RELCRET            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD WSS-BCO-QTD               TO WSS-TOT-QTD.
           ADD WSS-BCO-QTD-DESC          TO WSS-TOT-QTD-DESC.
           ADD WSS-BCO-PREVISTO          TO WSS-TOT-PREVISTO.
           ADD WSS-BCO-DESCONTADO        TO WSS-TOT-DESCONTADO.

       2300-FECHA-LOTE-EXIT.
           EXIT.

      *----
       2900-GRAVA-CONSRET.

           WRITE REG-CONSRET.

           IF ST-CONSRET NOT EQUAL 0 THEN
              DISPLAY 'COBOL239 - ERRO WRITE CONSRET FS=' ST-CONSRET
              MOVE ST-CONSRET            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       2900-GRAVA-CONSRET-EXIT.
           EXIT.

      *----
      * TOTAIS E PROVA: O TOTAL DEVOLVIDO AOS BANCOS TEM DE SER O
      * TOTAL DESCONTADO NA FOLHA (CONSDES); DESCONTO SEM CONTRATO
      * NO CADASTRO E APONTADO PARA ACERTO MANUAL DO REPASSE
      *----
       8000-IMPRIME-TOTAIS.

           DISPLAY '8000-IMPRIME-TOTAIS'.

           MOVE SPACES                   TO LINHA-TEXTO.

           WRITE REG-RELCRET FROM LINHA-TEXTO AFTER ADVANCING 2
           END-WRITE.

           MOVE 'BANCOS NO RETORNO               :' TO LT-ROTULO.
           MOVE WSS-QTD-LOTES            TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'DETALHES DO RETORNO             :' TO LT-ROTULO.
           MOVE WSS-TOT-QTD              TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'PARCELAS DESCONTADAS            :' TO LT-ROTULO.
           MOVE WSS-TOT-QTD-DESC         TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'VALOR PREVISTO                  :' TO LT-ROTULO.
           MOVE WSS-TOT-PREVISTO         TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'TOTAL A REPASSAR AOS BANCOS     :' TO LT-ROTULO.
           MOVE WSS-TOT-DESCONTADO       TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'TOTAL DESCONTADO NA FOLHA       :' TO LT-ROTULO.
           MOVE WSS-TOT-CDS-DESCONTADO   TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'PARCELAS BAIXADAS NO CADASTRO   :' TO LT-ROTULO.
           MOVE WSS-QTD-BAIXADOS         TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'CONTRATOS QUITADOS              :' TO LT-ROTULO.
           MOVE WSS-QTD-QUITADOS         TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'DESCONTOS SEM CONTRATO          :' TO LT-ROTULO.
           MOVE WSS-QTD-CDS-SOBRA        TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'REPASSE CONFERE COM A FOLHA     :' TO LT-ROTULO.

           IF WSS-TOT-DESCONTADO EQUAL WSS-TOT-CDS-DESCONTADO
              MOVE 'SIM'                 TO LT-VALOR
           ELSE
              MOVE 'NAO'                 TO LT-VALOR
              DISPLAY 'COBOL239 - TOTAL DO RETORNO DIFERENTE DO '
                      'DESCONTADO NA FOLHA, CONFERIR O REPASSE'
              MOVE 4                     TO RETURN-CODE
           END-IF.

           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           CLOSE RELCRET.

       8000-IMPRIME-TOTAIS-EXIT.
           EXIT.

      *----
       8900-GRAVA-LINHA.

           WRITE REG-RELCRET FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELCRET NOT EQUAL 0 THEN
              DISPLAY 'COBOL239 - ERRO WRITE RELCRET FS='
                      ST-RELCRET
              MOVE ST-RELCRET            TO RETURN-CODE
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

           DISPLAY '***ABEND-COBOL239*** RC=' WSS-RC-ABEND
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           MOVE WSS-RC-ABEND TO RETURN-CODE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
