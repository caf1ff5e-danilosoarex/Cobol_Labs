      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : ANALISE DE FUNCIONARIO FANTASMA E DE ANOMALIA DE
      *            PAGAMENTO PARA A AUDITORIA INTERNA (RODADA MENSAL,
      *            DEPOIS DA FOLHA). CRUZA QUEM FOI PAGO NO FOLHANET
      *            COM OS DEMAIS CADASTROS E PONTUA CADA MATRICULA
      *            PAGA PELOS INDICIOS ENCONTRADOS:
      *            - SEM MARCACAO DE PONTO NA COMPETENCIA E SEM
      *              AFASTAMENTO (AFASTFUN) OU FERIAS APROVADAS
      *              (FERIAS) QUE EXPLIQUEM A AUSENCIA;
      *            - CONTA DO BANCFUNC QUE RECEBE POR MAIS DE UMA
      *              MATRICULA;
      *            - CONTA DO FUNCIONARIO IGUAL A CONTA DE UM
      *              FORNECEDOR DO FORNMST;
      *            - PAGO DEPOIS DO DESLIGAMENTO (DESF-DATA-DESLIG
      *              NO DESFUNCI);
      *            - CPF DO CPFFUNC REPETIDO EM OUTRA MATRICULA.
      *            O RELATORIO RELFANT LISTA AS MATRICULAS COM
      *            INDICIO, DA MAIOR PARA A MENOR PONTUACAO, COM A
      *            FAIXA DE RISCO E O DETALHE DE CADA INDICIO, PARA
      *            O ACOMPANHAMENTO DA AUDITORIA (RC 4 SE HOUVER).
      *            A COMPETENCIA VEM DO CARTAO AUDPARM (AAAAMM); SEM
      *            O CARTAO VALE O MES CORRENTE.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - LAYOUT DO FORNMST COM 160 POSICOES (TERMOS DE
      *                  DESCONTO POR PAGAMENTO ANTECIPADO)
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL231.
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
           SELECT AUDPARM ASSIGN TO AUDPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-AUDPARM.
      *
           SELECT FOLHANET ASSIGN TO FOLHANET
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FOLHANET.
      *
           SELECT PONTO ASSIGN TO PONTO
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PONTO.
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
           SELECT DESFUNCI ASSIGN TO DESFUNCI
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DESFUNCI.
      *
           SELECT FORNMST ASSIGN TO FORNMST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FORNMST.
      *
           SELECT BANCFUNC ASSIGN TO BANCFUNC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-BANCFUNC.
      *
           SELECT CPFFUNC ASSIGN TO CPFFUNC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CPFFUNC.
      *
           SELECT RELFANT ASSIGN TO RELFANT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELFANT.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   AUDPARM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-AUDPARM.
            03 PRA-COMPETENCIA             PIC 9(006).
            03 FILLER                      PIC X(074).
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
            03 FILLER                      PIC X(061).
            03 FN-TIPO-CONTRATO            PIC X(001).
               88 FN-APRENDIZ                      VALUE 'A'.
               88 FN-ESTAGIARIO                    VALUE 'E'.
               88 FN-DIRETOR                       VALUE 'D'.
      *----
       FD   PONTO
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * MARCACOES DE PONTO (MESMO ARQUIVO DO COBOL153): AQUI SO
      * INTERESSA SE HOUVE ALGUMA MARCACAO NA COMPETENCIA
      *----
       01   REG-PONTO.
            03 PON-MATRICULA               PIC 9(008).
            03 PON-DATA                    PIC 9(008).
            03 FILLER                      PIC X(064).
      *----
       FD   AFASTFUN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * AFASTAMENTOS INFORMADOS PELO RH (DATA DE RETORNO ZERADA =
      * AFASTAMENTO EM ABERTO)
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
      * APROVADOS EXPLICAM A AUSENCIA DE PONTO
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
       FD   FORNMST
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
      * CADASTRO DE FORNECEDORES (MANTIDO PELO COBOL175): AQUI SO
      * INTERESSAM O CODIGO E OS DADOS BANCARIOS
      *----
       01   REG-FORNMST.
            03 FOR-CODIGO                  PIC X(030).
            03 FOR-RAZAO                   PIC X(040).
            03 FOR-CNPJ                    PIC 9(014).
            03 FOR-MULTA-PCT               PIC 9(003)V99.
            03 FOR-JUROS-DIA               PIC 9(001)V9(004).
            03 FOR-BANCO                   PIC 9(003).
            03 FOR-AGENCIA                 PIC 9(005).
            03 FOR-CONTA                   PIC 9(012).
            03 FOR-DV                      PIC X(001).
            03 FILLER                      PIC X(045).
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
            03 FILLER                      PIC X(051).
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
       FD   RELFANT.
      *----
       01   REG-RELFANT                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-AUDPARM                      PIC 9(002) VALUE 0.
       77  ST-FOLHANET                     PIC 9(002) VALUE 0.
       77  ST-PONTO                        PIC 9(002) VALUE 0.
       77  ST-AFASTFUN                     PIC 9(002) VALUE 0.
       77  ST-FERIAS                       PIC 9(002) VALUE 0.
       77  ST-DESFUNCI                     PIC 9(002) VALUE 0.
       77  ST-FORNMST                      PIC 9(002) VALUE 0.
       77  ST-BANCFUNC                     PIC 9(002) VALUE 0.
       77  ST-CPFFUNC                      PIC 9(002) VALUE 0.
       77  ST-RELFANT                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-QTD-FUN                     PIC 9(005) VALUE 0.
       77  WSS-QTD-FOR                     PIC 9(005) VALUE 0.
       77  WSS-QTD-CTA                     PIC 9(005) VALUE 0.
       77  WSS-QTD-CPF                     PIC 9(005) VALUE 0.
       77  WSS-IDX                         PIC 9(005) COMP VALUE 0.
       77  WSS-IDX-ANT                     PIC 9(005) COMP VALUE 0.
       77  WSS-REG-FOLHANET                PIC 9(006) VALUE ZEROES.
       77  WSS-REG-PONTO                   PIC 9(008) VALUE ZEROES.
       77  WSS-REG-SINALIZADOS             PIC 9(006) VALUE ZEROES.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-MAT-BUSCA                   PIC 9(008) VALUE 0.
       77  WSS-MAT-OUTRA                   PIC 9(008) VALUE 0.
       77  WSS-COMPETENCIA                 PIC 9(006) VALUE 0.
       77  WSS-COMP-INICIO                 PIC 9(008) VALUE 0.
       77  WSS-COMP-FIM                    PIC 9(008) VALUE 0.
       77  WSS-DATA-INTEIRA                PIC 9(008) VALUE 0.
       77  WSS-DATA-FIM-FER                PIC 9(008) VALUE 0.
       77  MASCARA-DATA                    PIC 99/99/9999.
       01  WSS-DATA-AUX                    PIC 9(008) VALUE 0.
      *----
      * PESOS DOS INDICIOS NA PONTUACAO DE RISCO E LIMITES DAS
      * FAIXAS (A PARTIR DE WSS-LIMITE-ALTO = ALTO, A PARTIR DE
      * WSS-LIMITE-MEDIO = MEDIO, ABAIXO = BAIXO)
      *----
       77  WSS-PESO-SEM-PONTO              PIC 9(003) VALUE 20.
       77  WSS-PESO-CTA-DUPLA              PIC 9(003) VALUE 30.
       77  WSS-PESO-CTA-FORNEC             PIC 9(003) VALUE 40.
       77  WSS-PESO-APOS-DESLIG            PIC 9(003) VALUE 50.
       77  WSS-PESO-MES-DESLIG             PIC 9(003) VALUE 20.
       77  WSS-PESO-CPF-DUPLO              PIC 9(003) VALUE 30.
       77  WSS-LIMITE-ALTO                 PIC 9(003) VALUE 50.
       77  WSS-LIMITE-MEDIO                PIC 9(003) VALUE 30.
      *----
      * GUARDA O RETURN-CODE DO ABEND: O CALL AO CLASSIFICADOR ZERA
      * O RETURN-CODE NA VOLTA
      *----
       77  WSS-RC-ABEND                    PIC 9(003) VALUE 0.
       77  WSS-RC-FINAL                    PIC 9(003) VALUE 0.
      *----
      * CONTADORES POR INDICIO (1 SEM PONTO, 2 CONTA DUPLA, 3 CONTA
      * DE FORNECEDOR, 4 PAGO APOS DESLIGAMENTO, 5 PAGO NO MES DO
      * DESLIGAMENTO, 6 CPF DUPLO) E POR FAIXA (7 ALTO, 8 MEDIO,
      * 9 BAIXO)
      *----
       01  WSS-CONTADORES.
           03 WSS-CONT                     PIC 9(006) OCCURS 9 TIMES.
      *----
      * MATRICULAS PAGAS NA COMPETENCIA, CLASSIFICADAS POR MATRICULA
      * PARA A BUSCA DURANTE OS CRUZAMENTOS; NA IMPRESSAO A TABELA E
      * RECLASSIFICADA PELA PONTUACAO
      *----
       01  WSS-TAB-FUN.
           05 WSS-FUN-ENTRY OCCURS 0 TO 6000 TIMES
                 DEPENDING ON WSS-QTD-FUN
                 ASCENDING KEY IS TFN-MATRICULA
                 INDEXED BY IDX-FUN.
              10 TFN-MATRICULA             PIC 9(008).
              10 TFN-NOME                  PIC X(030).
              10 TFN-DEPTO                 PIC X(005).
              10 TFN-DIRETOR               PIC X(001).
              10 TFN-TEM-PONTO             PIC X(001).
              10 TFN-JUSTIFICADO           PIC X(001).
              10 TFN-CTA-DUPLA             PIC 9(008).
              10 TFN-FORNECEDOR            PIC X(030).
              10 TFN-DESLIG                PIC X(001).
                 88 TFN-APOS-DESLIG                VALUE 'A'.
                 88 TFN-MES-DESLIG                 VALUE 'M'.
              10 TFN-DATA-DESLIG           PIC 9(008).
              10 TFN-CPF-DUPLO             PIC 9(008).
              10 TFN-CPF                   PIC 9(011).
              10 TFN-PONTOS                PIC 9(003).
      *----
      * CONTAS DE FORNECEDOR (BANCO + AGENCIA + CONTA + DV)
      *----
       01  WSS-TAB-FOR.
           05 WSS-FOR-ENTRY OCCURS 0 TO 3000 TIMES
                 DEPENDING ON WSS-QTD-FOR
                 ASCENDING KEY IS TFO-CONTA
                 INDEXED BY IDX-FOR.
              10 TFO-CONTA                 PIC X(021).
              10 TFO-CODIGO                PIC X(030).
      *----
      * CONTAS DO BANCFUNC, CLASSIFICADAS POR CONTA + MATRICULA
      * PARA ACHAR A MESMA CONTA EM MAIS DE UMA MATRICULA
      *----
       01  WSS-TAB-CTA.
           05 WSS-CTA-ENTRY OCCURS 0 TO 12000 TIMES
                 DEPENDING ON WSS-QTD-CTA.
              10 TCB-CONTA                 PIC X(021).
              10 TCB-MATRICULA             PIC 9(008).
      *----
      * CPFS DO CPFFUNC, CLASSIFICADOS POR CPF + MATRICULA
      *----
       01  WSS-TAB-CPF.
           05 WSS-CPF-ENTRY OCCURS 0 TO 12000 TIMES
                 DEPENDING ON WSS-QTD-CPF.
              10 TCP-CPF                   PIC 9(011).
              10 TCP-MATRICULA             PIC 9(008).
      *----
       01  WSS-CHAVE-CONTA.
           03 WCC-BANCO                    PIC 9(003).
           03 WCC-AGENCIA                  PIC 9(005).
           03 WCC-CONTA                    PIC 9(012).
           03 WCC-DV                       PIC X(001).
      *----
       01  WSS-COMP-GRP.
           03 WSS-COMP-ANO                 PIC 9(004).
           03 WSS-COMP-MES                 PIC 9(002).
      *----
       01  WSS-DATA-GRP.
           03 WSS-DG-ANO                   PIC 9(004).
           03 WSS-DG-MES                   PIC 9(002).
           03 WSS-DG-DIA                   PIC 9(002).
       01  WSS-DATA-NUM REDEFINES WSS-DATA-GRP PIC 9(008).
      *----
       01  DATA-HORA.
           03 DH-DATA                      PIC 9(008).
           03 FILLER                       PIC X(013).
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL231'.
           03 FILLER                       PIC X(050)
              VALUE 'AUDITORIA - INDICIOS DE ANOMALIA NA FOLHA'.
           03 FILLER                       PIC X(013)
              VALUE 'COMPETENCIA: '.
           03 CAB-MES                      PIC 9(002).
           03 FILLER                       PIC X(001) VALUE '/'.
           03 CAB-ANO                      PIC 9(004).
      *----
       01  CAB02.
           03 FILLER                       PIC X(010) VALUE 'MATRICULA'.
           03 FILLER                       PIC X(032) VALUE 'NOME'.
           03 FILLER                       PIC X(007) VALUE 'DEPTO'.
           03 FILLER                       PIC X(008) VALUE 'PONTOS'.
           03 FILLER                       PIC X(008) VALUE 'RISCO'.
      *----
       01  DET01.
           03 MATRICULA-DET                PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 NOME-DET                     PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DEPTO-DET                    PIC X(005) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 PONTOS-DET                   PIC ZZ9.
           03 FILLER                       PIC X(005) VALUE SPACES.
           03 RISCO-DET                    PIC X(005) VALUE SPACES.
      *----
       01  DET02.
           03 FILLER                       PIC X(012) VALUE SPACES.
           03 INDICIO-DET                  PIC X(040) VALUE SPACES.
           03 COMPLEMENTO-DET              PIC X(050) VALUE SPACES.
      *----
       01  TOT01.
           03 ROTULO-TOT                   PIC X(040) VALUE SPACES.
           03 QTD-TOT                      PIC ZZZZZ9.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL231'
           DISPLAY ' ANALISE DE FUNCIONARIO FANTASMA'.

           MOVE ZEROES                   TO WSS-CONTADORES.

           PERFORM 0100-CARGA-PARAMETRO
              THRU 0100-CARGA-PARAMETRO-EXIT.

           PERFORM 0110-DEFINE-PERIODO
              THRU 0110-DEFINE-PERIODO-EXIT.

           PERFORM 0200-CARGA-FOLHANET
              THRU 0200-CARGA-FOLHANET-EXIT.

           PERFORM 0300-CONFERE-PONTO
              THRU 0300-CONFERE-PONTO-EXIT.

           PERFORM 0400-CONFERE-AFASTFUN
              THRU 0400-CONFERE-AFASTFUN-EXIT.

           PERFORM 0500-CONFERE-FERIAS
              THRU 0500-CONFERE-FERIAS-EXIT.

           PERFORM 0600-CONFERE-DESFUNCI
              THRU 0600-CONFERE-DESFUNCI-EXIT.

           PERFORM 0700-CARGA-FORNMST
              THRU 0700-CARGA-FORNMST-EXIT.

           PERFORM 0750-CONFERE-BANCFUNC
              THRU 0750-CONFERE-BANCFUNC-EXIT.

           PERFORM 0800-CONFERE-CPFFUNC
              THRU 0800-CONFERE-CPFFUNC-EXIT.

           PERFORM 0900-CALCULA-PONTUACAO
              THRU 0900-CALCULA-PONTUACAO-EXIT
              VARYING IDX-FUN FROM 1 BY 1
              UNTIL IDX-FUN > WSS-QTD-FUN.

           PERFORM 4000-IMPRIME-RELATORIO
              THRU 4000-IMPRIME-RELATORIO-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL231                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* COMPETENCIA          : ' WSS-COMPETENCIA.
           DISPLAY '* MATRICULAS PAGAS     : ' WSS-QTD-FUN.
           DISPLAY '* MARCACOES DE PONTO   : ' WSS-REG-PONTO.
           DISPLAY '* SEM PONTO/JUSTIFIC.  : ' WSS-CONT (1).
           DISPLAY '* CONTA EM OUTRA MATR. : ' WSS-CONT (2).
           DISPLAY '* CONTA DE FORNECEDOR  : ' WSS-CONT (3).
           DISPLAY '* PAGO APOS DESLIG.    : ' WSS-CONT (4).
           DISPLAY '* PAGO NO MES DESLIG.  : ' WSS-CONT (5).
           DISPLAY '* CPF EM OUTRA MATR.   : ' WSS-CONT (6).
           DISPLAY '* MATRICULAS SINALIZ.  : ' WSS-REG-SINALIZADOS.
           DISPLAY '* RISCO ALTO           : ' WSS-CONT (7).
           DISPLAY '* RISCO MEDIO          : ' WSS-CONT (8).
           DISPLAY '* RISCO BAIXO          : ' WSS-CONT (9).
           DISPLAY '*******************************************'.

           IF WSS-REG-SINALIZADOS GREATER 0
              MOVE 4                     TO WSS-RC-FINAL
           END-IF.

           MOVE WSS-RC-FINAL             TO RETURN-CODE.

           STOP RUN.

      *----
      * COMPETENCIA ANALISADA (OPCIONAL, SEM O CARTAO VALE O MES
      * CORRENTE)
      *----
       0100-CARGA-PARAMETRO.

           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.
           MOVE DH-DATA (1:6)            TO WSS-COMPETENCIA.

           OPEN INPUT AUDPARM.

           IF ST-AUDPARM EQUAL 35
              DISPLAY 'COBOL231 - AUDPARM NAO INFORMADO, COMPETENCIA '
                      WSS-COMPETENCIA
              GO TO 0100-CARGA-PARAMETRO-EXIT
           END-IF.

           IF ST-AUDPARM NOT EQUAL 0 THEN
              DISPLAY 'COBOL231 - ERRO OPEN AUDPARM FS=' ST-AUDPARM
              MOVE ST-AUDPARM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ AUDPARM.

           IF ST-AUDPARM EQUAL 0
              AND PRA-COMPETENCIA NUMERIC
              AND PRA-COMPETENCIA GREATER 0
              MOVE PRA-COMPETENCIA       TO WSS-COMPETENCIA
           END-IF.

           CLOSE AUDPARM.

       0100-CARGA-PARAMETRO-EXIT.
           EXIT.

      *----
      * PRIMEIRO E ULTIMO DIA DA COMPETENCIA
      *----
       0110-DEFINE-PERIODO.

           MOVE WSS-COMPETENCIA          TO WSS-COMP-GRP.

           IF WSS-COMP-MES LESS 1 OR WSS-COMP-MES GREATER 12
              DISPLAY 'COBOL231 - COMPETENCIA INVALIDA ' WSS-COMPETENCIA
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE WSS-COMP-ANO             TO WSS-DG-ANO CAB-ANO.
           MOVE WSS-COMP-MES             TO WSS-DG-MES CAB-MES.
           MOVE 1                        TO WSS-DG-DIA.
           MOVE WSS-DATA-NUM             TO WSS-COMP-INICIO.

           IF WSS-DG-MES EQUAL 12
              ADD 1                      TO WSS-DG-ANO
              MOVE 1                     TO WSS-DG-MES
           ELSE
              ADD 1                      TO WSS-DG-MES
           END-IF.

           COMPUTE WSS-DATA-INTEIRA =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-NUM) - 1.
           MOVE FUNCTION DATE-OF-INTEGER (WSS-DATA-INTEIRA)
                                         TO WSS-COMP-FIM.

           DISPLAY 'COBOL231 - PERIODO ' WSS-COMP-INICIO
                   ' A ' WSS-COMP-FIM.

       0110-DEFINE-PERIODO-EXIT.
           EXIT.

      *----
      * MATRICULAS PAGAS: REGISTROS DO FOLHANET COM LIQUIDO POSITIVO
      * (O TRAILER DE CONTROLE DO FOLHANET PARTICIONADO, MATRICULA
      * 99999999, E IGNORADO)
      *----
       0200-CARGA-FOLHANET.

           DISPLAY '0200-CARGA-FOLHANET'.

           OPEN INPUT FOLHANET.

           IF ST-FOLHANET NOT EQUAL 0 THEN
              DISPLAY 'COBOL231 - ERRO OPEN FOLHANET FS=' ST-FOLHANET
              MOVE ST-FOLHANET           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0210-LER-FOLHANET
              THRU 0210-LER-FOLHANET-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FOLHANET.

           IF WSS-QTD-FUN GREATER 1
              SORT WSS-FUN-ENTRY ASCENDING TFN-MATRICULA
           END-IF.

       0200-CARGA-FOLHANET-EXIT.
           EXIT.

      *----
       0210-LER-FOLHANET.

           READ FOLHANET
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FOLHANET NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL231 - ERRO READ FOLHANET FS=' ST-FOLHANET
              MOVE ST-FOLHANET           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0210-LER-FOLHANET-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-FOLHANET.

           IF FN-MATRICULA EQUAL 99999999
              OR FN-LIQUIDO NOT GREATER 0
              GO TO 0210-LER-FOLHANET-EXIT
           END-IF.

           IF WSS-QTD-FUN NOT LESS 6000
              DISPLAY 'COBOL231 - TABELA DE MATRICULAS PAGAS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-FUN.
           SET IDX-FUN                   TO WSS-QTD-FUN.
           MOVE FN-MATRICULA             TO TFN-MATRICULA (IDX-FUN).
           MOVE FN-NOME                  TO TFN-NOME (IDX-FUN).
           MOVE FN-DEPARTAMENTO          TO TFN-DEPTO (IDX-FUN).
           MOVE 'N'                      TO TFN-DIRETOR (IDX-FUN)
                                            TFN-TEM-PONTO (IDX-FUN)
                                            TFN-JUSTIFICADO (IDX-FUN).
           MOVE SPACES                   TO TFN-FORNECEDOR (IDX-FUN)
                                            TFN-DESLIG (IDX-FUN).
           MOVE 0                        TO TFN-CTA-DUPLA (IDX-FUN)
                                            TFN-DATA-DESLIG (IDX-FUN)
                                            TFN-CPF-DUPLO (IDX-FUN)
                                            TFN-CPF (IDX-FUN)
                                            TFN-PONTOS (IDX-FUN).

      *----
      * DIRETOR (ESTATUTARIO) NAO MARCA PONTO
      *----
           IF FN-DIRETOR
              MOVE 'S'                   TO TFN-DIRETOR (IDX-FUN)
           END-IF.

       0210-LER-FOLHANET-EXIT.
           EXIT.

      *----
      * MARCA QUEM TEVE PELO MENOS UMA MARCACAO NA COMPETENCIA
      *----
       0300-CONFERE-PONTO.

           DISPLAY '0300-CONFERE-PONTO'.

           OPEN INPUT PONTO.

           IF ST-PONTO NOT EQUAL 0 THEN
              DISPLAY 'COBOL231 - ERRO OPEN PONTO FS=' ST-PONTO
              MOVE ST-PONTO              TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0310-LER-PONTO
              THRU 0310-LER-PONTO-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE PONTO.

       0300-CONFERE-PONTO-EXIT.
           EXIT.

      *----
       0310-LER-PONTO.

           READ PONTO
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-PONTO NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL231 - ERRO READ PONTO FS=' ST-PONTO
              MOVE ST-PONTO              TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0310-LER-PONTO-EXIT
           END-IF.

           IF PON-DATA LESS WSS-COMP-INICIO
              OR PON-DATA GREATER WSS-COMP-FIM
              GO TO 0310-LER-PONTO-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-PONTO.
           MOVE PON-MATRICULA            TO WSS-MAT-BUSCA.

           PERFORM ROT-BUSCA-FUNC
              THRU ROT-BUSCA-FUNC-EXIT.

           IF WSS-ACHOU EQUAL 'S'
              MOVE 'S'                   TO TFN-TEM-PONTO (IDX-FUN)
           END-IF.

       0310-LER-PONTO-EXIT.
           EXIT.

      *----
      * AFASTAMENTO QUE ALCANCA A COMPETENCIA EXPLICA A FALTA DE
      * PONTO (FS=35 = SEM AFASTAMENTOS)
      *----
       0400-CONFERE-AFASTFUN.

           DISPLAY '0400-CONFERE-AFASTFUN'.

           OPEN INPUT AFASTFUN.

           IF ST-AFASTFUN EQUAL 35
              DISPLAY 'COBOL231 - AFASTFUN NAO INFORMADO'
              GO TO 0400-CONFERE-AFASTFUN-EXIT
           END-IF.

           IF ST-AFASTFUN NOT EQUAL 0 THEN
              DISPLAY 'COBOL231 - ERRO OPEN AFASTFUN FS=' ST-AFASTFUN
              MOVE ST-AFASTFUN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0410-LER-AFASTFUN
              THRU 0410-LER-AFASTFUN-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE AFASTFUN.

       0400-CONFERE-AFASTFUN-EXIT.
           EXIT.

      *----
       0410-LER-AFASTFUN.

           READ AFASTFUN
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-AFASTFUN NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL231 - ERRO READ AFASTFUN FS=' ST-AFASTFUN
              MOVE ST-AFASTFUN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0410-LER-AFASTFUN-EXIT
           END-IF.

           IF AFA-DATA-INICIO GREATER WSS-COMP-FIM
              GO TO 0410-LER-AFASTFUN-EXIT
           END-IF.

           IF AFA-DATA-RETORNO NOT EQUAL 0
              AND AFA-DATA-RETORNO LESS WSS-COMP-INICIO
              GO TO 0410-LER-AFASTFUN-EXIT
           END-IF.

           MOVE AFA-MATRICULA            TO WSS-MAT-BUSCA.

           PERFORM ROT-BUSCA-FUNC
              THRU ROT-BUSCA-FUNC-EXIT.

           IF WSS-ACHOU EQUAL 'S'
              MOVE 'S'                   TO TFN-JUSTIFICADO (IDX-FUN)
           END-IF.

       0410-LER-AFASTFUN-EXIT.
           EXIT.

      *----
      * FERIAS APROVADAS QUE ALCANCAM A COMPETENCIA EXPLICAM A FALTA
      * DE PONTO (FS=35 = SEM AGENDA DE FERIAS)
      *----
       0500-CONFERE-FERIAS.

           DISPLAY '0500-CONFERE-FERIAS'.

           OPEN INPUT FERIAS.

           IF ST-FERIAS EQUAL 35
              DISPLAY 'COBOL231 - FERIAS NAO INFORMADO'
              GO TO 0500-CONFERE-FERIAS-EXIT
           END-IF.

           IF ST-FERIAS NOT EQUAL 0 THEN
              DISPLAY 'COBOL231 - ERRO OPEN FERIAS FS=' ST-FERIAS
              MOVE ST-FERIAS             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0510-LER-FERIAS
              THRU 0510-LER-FERIAS-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FERIAS.

       0500-CONFERE-FERIAS-EXIT.
           EXIT.

      *----
       0510-LER-FERIAS.

           READ FERIAS
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FERIAS NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL231 - ERRO READ FERIAS FS=' ST-FERIAS
              MOVE ST-FERIAS             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0510-LER-FERIAS-EXIT
           END-IF.

           IF NOT FER-APROVADA
              OR FER-QTD-DIAS EQUAL 0
              OR FER-DATA-INICIO GREATER WSS-COMP-FIM
              GO TO 0510-LER-FERIAS-EXIT
           END-IF.

           COMPUTE WSS-DATA-INTEIRA =
                   FUNCTION INTEGER-OF-DATE (FER-DATA-INICIO)
                   + FER-QTD-DIAS - 1.
           MOVE FUNCTION DATE-OF-INTEGER (WSS-DATA-INTEIRA)
                                         TO WSS-DATA-FIM-FER.

           IF WSS-DATA-FIM-FER LESS WSS-COMP-INICIO
              GO TO 0510-LER-FERIAS-EXIT
           END-IF.

           MOVE FER-MATRICULA            TO WSS-MAT-BUSCA.

           PERFORM ROT-BUSCA-FUNC
              THRU ROT-BUSCA-FUNC-EXIT.

           IF WSS-ACHOU EQUAL 'S'
              MOVE 'S'                   TO TFN-JUSTIFICADO (IDX-FUN)
           END-IF.

       0510-LER-FERIAS-EXIT.
           EXIT.

      *----
      * MATRICULA PAGA QUE CONSTA COMO DESLIGADA: DESLIGAMENTO
      * ANTES DA COMPETENCIA = PAGO APOS O DESLIGAMENTO; DENTRO DA
      * COMPETENCIA = PAGO NA FOLHA MENSAL NO MES DO DESLIGAMENTO
      * (O DEVIDO SAI NA RESCISAO, COBOL152). FS=35 = SEM DESLIGADOS
      *----
       0600-CONFERE-DESFUNCI.

           DISPLAY '0600-CONFERE-DESFUNCI'.

           OPEN INPUT DESFUNCI.

           IF ST-DESFUNCI EQUAL 35
              DISPLAY 'COBOL231 - DESFUNCI NAO INFORMADO'
              GO TO 0600-CONFERE-DESFUNCI-EXIT
           END-IF.

           IF ST-DESFUNCI NOT EQUAL 0 THEN
              DISPLAY 'COBOL231 - ERRO OPEN DESFUNCI FS=' ST-DESFUNCI
              MOVE ST-DESFUNCI           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0610-LER-DESFUNCI
              THRU 0610-LER-DESFUNCI-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE DESFUNCI.

       0600-CONFERE-DESFUNCI-EXIT.
           EXIT.

      *----
       0610-LER-DESFUNCI.

           READ DESFUNCI
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-DESFUNCI NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL231 - ERRO READ DESFUNCI FS=' ST-DESFUNCI
              MOVE ST-DESFUNCI           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0610-LER-DESFUNCI-EXIT
           END-IF.

           IF DESF-DATA-DESLIG NOT NUMERIC
              OR DESF-DATA-DESLIG EQUAL 0
              OR DESF-DATA-DESLIG GREATER WSS-COMP-FIM
              GO TO 0610-LER-DESFUNCI-EXIT
           END-IF.

           MOVE DESF-MATRICULA           TO WSS-MAT-BUSCA.

           PERFORM ROT-BUSCA-FUNC
              THRU ROT-BUSCA-FUNC-EXIT.

           IF WSS-ACHOU NOT EQUAL 'S'
              GO TO 0610-LER-DESFUNCI-EXIT
           END-IF.

           MOVE DESF-DATA-DESLIG         TO TFN-DATA-DESLIG (IDX-FUN).

           IF DESF-DATA-DESLIG LESS WSS-COMP-INICIO
              MOVE 'A'                   TO TFN-DESLIG (IDX-FUN)
           ELSE
              MOVE 'M'                   TO TFN-DESLIG (IDX-FUN)
           END-IF.

       0610-LER-DESFUNCI-EXIT.
           EXIT.

      *----
      * CONTAS DE FORNECEDOR (FS=35 = SEM CADASTRO DE FORNECEDORES;
      * FORNECEDOR SEM CONTA NAO ENTRA)
      *----
       0700-CARGA-FORNMST.

           DISPLAY '0700-CARGA-FORNMST'.

           OPEN INPUT FORNMST.

           IF ST-FORNMST EQUAL 35
              DISPLAY 'COBOL231 - FORNMST NAO INFORMADO'
              GO TO 0700-CARGA-FORNMST-EXIT
           END-IF.

           IF ST-FORNMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL231 - ERRO OPEN FORNMST FS=' ST-FORNMST
              MOVE ST-FORNMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0710-LER-FORNMST
              THRU 0710-LER-FORNMST-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FORNMST.

           IF WSS-QTD-FOR GREATER 1
              SORT WSS-FOR-ENTRY ASCENDING TFO-CONTA
           END-IF.

       0700-CARGA-FORNMST-EXIT.
           EXIT.

      *----
       0710-LER-FORNMST.

           READ FORNMST
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FORNMST NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL231 - ERRO READ FORNMST FS=' ST-FORNMST
              MOVE ST-FORNMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0710-LER-FORNMST-EXIT
           END-IF.

           IF FOR-CONTA NOT NUMERIC OR FOR-CONTA EQUAL 0
              GO TO 0710-LER-FORNMST-EXIT
           END-IF.

           IF WSS-QTD-FOR NOT LESS 3000
              DISPLAY 'COBOL231 - TABELA DE CONTAS DE FORNECEDOR CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE FOR-BANCO                TO WCC-BANCO.
           MOVE FOR-AGENCIA              TO WCC-AGENCIA.
           MOVE FOR-CONTA                TO WCC-CONTA.
           MOVE FOR-DV                   TO WCC-DV.

           ADD 1                         TO WSS-QTD-FOR.
           SET IDX-FOR                   TO WSS-QTD-FOR.
           MOVE WSS-CHAVE-CONTA          TO TFO-CONTA (IDX-FOR).
           MOVE FOR-CODIGO               TO TFO-CODIGO (IDX-FOR).

       0710-LER-FORNMST-EXIT.
           EXIT.

      *----
      * CONTAS DOS FUNCIONARIOS: CONTA DE FORNECEDOR NA LEITURA;
      * CONTA EM MAIS DE UMA MATRICULA DEPOIS DA CLASSIFICACAO
      *----
       0750-CONFERE-BANCFUNC.

           DISPLAY '0750-CONFERE-BANCFUNC'.

           OPEN INPUT BANCFUNC.

           IF ST-BANCFUNC NOT EQUAL 0 THEN
              DISPLAY 'COBOL231 - ERRO OPEN BANCFUNC FS=' ST-BANCFUNC
              MOVE ST-BANCFUNC           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0760-LER-BANCFUNC
              THRU 0760-LER-BANCFUNC-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE BANCFUNC.

           IF WSS-QTD-CTA GREATER 1
              SORT WSS-CTA-ENTRY ASCENDING TCB-CONTA TCB-MATRICULA
              PERFORM 0770-COMPARA-CONTA
                 THRU 0770-COMPARA-CONTA-EXIT
                 VARYING WSS-IDX FROM 2 BY 1
                 UNTIL WSS-IDX > WSS-QTD-CTA
           END-IF.

       0750-CONFERE-BANCFUNC-EXIT.
           EXIT.

      *----
       0760-LER-BANCFUNC.

           READ BANCFUNC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-BANCFUNC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL231 - ERRO READ BANCFUNC FS=' ST-BANCFUNC
              MOVE ST-BANCFUNC           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0760-LER-BANCFUNC-EXIT
           END-IF.

           IF BCF-CONTA NOT NUMERIC OR BCF-CONTA EQUAL 0
              GO TO 0760-LER-BANCFUNC-EXIT
           END-IF.

           MOVE BCF-BANCO                TO WCC-BANCO.
           MOVE BCF-AGENCIA              TO WCC-AGENCIA.
           MOVE BCF-CONTA                TO WCC-CONTA.
           MOVE BCF-DV                   TO WCC-DV.

           IF WSS-QTD-CTA NOT LESS 12000
              DISPLAY 'COBOL231 - TABELA DE CONTAS BANCARIAS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-CTA.
           MOVE WSS-CHAVE-CONTA          TO TCB-CONTA (WSS-QTD-CTA).
           MOVE BCF-MATRICULA            TO TCB-MATRICULA (WSS-QTD-CTA).

           IF WSS-QTD-FOR EQUAL 0
              GO TO 0760-LER-BANCFUNC-EXIT
           END-IF.

           MOVE BCF-MATRICULA            TO WSS-MAT-BUSCA.

           PERFORM ROT-BUSCA-FUNC
              THRU ROT-BUSCA-FUNC-EXIT.

           IF WSS-ACHOU NOT EQUAL 'S'
              GO TO 0760-LER-BANCFUNC-EXIT
           END-IF.

           SEARCH ALL WSS-FOR-ENTRY
             AT END
                CONTINUE
             WHEN TFO-CONTA (IDX-FOR) EQUAL WSS-CHAVE-CONTA
                MOVE TFO-CODIGO (IDX-FOR) TO TFN-FORNECEDOR (IDX-FUN)
           END-SEARCH.

       0760-LER-BANCFUNC-EXIT.
           EXIT.

      *----
      * MESMA CONTA NA ENTRADA ANTERIOR COM OUTRA MATRICULA: AS DUAS
      * MATRICULAS (SE PAGAS) FICAM MARCADAS, CADA UMA COM A OUTRA
      *----
       0770-COMPARA-CONTA.

           COMPUTE WSS-IDX-ANT = WSS-IDX - 1.

           IF TCB-CONTA (WSS-IDX) NOT EQUAL TCB-CONTA (WSS-IDX-ANT)
              OR TCB-MATRICULA (WSS-IDX) EQUAL
                 TCB-MATRICULA (WSS-IDX-ANT)
              GO TO 0770-COMPARA-CONTA-EXIT
           END-IF.

           MOVE TCB-MATRICULA (WSS-IDX)  TO WSS-MAT-BUSCA.
           PERFORM ROT-BUSCA-FUNC
              THRU ROT-BUSCA-FUNC-EXIT.

           IF WSS-ACHOU EQUAL 'S'
              MOVE TCB-MATRICULA (WSS-IDX-ANT)
                                         TO TFN-CTA-DUPLA (IDX-FUN)
           END-IF.

           MOVE TCB-MATRICULA (WSS-IDX-ANT) TO WSS-MAT-BUSCA.
           PERFORM ROT-BUSCA-FUNC
              THRU ROT-BUSCA-FUNC-EXIT.

           IF WSS-ACHOU EQUAL 'S'
              AND TFN-CTA-DUPLA (IDX-FUN) EQUAL 0
              MOVE TCB-MATRICULA (WSS-IDX)
                                         TO TFN-CTA-DUPLA (IDX-FUN)
           END-IF.

       0770-COMPARA-CONTA-EXIT.
           EXIT.

      *----
      * CPF REPETIDO EM MAIS DE UMA MATRICULA (FS=35 = SEM CPFFUNC)
      *----
       0800-CONFERE-CPFFUNC.

           DISPLAY '0800-CONFERE-CPFFUNC'.

           OPEN INPUT CPFFUNC.

           IF ST-CPFFUNC EQUAL 35
              DISPLAY 'COBOL231 - CPFFUNC NAO INFORMADO'
              GO TO 0800-CONFERE-CPFFUNC-EXIT
           END-IF.

           IF ST-CPFFUNC NOT EQUAL 0 THEN
              DISPLAY 'COBOL231 - ERRO OPEN CPFFUNC FS=' ST-CPFFUNC
              MOVE ST-CPFFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0810-LER-CPFFUNC
              THRU 0810-LER-CPFFUNC-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CPFFUNC.

           IF WSS-QTD-CPF GREATER 1
              SORT WSS-CPF-ENTRY ASCENDING TCP-CPF TCP-MATRICULA
              PERFORM 0820-COMPARA-CPF
                 THRU 0820-COMPARA-CPF-EXIT
                 VARYING WSS-IDX FROM 2 BY 1
                 UNTIL WSS-IDX > WSS-QTD-CPF
           END-IF.

       0800-CONFERE-CPFFUNC-EXIT.
           EXIT.

      *----
       0810-LER-CPFFUNC.

           READ CPFFUNC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CPFFUNC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL231 - ERRO READ CPFFUNC FS=' ST-CPFFUNC
              MOVE ST-CPFFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0810-LER-CPFFUNC-EXIT
           END-IF.

           IF CPF-NUMERO NOT NUMERIC OR CPF-NUMERO EQUAL 0
              GO TO 0810-LER-CPFFUNC-EXIT
           END-IF.

           IF WSS-QTD-CPF NOT LESS 12000
              DISPLAY 'COBOL231 - TABELA DE CPFS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-CPF.
           MOVE CPF-NUMERO               TO TCP-CPF (WSS-QTD-CPF).
           MOVE CPF-MATRICULA            TO TCP-MATRICULA (WSS-QTD-CPF).

       0810-LER-CPFFUNC-EXIT.
           EXIT.

      *----
       0820-COMPARA-CPF.

           COMPUTE WSS-IDX-ANT = WSS-IDX - 1.

           IF TCP-CPF (WSS-IDX) NOT EQUAL TCP-CPF (WSS-IDX-ANT)
              OR TCP-MATRICULA (WSS-IDX) EQUAL
                 TCP-MATRICULA (WSS-IDX-ANT)
              GO TO 0820-COMPARA-CPF-EXIT
           END-IF.

           MOVE TCP-MATRICULA (WSS-IDX)  TO WSS-MAT-BUSCA.
           PERFORM ROT-BUSCA-FUNC
              THRU ROT-BUSCA-FUNC-EXIT.

           IF WSS-ACHOU EQUAL 'S'
              MOVE TCP-MATRICULA (WSS-IDX-ANT)
                                         TO TFN-CPF-DUPLO (IDX-FUN)
              MOVE TCP-CPF (WSS-IDX)     TO TFN-CPF (IDX-FUN)
           END-IF.

           MOVE TCP-MATRICULA (WSS-IDX-ANT) TO WSS-MAT-BUSCA.
           PERFORM ROT-BUSCA-FUNC
              THRU ROT-BUSCA-FUNC-EXIT.

           IF WSS-ACHOU EQUAL 'S'
              AND TFN-CPF-DUPLO (IDX-FUN) EQUAL 0
              MOVE TCP-MATRICULA (WSS-IDX)
                                         TO TFN-CPF-DUPLO (IDX-FUN)
              MOVE TCP-CPF (WSS-IDX)     TO TFN-CPF (IDX-FUN)
           END-IF.

       0820-COMPARA-CPF-EXIT.
           EXIT.

      *----
      * SOMA OS PESOS DOS INDICIOS DA MATRICULA
      *----
       0900-CALCULA-PONTUACAO.

           MOVE 0                        TO TFN-PONTOS (IDX-FUN).

           IF TFN-TEM-PONTO (IDX-FUN) NOT EQUAL 'S'
              AND TFN-JUSTIFICADO (IDX-FUN) NOT EQUAL 'S'
              AND TFN-DIRETOR (IDX-FUN) NOT EQUAL 'S'
              ADD WSS-PESO-SEM-PONTO     TO TFN-PONTOS (IDX-FUN)
              ADD 1                      TO WSS-CONT (1)
           END-IF.

           IF TFN-CTA-DUPLA (IDX-FUN) NOT EQUAL 0
              ADD WSS-PESO-CTA-DUPLA     TO TFN-PONTOS (IDX-FUN)
              ADD 1                      TO WSS-CONT (2)
           END-IF.

           IF TFN-FORNECEDOR (IDX-FUN) NOT EQUAL SPACES
              ADD WSS-PESO-CTA-FORNEC    TO TFN-PONTOS (IDX-FUN)
              ADD 1                      TO WSS-CONT (3)
           END-IF.

           IF TFN-APOS-DESLIG (IDX-FUN)
              ADD WSS-PESO-APOS-DESLIG   TO TFN-PONTOS (IDX-FUN)
              ADD 1                      TO WSS-CONT (4)
           END-IF.

           IF TFN-MES-DESLIG (IDX-FUN)
              ADD WSS-PESO-MES-DESLIG    TO TFN-PONTOS (IDX-FUN)
              ADD 1                      TO WSS-CONT (5)
           END-IF.

           IF TFN-CPF-DUPLO (IDX-FUN) NOT EQUAL 0
              ADD WSS-PESO-CPF-DUPLO     TO TFN-PONTOS (IDX-FUN)
              ADD 1                      TO WSS-CONT (6)
           END-IF.

           IF TFN-PONTOS (IDX-FUN) EQUAL 0
              GO TO 0900-CALCULA-PONTUACAO-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-SINALIZADOS.

           IF TFN-PONTOS (IDX-FUN) NOT LESS WSS-LIMITE-ALTO
              ADD 1                      TO WSS-CONT (7)
           ELSE
              IF TFN-PONTOS (IDX-FUN) NOT LESS WSS-LIMITE-MEDIO
                 ADD 1                   TO WSS-CONT (8)
              ELSE
                 ADD 1                   TO WSS-CONT (9)
              END-IF
           END-IF.

       0900-CALCULA-PONTUACAO-EXIT.
           EXIT.

      *----
      * RELATORIO DA AUDITORIA: MATRICULAS COM INDICIO, DA MAIOR
      * PARA A MENOR PONTUACAO, CADA UMA SEGUIDA DOS SEUS INDICIOS
      *----
       4000-IMPRIME-RELATORIO.

           DISPLAY '4000-IMPRIME-RELATORIO'.

           OPEN OUTPUT RELFANT.

           IF ST-RELFANT NOT EQUAL 0 THEN
              DISPLAY 'COBOL231 - ERRO OPEN RELFANT FS=' ST-RELFANT
              MOVE ST-RELFANT            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-QTD-FUN GREATER 1
              SORT WSS-FUN-ENTRY DESCENDING TFN-PONTOS
                                 ASCENDING TFN-MATRICULA
           END-IF.

           WRITE REG-RELFANT FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.
           WRITE REG-RELFANT FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

           PERFORM 4100-IMPRIME-FUNCIONARIO
              THRU 4100-IMPRIME-FUNCIONARIO-EXIT
              VARYING IDX-FUN FROM 1 BY 1
              UNTIL IDX-FUN > WSS-QTD-FUN.

           MOVE 'MATRICULAS PAGAS'       TO ROTULO-TOT.
           MOVE WSS-QTD-FUN              TO QTD-TOT.
           WRITE REG-RELFANT FROM TOT01 AFTER ADVANCING 3
           END-WRITE.

           MOVE 'MATRICULAS COM INDICIO' TO ROTULO-TOT.
           MOVE WSS-REG-SINALIZADOS      TO QTD-TOT.
           WRITE REG-RELFANT FROM TOT01 AFTER ADVANCING 1
           END-WRITE.

           MOVE '   RISCO ALTO'          TO ROTULO-TOT.
           MOVE WSS-CONT (7)             TO QTD-TOT.
           WRITE REG-RELFANT FROM TOT01 AFTER ADVANCING 1
           END-WRITE.

           MOVE '   RISCO MEDIO'         TO ROTULO-TOT.
           MOVE WSS-CONT (8)             TO QTD-TOT.
           WRITE REG-RELFANT FROM TOT01 AFTER ADVANCING 1
           END-WRITE.

           MOVE '   RISCO BAIXO'         TO ROTULO-TOT.
           MOVE WSS-CONT (9)             TO QTD-TOT.
           WRITE REG-RELFANT FROM TOT01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELFANT NOT EQUAL 0 THEN
              DISPLAY 'COBOL231 - ERRO WRITE RELFANT FS=' ST-RELFANT
              MOVE ST-RELFANT            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE RELFANT.

       4000-IMPRIME-RELATORIO-EXIT.
           EXIT.

      *----
       4100-IMPRIME-FUNCIONARIO.

           IF TFN-PONTOS (IDX-FUN) EQUAL 0
              GO TO 4100-IMPRIME-FUNCIONARIO-EXIT
           END-IF.

           MOVE TFN-MATRICULA (IDX-FUN)  TO MATRICULA-DET.
           MOVE TFN-NOME (IDX-FUN)       TO NOME-DET.
           MOVE TFN-DEPTO (IDX-FUN)      TO DEPTO-DET.
           MOVE TFN-PONTOS (IDX-FUN)     TO PONTOS-DET.

           IF TFN-PONTOS (IDX-FUN) NOT LESS WSS-LIMITE-ALTO
              MOVE 'ALTO'                TO RISCO-DET
           ELSE
              IF TFN-PONTOS (IDX-FUN) NOT LESS WSS-LIMITE-MEDIO
                 MOVE 'MEDIO'            TO RISCO-DET
              ELSE
                 MOVE 'BAIXO'            TO RISCO-DET
              END-IF
           END-IF.

           WRITE REG-RELFANT FROM DET01 AFTER ADVANCING 2
           END-WRITE.

           IF TFN-TEM-PONTO (IDX-FUN) NOT EQUAL 'S'
              AND TFN-JUSTIFICADO (IDX-FUN) NOT EQUAL 'S'
              AND TFN-DIRETOR (IDX-FUN) NOT EQUAL 'S'
              MOVE 'SEM PONTO, AFASTAMENTO OU FERIAS'
                                         TO INDICIO-DET
              MOVE SPACES                TO COMPLEMENTO-DET
              PERFORM 4200-IMPRIME-INDICIO
                 THRU 4200-IMPRIME-INDICIO-EXIT
           END-IF.

           IF TFN-CTA-DUPLA (IDX-FUN) NOT EQUAL 0
              MOVE 'CONTA BANCARIA DE OUTRA MATRICULA'
                                         TO INDICIO-DET
              MOVE SPACES                TO COMPLEMENTO-DET
              STRING 'MATRICULA ' TFN-CTA-DUPLA (IDX-FUN)
                 DELIMITED BY SIZE INTO COMPLEMENTO-DET
              END-STRING
              PERFORM 4200-IMPRIME-INDICIO
                 THRU 4200-IMPRIME-INDICIO-EXIT
           END-IF.

           IF TFN-FORNECEDOR (IDX-FUN) NOT EQUAL SPACES
              MOVE 'CONTA BANCARIA DE FORNECEDOR'
                                         TO INDICIO-DET
              MOVE SPACES                TO COMPLEMENTO-DET
              STRING 'FORNECEDOR ' TFN-FORNECEDOR (IDX-FUN)
                 DELIMITED BY SIZE INTO COMPLEMENTO-DET
              END-STRING
              PERFORM 4200-IMPRIME-INDICIO
                 THRU 4200-IMPRIME-INDICIO-EXIT
           END-IF.

           IF TFN-DESLIG (IDX-FUN) NOT EQUAL SPACES
              IF TFN-APOS-DESLIG (IDX-FUN)
                 MOVE 'PAGO APOS O DESLIGAMENTO' TO INDICIO-DET
              ELSE
                 MOVE 'PAGO NA FOLHA NO MES DO DESLIGAMENTO'
                                         TO INDICIO-DET
              END-IF
              MOVE TFN-DATA-DESLIG (IDX-FUN) TO WSS-DATA-AUX
              PERFORM ROT-FORMATA-DATA
                 THRU ROT-FORMATA-DATA-EXIT
              MOVE SPACES                TO COMPLEMENTO-DET
              STRING 'DESLIGADO EM ' MASCARA-DATA
                 DELIMITED BY SIZE INTO COMPLEMENTO-DET
              END-STRING
              PERFORM 4200-IMPRIME-INDICIO
                 THRU 4200-IMPRIME-INDICIO-EXIT
           END-IF.

           IF TFN-CPF-DUPLO (IDX-FUN) NOT EQUAL 0
              MOVE 'CPF CADASTRADO EM OUTRA MATRICULA'
                                         TO INDICIO-DET
              MOVE SPACES                TO COMPLEMENTO-DET
              STRING 'CPF ' TFN-CPF (IDX-FUN)
                     ' MATRICULA ' TFN-CPF-DUPLO (IDX-FUN)
                 DELIMITED BY SIZE INTO COMPLEMENTO-DET
              END-STRING
              PERFORM 4200-IMPRIME-INDICIO
                 THRU 4200-IMPRIME-INDICIO-EXIT
           END-IF.

       4100-IMPRIME-FUNCIONARIO-EXIT.
           EXIT.

      *----
       4200-IMPRIME-INDICIO.

           WRITE REG-RELFANT FROM DET02 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELFANT NOT EQUAL 0 THEN
              DISPLAY 'COBOL231 - ERRO WRITE RELFANT FS=' ST-RELFANT
              MOVE ST-RELFANT            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       4200-IMPRIME-INDICIO-EXIT.
           EXIT.

      *----
      * BUSCA A MATRICULA DE WSS-MAT-BUSCA ENTRE AS PAGAS (IDX-FUN
      * FICA NA ENTRADA QUANDO WSS-ACHOU = 'S')
      *----
       ROT-BUSCA-FUNC.

           MOVE 'N'                      TO WSS-ACHOU.

           IF WSS-QTD-FUN EQUAL 0
              GO TO ROT-BUSCA-FUNC-EXIT
           END-IF.

           SEARCH ALL WSS-FUN-ENTRY
             AT END
                CONTINUE
             WHEN TFN-MATRICULA (IDX-FUN) EQUAL WSS-MAT-BUSCA
                MOVE 'S'                 TO WSS-ACHOU
           END-SEARCH.

       ROT-BUSCA-FUNC-EXIT.
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

           DISPLAY '***ABEND-COBOL231*** RC=' WSS-RC-ABEND
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           MOVE WSS-RC-ABEND TO RETURN-CODE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
