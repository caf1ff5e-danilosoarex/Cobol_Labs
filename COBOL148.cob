      *            PRIMEIRA CHAMADA E REAPROVEITADAS NAS DEMAIS.
      *            LINKAGE EM COPY1481.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - COTA DO EMPREGADO NO VALE-TRANSPORTE (ARQUIVO
      *                  VTDESC DO COBOL217) DESCONTADA NA FOLHA
      *                  REGULAR, COM LINHA 'VTRA' NA RECAPITULACAO
      * 15/10/2026 VRB - DEDTAB GANHA O CUSTO MENSAL DA EMPRESA POR
      *                  ADESAO (DTB-CUSTO-EMPRESA), LIDO PELO CUSTO
      *                  TOTAL DO EMPREGADOR (COBOL219)
      * 15/10/2026 VRB - TIPO DE CONTRATO NA LINKAGE: ESTAGIARIO SEM
      *                  INSS E SEM TERCO DE FERIAS; ESTAGIARIO E
      *                  DIRETOR PRO-LABORE SEM SALARIO-FAMILIA
      * 15/10/2026 VRB - MODO 'SEMANAL' DOS GRUPOS DE PAGAMENTO
      *                  SEMANAL/QUINZENAL: INSS/IRRF SOBRE A BASE
      *                  ACUMULADA DA COMPETENCIA MENOS O JA RETIDO;
      *                  ATS E ITENS MENSAIS SO NO ULTIMO PERIODO
      * 15/10/2026 VRB - PARCELAS DE CREDITO CONSIGNADO DOS CONTRATOS
      *                  ATIVOS (CONSCTR, COBOL238) PELO PORTAO DE
      *                  MARGEM, COM RESULTADO POR CONTRATO NO CONSDES
      *                  PARA O RETORNO AOS BANCOS (COBOL239) E LINHA
      *                  'CONS' NA RECAPITULACAO
      * 15/10/2026 VRB - COPARTICIPACAO DO PLANO DE SAUDE APROVADA NA
      *                  CONCILIACAO DA FATURA (COPARDES, COBOL240)
      *                  DESCONTADA PELO PORTAO DE MARGEM, COM LINHA
      *                  'COPA' NA RECAPITULACAO
      * 15/10/2026 VRB - PARCELA DO RESSARCIMENTO DE PAGAMENTO A MAIOR
      *                  (CONTA-CORRENTE RESSARC, GERENCIADOR COBOL241)
      *                  PELO PORTAO DE MARGEM, COM BAIXA DO SALDO E
      *                  LINHA 'RESS' NA RECAPITULACAO
      * 15/10/2026 VRB - PREVIDENCIA COMPLEMENTAR PGBL COM CONTRAPARTIDA
      *                  DA EMPRESA, DEDUCAO NO IRRF NO LIMITE ANUAL E
      *                  ARQUIVO PREVCONT; LINHA 'PREV' NA RECAPITULACAO
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PENSALIM.
      *
           SELECT VTDESC ASSIGN TO VTDESC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-VTDESC.
      *
           SELECT DEDDETAL ASSIGN TO DEDDETAL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DEDDETAL.
      *
           SELECT CONSCTR ASSIGN TO CONSCTR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CONSCTR.
      *
           SELECT CONSDES ASSIGN TO CONSDES
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CONSDES.
      *
           SELECT COPARDES ASSIGN TO COPARDES
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-COPARDES.
      *
           SELECT PREVPARM ASSIGN TO PREVPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PREVPARM.
      *
           SELECT PREVADES ASSIGN TO PREVADES
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PREVADES.
      *
           SELECT YTDACC ASSIGN TO YTDACC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-YTDACC.
      *
           SELECT PREVCONT ASSIGN TO PREVCONT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PREVCONT.
      *
      *--------------
       DATA DIVISION.
               88 DTB-VALOR-PERCENTUAL             VALUE 'P'.
            03 DTB-VALOR                   PIC 9(007)V99.
            03 DTB-PRIORIDADE              PIC 9(002).
      *----
      * PARTE DA EMPRESA NO BENEFICIO, VALOR MENSAL POR ADESAO (NAO
      * ENTRA NO CALCULO DA FOLHA; E CUSTO DO EMPREGADOR, COBOL219)
      *----
            03 DTB-CUSTO-EMPRESA           PIC 9(007)V99.
            03 FILLER                      PIC X(025).
      *----
       FD   DEDENROL
            RECORDING MODE IS F
            03 PEN-CONTA                   PIC 9(012).
            03 PEN-DV                      PIC X(001).
            03 FILLER                      PIC X(018).
      *----
       FD   VTDESC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * COTA DO EMPREGADO NO VALE-TRANSPORTE (GERADA PELO COBOL217,
      * JA LIMITADA A 6% DO SALARIO): DESCONTO LEGAL DA FOLHA
      * REGULAR, FORA DO PORTAO DA MARGEM CONSIGNAVEL
      *----
       01   REG-VTDESC.
            03 VTD-COMPETENCIA             PIC 9(006).
            03 VTD-MATRICULA               PIC 9(008).
            03 VTD-VALOR                   PIC 9(007)V99.
            03 VTD-VALOR-COMPRADO          PIC 9(007)V99.
            03 FILLER                      PIC X(048).
      *----
       FD   DEDDETAL
            RECORDING MODE IS F
            03 DDT-CODIGO                  PIC X(004).
            03 DDT-VALOR                   PIC 9(007)V99.
            03 FILLER                      PIC X(053).
      *----
       FD   CONSCTR
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CONTRATOS DE CREDITO CONSIGNADO IMPORTADOS DOS BANCOS
      * (COBOL238); SO OS ATIVOS COM PARCELA A DESCONTAR ENTRAM
      *----
           COPY  'COPY2382'.
      *----
       FD   CONSDES
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * RESULTADO DE CADA PARCELA CONSIGNADA NA FOLHA (DESCONTADA OU
      * SUPRIMIDA PELA MARGEM), INSUMO DO RETORNO AOS BANCOS
      *----
           COPY  'COPY2384'.
      *----
       FD   COPARDES
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * COPARTICIPACAO DO PLANO DE SAUDE APROVADA NA CONCILIACAO DA
      * FATURA DA OPERADORA (COBOL240), UMA POR TITULAR; SO ENTRA A
      * DA COMPETENCIA EM PROCESSAMENTO
      *----
           COPY  'COPY2402'.
      *----
       FD   PREVPARM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * PARAMETROS DO PLANO DE PREVIDENCIA COMPLEMENTAR: CONTRAPARTIDA
      * DA EMPRESA, TETO E LIMITE DA DEDUCAO NO IRRF
      *----
           COPY  'COPY2453'.
      *----
       FD   PREVADES
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * ADESOES AO PLANO DE PREVIDENCIA COMPLEMENTAR; SO AS VIGENTES
      * NA COMPETENCIA ENTRAM
      *----
           COPY  'COPY2451'.
      *----
       FD   YTDACC
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.
      *----
      * ACUMULADOR ANO-A-DATA (COBOL183): RENDIMENTOS E CONTRIBUICOES
      * A PREVIDENCIA COMPLEMENTAR DOS MESES ANTERIORES DO ANO, PARA
      * O LIMITE ANUAL DA DEDUCAO NO IRRF
      *----
       01   REG-YTDACC.
            03 YTA-MATRICULA               PIC 9(008).
            03 YTA-ANO                     PIC 9(004).
            03 YTA-MES                     PIC 9(002).
            03 YTA-MODO                    PIC X(008).
            03 YTA-DEPARTAMENTO            PIC X(005).
            03 YTA-BRUTO                   PIC 9(009)V99.
            03 YTA-INSS                    PIC 9(009)V99.
            03 YTA-IRRF                    PIC 9(009)V99.
            03 YTA-OUTRAS                  PIC 9(009)V99.
            03 YTA-BENEFICIOS              PIC S9(009)V99
                                               SIGN LEADING SEPARATE.
            03 YTA-LIQUIDO                 PIC S9(009)V99
                                               SIGN LEADING SEPARATE.
            03 YTA-HORAS-EXTRA             PIC 9(005)V99.
            03 YTA-GRUPO                   PIC X(001).
            03 YTA-PERIODO                 PIC X(002).
            03 YTA-PREVIDENCIA             PIC 9(007)V99.
            03 FILLER                      PIC X(003).
      *----
       FD   PREVCONT
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * RESULTADO DA PREVIDENCIA COMPLEMENTAR POR PARTICIPANTE,
      * INSUMO DO CONTRACHEQUE, DO ACUMULADOR E DO REPASSE AO FUNDO
      *----
           COPY  'COPY2452'.
      *----
      *------------------------
       WORKING-STORAGE SECTION.
       77  WSS-ACUM-ADTO                   PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-ACUM-ADTO-QTDE              PIC 9(005) VALUE 0.
       77  WSS-CONSIG-ANTES                PIC 9(007)V99 COMP-3 VALUE 0.
      *----
      * CONTA-CORRENTE DE RESSARCIMENTO (COBOL241), MESMO REGIME DO
      * SUBSISTEMA DE ADIANTAMENTOS QUANTO A DISPONIBILIDADE
      *----
       77  WSS-RESSARC-DISPONIVEL          PIC X(001) VALUE 'Y'.
       77  WSS-ACUM-RESS                   PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-ACUM-RESS-QTDE              PIC 9(005) VALUE 0.
       77  ST-DEPFUNC                      PIC 9(002) VALUE 0.
       77  ST-SALFAMTB                     PIC 9(002) VALUE 0.
       77  WSS-QTD-DEP-CADASTRO            PIC 9(004) VALUE 0.
              10 PSN-TIPO                  PIC X(001).
              10 PSN-PCT                   PIC 9(003)V99.
              10 PSN-VALOR                 PIC 9(007)V99.
       77  ST-VTDESC                       PIC 9(002) VALUE 0.
       77  WSS-QTD-VTDESC                  PIC 9(004) VALUE 0.
       77  WSS-IDX-VTD                     PIC 9(004) COMP VALUE 0.
       77  WSS-LIMITE-VT                   PIC 9(007)V99 COMP-3 VALUE 0.
       77  WSS-ACUM-VTRA                   PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-ACUM-VTRA-QTDE              PIC 9(005) VALUE 0.
      *----
      * PERCENTUAL LEGAL MAXIMO DA COTA DO VALE-TRANSPORTE SOBRE O
      * SALARIO-BASE (O COBOL217 JA LIMITA; AQUI SE REFAZ O TETO
      * PARA SALARIO ALTERADO DEPOIS DO PEDIDO)
      *----
       77  WSS-PCT-COTA-VT                 PIC 9(003)V99 VALUE 6,00.
      *----
       01  WSS-TAB-VTDESC.
           05 WSS-VTD-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-VTDESC.
              10 VTC-MATRICULA             PIC 9(008).
              10 VTC-VALOR                 PIC 9(007)V99.
      *----
       77  ST-CONSCTR                      PIC 9(002) VALUE 0.
       77  ST-CONSDES                      PIC 9(002) VALUE 0.
       77  WSS-CONSDES-ABERTO              PIC X(001) VALUE 'N'.
       77  WSS-QTD-CONSIG                  PIC 9(004) VALUE 0.
       77  WSS-IDX-CSG                     PIC 9(004) COMP VALUE 0.
       77  WSS-CONS-DESCONTADO             PIC 9(007)V99 COMP-3 VALUE 0.
       77  WSS-CONS-MOTIVO                 PIC X(002) VALUE SPACES.
       77  WSS-ACUM-CONS                   PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-ACUM-CONS-QTDE              PIC 9(005) VALUE 0.
      *----
      * CONTRATOS CONSIGNADOS A DESCONTAR NA COMPETENCIA, NA ORDEM
      * DO CONSCTR (MATRICULA + BANCO + CONTRATO)
      *----
       01  WSS-TAB-CONSIG.
           05 WSS-CSG-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-CONSIG.
              10 CSG-MATRICULA             PIC 9(008).
              10 CSG-BANCO                 PIC 9(003).
              10 CSG-CONTRATO              PIC X(020).
              10 CSG-VALOR-PARCELA         PIC 9(007)V99.
      *----
       77  ST-COPARDES                     PIC 9(002) VALUE 0.
       77  WSS-QTD-COPART                  PIC 9(004) VALUE 0.
       77  WSS-IDX-CPT                     PIC 9(004) COMP VALUE 0.
       77  WSS-ACUM-COPA                   PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-ACUM-COPA-QTDE              PIC 9(005) VALUE 0.
      *----
      * COPARTICIPACOES A DESCONTAR NA COMPETENCIA
      *----
       01  WSS-TAB-COPART.
           05 WSS-CPT-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-COPART.
              10 CPT-MATRICULA             PIC 9(008).
              10 CPT-VALOR                 PIC 9(007)V99.
      *----
       77  ST-PREVPARM                     PIC 9(002) VALUE 0.
       77  ST-PREVADES                     PIC 9(002) VALUE 0.
       77  ST-YTDACC                       PIC 9(002) VALUE 0.
       77  ST-PREVCONT                     PIC 9(002) VALUE 0.
       77  WSS-PREVCONT-ABERTO             PIC X(001) VALUE 'N'.
       77  WSS-QTD-PREVADES                PIC 9(004) VALUE 0.
       77  WSS-PREV-ACHOU                  PIC X(001) VALUE 'N'.
       77  WSS-PREV-PCT-MAX                PIC 9(003)V99 VALUE 0.
       77  WSS-PREV-PCT-CONTRAP            PIC 9(003)V99 VALUE 0.
       77  WSS-PREV-TETO-PCT               PIC 9(003)V99 VALUE 0.
      *----
      * LIMITE LEGAL DA DEDUCAO DO PGBL NA BASE DO IRRF, EM
      * PERCENTUAL DOS RENDIMENTOS TRIBUTAVEIS DO ANO (O PREVPARM
      * PODE INFORMAR OUTRO)
      *----
       77  WSS-PREV-LIMITE-IR              PIC 9(003)V99 VALUE 12,00.
       77  WSS-PREV-PCT-APLIC              PIC 9(003)V99 VALUE 0.
       77  WSS-PREV-CERTIFICADO            PIC X(015) VALUE SPACES.
       77  WSS-PREV-COMPET-AUX             PIC 9(006) VALUE 0.
       77  WSS-PREV-TETO                   PIC 9(007)V99 COMP-3 VALUE 0.
       77  WSS-PREV-LIM-ANT                PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-PREV-DED-ANT                PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-PREV-LIM-ATU                PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-PREV-DED-ATU                PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-ACUM-PREV                   PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-ACUM-PREV-QTDE              PIC 9(005) VALUE 0.
      *----
      * COMPETENCIA EM PROCESSAMENTO QUEBRADA EM ANO E MES, PARA
      * SELECIONAR NO YTDACC OS MESES ANTERIORES DO MESMO ANO
      *----
       01  WSS-PREV-COMPET.
           03 WSS-PREV-ANO                 PIC 9(004).
           03 WSS-PREV-MES                 PIC 9(002).
      *----
      * PARTICIPANTES DO PLANO VIGENTES NA COMPETENCIA, EM ORDEM DE
      * MATRICULA PARA A BUSCA, COM O ACUMULADO DO ANO ATE O MES
      * ANTERIOR (RENDIMENTOS E CONTRIBUICOES DO YTDACC)
      *----
       01  WSS-TAB-PREVADES.
           05 WSS-PVT-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-PREVADES
                 ASCENDING KEY IS PVT-MATRICULA
                 INDEXED BY IDX-PVA.
              10 PVT-MATRICULA             PIC 9(008).
              10 PVT-PCT                   PIC 9(003)V99.
              10 PVT-CERTIFICADO           PIC X(015).
              10 PVT-YTD-BRUTO             PIC 9(011)V99 COMP-3.
              10 PVT-YTD-CONTRIB           PIC 9(009)V99 COMP-3.
      *----
       77  WSS-QTD-RETRO                   PIC 9(004) VALUE 0.
       77  WSS-IDX-RET                     PIC 9(004) COMP VALUE 0.
       77  WSS-ACUM-RETRO                  PIC S9(009)V99 COMP-3
      * LINKAGE DO GERENCIADOR DE ADIANTAMENTOS (COBOL149)
      *----
           COPY  'COPY1491'.
      *----
      * LINKAGE DO GERENCIADOR DO CONTA-CORRENTE DE RESSARCIMENTO
      * (COBOL241)
      *----
           COPY  'COPY2411'.
      *----
       01  WSS-TAB-CARRYIN.
           05 WSS-CARRYIN-ENTRY OCCURS 0 TO 2000 TIMES
           MOVE 0                  TO WSS-FL-PREMIO-ATS.
           MOVE 0                  TO WSS-FL-LIQUIDO.
           MOVE 0                  TO WSS-FL-PENSAO.
           MOVE 0                  TO WSS-FL-PREV-EMPREGADO.
           MOVE 0                  TO WSS-FL-PREV-EMPRESA.
           MOVE 0                  TO WSS-FL-PREV-DEDUTIVEL.

           IF WSS-FL-RECAP
              PERFORM 6000-DEVOLVE-RECAP
           END-IF.

      *----
      * ADICIONAL POR TEMPO DE SERVICO (SO NA FOLHA REGULAR E NO
      * ULTIMO PERIODO DO MES DOS GRUPOS SEMANAL/QUINZENAL): SOMA
      * AO BRUTO E A BASE DOS DESCONTOS LEGAIS
      *----
           IF WSS-FL-MODO-REGULAR
              OR (WSS-FL-MODO-SEMANAL AND WSS-FL-SEM-FECHA-MES)
              PERFORM 2900-CALCULA-ATS
                 THRU 2900-CALCULA-ATS-EXIT
           END-IF.
                      WSS-FL-BRUTO + WSS-FL-PREMIO-ATS
           END-IF.

      *----
      * PERIODO SEMANAL/QUINZENAL: A BASE E A DA COMPETENCIA ATE
      * ESTE PERIODO (OS ANTERIORES JA PAGOS MAIS O ATUAL)
      *----
           IF WSS-FL-MODO-SEMANAL
              ADD WSS-FL-SEM-BRUTO-ANT TO WSS-BASE-ESTATUTARIA
              IF WSS-FL-MODO-EXPLICA
                 MOVE 'BASE ACUMULADA DA COMPETENCIA'
                                        TO WSS-EXPL-TEXTO
                 MOVE WSS-BASE-ESTATUTARIA TO WSS-EXPL-VALOR
                 PERFORM ROT-EXPLICA
                    THRU ROT-EXPLICA-EXIT
              END-IF
           END-IF.

      *----
      * PREVIDENCIA COMPLEMENTAR: A CONTRIBUICAO DO MES E A PARCELA
      * DEDUTIVEL SAEM ANTES DO IRRF, QUE JA ABATE A DEDUTIVEL
      *----
           IF WSS-FL-MODO-REGULAR
              OR (WSS-FL-MODO-SEMANAL AND WSS-FL-SEM-FECHA-MES)
              PERFORM 3500-CALCULA-PREVIDENCIA
                 THRU 3500-CALCULA-PREVIDENCIA-EXIT
           END-IF.

           IF NOT WSS-FL-MODO-DEC1
              AND NOT WSS-FL-MODO-QUINZENA
              AND NOT WSS-FL-MODO-PLR
                 THRU 4000-CALCULA-IRRF-EXIT
           END-IF.

           IF WSS-FL-MODO-SEMANAL
              PERFORM 4700-ABATE-RETIDO-SEMANAL
                 THRU 4700-ABATE-RETIDO-SEMANAL-EXIT
           END-IF.

      *----
      * PLR: SEM INSS POR LEI; IRRF EXCLUSIVO PELA TABELA IRRFPLR,
      * SEM ABATIMENTO DE DEPENDENTES
           END-IF.

           IF WSS-FL-MODO-REGULAR
              OR (WSS-FL-MODO-SEMANAL AND WSS-FL-SEM-FECHA-MES)
              PERFORM 5050-DESCONTA-PENSAO
                 THRU 5050-DESCONTA-PENSAO-EXIT

              PERFORM 5000-CALCULA-DED-GENERICOS
                 THRU 5000-CALCULA-DED-GENERICOS-EXIT

              PERFORM 5230-DESCONTA-PREVIDENCIA
                 THRU 5230-DESCONTA-PREVIDENCIA-EXIT

              PERFORM 5150-DESCONTA-VALE-TRANSP
                 THRU 5150-DESCONTA-VALE-TRANSP-EXIT

              PERFORM 5250-DESCONTA-CONSIGNADO
                 THRU 5250-DESCONTA-CONSIGNADO-EXIT

              PERFORM 5270-DESCONTA-COPARTICIPACAO
                 THRU 5270-DESCONTA-COPARTICIPACAO-EXIT

              PERFORM 5200-DESCONTA-ADIANTAMENTO
                 THRU 5200-DESCONTA-ADIANTAMENTO-EXIT

              PERFORM 5210-DESCONTA-RESSARCIMENTO
                 THRU 5210-DESCONTA-RESSARCIMENTO-EXIT

              PERFORM 5300-CALCULA-SALARIO-FAMILIA
                 THRU 5300-CALCULA-SALARIO-FAMILIA-EXIT

              THRU 2950-CARGA-RETRONET-EXIT.
           PERFORM 2970-CARGA-PENSALIM
              THRU 2970-CARGA-PENSALIM-EXIT.
           PERFORM 2980-CARGA-VTDESC
              THRU 2980-CARGA-VTDESC-EXIT.
           PERFORM 2990-CARGA-CONSCTR
              THRU 2990-CARGA-CONSCTR-EXIT.
           PERFORM 2995-CARGA-COPARDES
              THRU 2995-CARGA-COPARDES-EXIT.
           PERFORM 2960-CARGA-PREVPARM
              THRU 2960-CARGA-PREVPARM-EXIT.
           PERFORM 2962-CARGA-PREVADES
              THRU 2962-CARGA-PREVADES-EXIT.
           PERFORM 2965-CARGA-YTDACC
              THRU 2965-CARGA-YTDACC-EXIT.

           IF WSS-REINICIO EQUAL 'S'
              PERFORM 7100-APLICA-RESTAURACAO
           EXIT.

      *****************************************************************
      * CARGA DA COTA DE VALE-TRANSPORTE DA COMPETENCIA (COBOL217);
      * SEM O ARQUIVO (FS=35) NAO HA DESCONTO DE VALE-TRANSPORTE
      *----
       2980-CARGA-VTDESC.

           MOVE 'N'                TO WSS-EOF.

           OPEN INPUT VTDESC.

           IF ST-VTDESC EQUAL 35
              GO TO 2980-CARGA-VTDESC-EXIT
           END-IF.

           IF ST-VTDESC NOT EQUAL 0
              DISPLAY 'COBOL148 - ERRO OPEN VTDESC FS=' ST-VTDESC
              MOVE ST-VTDESC       TO WSS-RETURN-CODE OF WSS-FL-OUTPUT
              MOVE 'ERRO NA ABERTURA DE VTDESC'
                                   TO WSS-MENSAGEM OF WSS-FL-OUTPUT
              GO TO 2980-CARGA-VTDESC-EXIT
           END-IF.

           PERFORM 2981-LER-VTDESC
              THRU 2981-LER-VTDESC-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE VTDESC.

           DISPLAY 'COBOL148 - COTAS DE VALE-TRANSPORTE CARREGADAS: '
                   WSS-QTD-VTDESC.

       2980-CARGA-VTDESC-EXIT.
           EXIT.

      *----
       2981-LER-VTDESC.

           READ VTDESC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-VTDESC NOT EQUAL 0 AND WSS-EOF NOT = 'Y'
              DISPLAY 'COBOL148 - ERRO READ VTDESC FS=' ST-VTDESC
              MOVE 'Y'             TO WSS-EOF
              GO TO 2981-LER-VTDESC-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 2981-LER-VTDESC-EXIT
           END-IF.

           IF VTD-COMPETENCIA NOT EQUAL WSS-COMPET-REF
              GO TO 2981-LER-VTDESC-EXIT
           END-IF.

           IF WSS-QTD-VTDESC LESS 5000
              ADD 1                TO WSS-QTD-VTDESC
              MOVE VTD-MATRICULA   TO VTC-MATRICULA (WSS-QTD-VTDESC)
              MOVE VTD-VALOR       TO VTC-VALOR (WSS-QTD-VTDESC)
           ELSE
              DISPLAY 'COBOL148 - TABELA DE VALE-TRANSPORTE CHEIA, '
                      'COTA IGNORADA: ' VTD-MATRICULA
           END-IF.

       2981-LER-VTDESC-EXIT.
           EXIT.

      *****************************************************************
      * CARGA DOS CONTRATOS DE CREDITO CONSIGNADO (COBOL238): SO OS
      * ATIVOS, JA INICIADOS NA COMPETENCIA E COM PARCELA RESTANTE;
      * SEM O ARQUIVO (FS=35) NAO HA DESCONTO DE CONSIGNADO
      *----
       2990-CARGA-CONSCTR.

           MOVE 'N'                TO WSS-EOF.

           OPEN INPUT CONSCTR.

           IF ST-CONSCTR EQUAL 35
              GO TO 2990-CARGA-CONSCTR-EXIT
           END-IF.

           IF ST-CONSCTR NOT EQUAL 0
              DISPLAY 'COBOL148 - ERRO OPEN CONSCTR FS=' ST-CONSCTR
              MOVE ST-CONSCTR      TO WSS-RETURN-CODE OF WSS-FL-OUTPUT
              MOVE 'ERRO NA ABERTURA DE CONSCTR'
                                   TO WSS-MENSAGEM OF WSS-FL-OUTPUT
              GO TO 2990-CARGA-CONSCTR-EXIT
           END-IF.

           PERFORM 2991-LER-CONSCTR
              THRU 2991-LER-CONSCTR-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CONSCTR.

           DISPLAY 'COBOL148 - CONTRATOS CONSIGNADOS CARREGADOS: '
                   WSS-QTD-CONSIG.

       2990-CARGA-CONSCTR-EXIT.
           EXIT.

      *----
       2991-LER-CONSCTR.

           READ CONSCTR
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CONSCTR NOT EQUAL 0 AND WSS-EOF NOT = 'Y'
              DISPLAY 'COBOL148 - ERRO READ CONSCTR FS=' ST-CONSCTR
              MOVE 'Y'             TO WSS-EOF
              GO TO 2991-LER-CONSCTR-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 2991-LER-CONSCTR-EXIT
           END-IF.

           IF NOT CCT-ATIVO
              OR CCT-PARCELAS-REST EQUAL 0
              OR CCT-VALOR-PARCELA EQUAL 0
              OR CCT-COMPET-INICIO GREATER WSS-COMPET-REF
              GO TO 2991-LER-CONSCTR-EXIT
           END-IF.

           IF WSS-QTD-CONSIG LESS 5000
              ADD 1                TO WSS-QTD-CONSIG
              MOVE CCT-MATRICULA   TO CSG-MATRICULA (WSS-QTD-CONSIG)
              MOVE CCT-BANCO       TO CSG-BANCO (WSS-QTD-CONSIG)
              MOVE CCT-CONTRATO    TO CSG-CONTRATO (WSS-QTD-CONSIG)
              MOVE CCT-VALOR-PARCELA
                                   TO CSG-VALOR-PARCELA
                                      (WSS-QTD-CONSIG)
           ELSE
              DISPLAY 'COBOL148 - TABELA DE CONSIGNADOS CHEIA, '
                      'CONTRATO IGNORADO: ' CCT-MATRICULA ' '
                      CCT-CONTRATO
           END-IF.

       2991-LER-CONSCTR-EXIT.
           EXIT.

      *****************************************************************
      * CARGA DA COPARTICIPACAO APROVADA (COBOL240) A DESCONTAR NA
      * COMPETENCIA; SEM O ARQUIVO (FS=35) NAO HA COPARTICIPACAO
      *----
       2995-CARGA-COPARDES.

           MOVE 'N'                TO WSS-EOF.

           OPEN INPUT COPARDES.

           IF ST-COPARDES EQUAL 35
              GO TO 2995-CARGA-COPARDES-EXIT
           END-IF.

           IF ST-COPARDES NOT EQUAL 0
              DISPLAY 'COBOL148 - ERRO OPEN COPARDES FS=' ST-COPARDES
              MOVE ST-COPARDES     TO WSS-RETURN-CODE OF WSS-FL-OUTPUT
              MOVE 'ERRO NA ABERTURA DE COPARDES'
                                   TO WSS-MENSAGEM OF WSS-FL-OUTPUT
              GO TO 2995-CARGA-COPARDES-EXIT
           END-IF.

           PERFORM 2996-LER-COPARDES
              THRU 2996-LER-COPARDES-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE COPARDES.

           DISPLAY 'COBOL148 - COPARTICIPACOES CARREGADAS: '
                   WSS-QTD-COPART.

       2995-CARGA-COPARDES-EXIT.
           EXIT.

      *----
       2996-LER-COPARDES.

           READ COPARDES
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-COPARDES NOT EQUAL 0 AND WSS-EOF NOT = 'Y'
              DISPLAY 'COBOL148 - ERRO READ COPARDES FS=' ST-COPARDES
              MOVE 'Y'             TO WSS-EOF
              GO TO 2996-LER-COPARDES-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 2996-LER-COPARDES-EXIT
           END-IF.

           IF CPD-COMPETENCIA NOT EQUAL WSS-COMPET-REF
              OR CPD-VALOR EQUAL 0
              GO TO 2996-LER-COPARDES-EXIT
           END-IF.

           IF WSS-QTD-COPART LESS 5000
              ADD 1                TO WSS-QTD-COPART
              MOVE CPD-MATRICULA   TO CPT-MATRICULA (WSS-QTD-COPART)
              MOVE CPD-VALOR       TO CPT-VALOR (WSS-QTD-COPART)
           ELSE
              DISPLAY 'COBOL148 - TABELA DE COPARTICIPACOES CHEIA, '
                      'ITEM IGNORADO: ' CPD-MATRICULA
           END-IF.

       2996-LER-COPARDES-EXIT.
           EXIT.

      *****************************************************************
      * CARGA DO CARTAO DO PLANO DE PREVIDENCIA COMPLEMENTAR; SEM O
      * CARTAO (FS=35) NAO HA CONTRAPARTIDA DA EMPRESA E O LIMITE DA
      * DEDUCAO NO IRRF FICA NO LEGAL
      *----
       2960-CARGA-PREVPARM.

           OPEN INPUT PREVPARM.

           IF ST-PREVPARM EQUAL 35
              GO TO 2960-CARGA-PREVPARM-EXIT
           END-IF.

           IF ST-PREVPARM NOT EQUAL 0
              DISPLAY 'COBOL148 - ERRO OPEN PREVPARM FS=' ST-PREVPARM
              MOVE ST-PREVPARM     TO WSS-RETURN-CODE OF WSS-FL-OUTPUT
              MOVE 'ERRO NA ABERTURA DE PREVPARM'
                                   TO WSS-MENSAGEM OF WSS-FL-OUTPUT
              GO TO 2960-CARGA-PREVPARM-EXIT
           END-IF.

           READ PREVPARM.

           IF ST-PREVPARM EQUAL 0
              MOVE PVP-PCT-MAX-EMPREGADO TO WSS-PREV-PCT-MAX
              MOVE PVP-PCT-CONTRAPARTIDA TO WSS-PREV-PCT-CONTRAP
              MOVE PVP-TETO-CONTRAP-PCT  TO WSS-PREV-TETO-PCT
              IF PVP-LIMITE-IR-PCT GREATER 0
                 MOVE PVP-LIMITE-IR-PCT  TO WSS-PREV-LIMITE-IR
              END-IF
           END-IF.

           CLOSE PREVPARM.

       2960-CARGA-PREVPARM-EXIT.
           EXIT.

      *****************************************************************
      * CARGA DAS ADESOES AO PLANO VIGENTES NA COMPETENCIA; SEM O
      * ARQUIVO (FS=35) NAO HA PREVIDENCIA COMPLEMENTAR NA FOLHA
      *----
       2962-CARGA-PREVADES.

           MOVE 'N'                TO WSS-EOF.

           OPEN INPUT PREVADES.

           IF ST-PREVADES EQUAL 35
              GO TO 2962-CARGA-PREVADES-EXIT
           END-IF.

           IF ST-PREVADES NOT EQUAL 0
              DISPLAY 'COBOL148 - ERRO OPEN PREVADES FS=' ST-PREVADES
              MOVE ST-PREVADES     TO WSS-RETURN-CODE OF WSS-FL-OUTPUT
              MOVE 'ERRO NA ABERTURA DE PREVADES'
                                   TO WSS-MENSAGEM OF WSS-FL-OUTPUT
              GO TO 2962-CARGA-PREVADES-EXIT
           END-IF.

           PERFORM 2963-LER-PREVADES
              THRU 2963-LER-PREVADES-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE PREVADES.

           IF WSS-QTD-PREVADES GREATER 1
              SORT WSS-PVT-ENTRY ASCENDING PVT-MATRICULA
           END-IF.

           DISPLAY 'COBOL148 - PARTICIPANTES DA PREVIDENCIA '
                   'COMPLEMENTAR: ' WSS-QTD-PREVADES.

       2962-CARGA-PREVADES-EXIT.
           EXIT.

      *----
       2963-LER-PREVADES.

           READ PREVADES
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-PREVADES NOT EQUAL 0 AND WSS-EOF NOT = 'Y'
              DISPLAY 'COBOL148 - ERRO READ PREVADES FS=' ST-PREVADES
              MOVE 'Y'             TO WSS-EOF
              GO TO 2963-LER-PREVADES-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 2963-LER-PREVADES-EXIT
           END-IF.

           IF PVA-PCT-EMPREGADO EQUAL 0
              GO TO 2963-LER-PREVADES-EXIT
           END-IF.

           COMPUTE WSS-PREV-COMPET-AUX = PVA-DATA-ADESAO / 100.

           IF WSS-PREV-COMPET-AUX GREATER WSS-COMPET-REF
              GO TO 2963-LER-PREVADES-EXIT
           END-IF.

           COMPUTE WSS-PREV-COMPET-AUX = PVA-DATA-CANCEL / 100.

           IF PVA-DATA-CANCEL NOT EQUAL 0
              AND WSS-PREV-COMPET-AUX NOT GREATER WSS-COMPET-REF
              GO TO 2963-LER-PREVADES-EXIT
           END-IF.

      *----
      * MATRICULA JA CARREGADA: O REGISTRO MAIS NOVO SUBSTITUI O
      * PERCENTUAL E O CERTIFICADO
      *----
           SET IDX-PVA TO 1.
           SEARCH WSS-PVT-ENTRY
              AT END
                 IF WSS-QTD-PREVADES LESS 5000
                    ADD 1          TO WSS-QTD-PREVADES
                    SET IDX-PVA    TO WSS-QTD-PREVADES
                    MOVE PVA-MATRICULA TO PVT-MATRICULA (IDX-PVA)
                    MOVE PVA-PCT-EMPREGADO TO PVT-PCT (IDX-PVA)
                    MOVE PVA-CERTIFICADO TO PVT-CERTIFICADO (IDX-PVA)
                    MOVE 0         TO PVT-YTD-BRUTO (IDX-PVA)
                    MOVE 0         TO PVT-YTD-CONTRIB (IDX-PVA)
                 ELSE
                    DISPLAY 'COBOL148 - TABELA DE PREVIDENCIA CHEIA, '
                            'ADESAO IGNORADA: ' PVA-MATRICULA
                 END-IF
              WHEN PVT-MATRICULA (IDX-PVA) EQUAL PVA-MATRICULA
                 MOVE PVA-PCT-EMPREGADO TO PVT-PCT (IDX-PVA)
                 MOVE PVA-CERTIFICADO TO PVT-CERTIFICADO (IDX-PVA)
           END-SEARCH.

       2963-LER-PREVADES-EXIT.
           EXIT.

      *****************************************************************
      * ACUMULADO DO ANO DOS PARTICIPANTES ATE O MES ANTERIOR A
      * COMPETENCIA: RENDIMENTOS TRIBUTAVEIS NA TABELA PROGRESSIVA
      * MENSAL (FOLHA REGULAR, FERIAS E PERIODOS SEMANAIS - O 13. E
      * A PLR TEM TRIBUTACAO EXCLUSIVA E NAO ENTRAM) E CONTRIBUICOES
      * JA FEITAS. SEM O YTDACC (FS=35) O LIMITE CONTA SO O MES
      *----
       2965-CARGA-YTDACC.

           IF WSS-QTD-PREVADES EQUAL 0
              GO TO 2965-CARGA-YTDACC-EXIT
           END-IF.

           MOVE WSS-COMPET-REF     TO WSS-PREV-COMPET.
           MOVE 'N'                TO WSS-EOF.

           OPEN INPUT YTDACC.

           IF ST-YTDACC EQUAL 35
              GO TO 2965-CARGA-YTDACC-EXIT
           END-IF.

           IF ST-YTDACC NOT EQUAL 0
              DISPLAY 'COBOL148 - ERRO OPEN YTDACC FS=' ST-YTDACC
              MOVE ST-YTDACC       TO WSS-RETURN-CODE OF WSS-FL-OUTPUT
              MOVE 'ERRO NA ABERTURA DE YTDACC'
                                   TO WSS-MENSAGEM OF WSS-FL-OUTPUT
              GO TO 2965-CARGA-YTDACC-EXIT
           END-IF.

           PERFORM 2966-LER-YTDACC
              THRU 2966-LER-YTDACC-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE YTDACC.

       2965-CARGA-YTDACC-EXIT.
           EXIT.

      *----
       2966-LER-YTDACC.

           READ YTDACC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-YTDACC NOT EQUAL 0 AND WSS-EOF NOT = 'Y'
              DISPLAY 'COBOL148 - ERRO READ YTDACC FS=' ST-YTDACC
              MOVE 'Y'             TO WSS-EOF
              GO TO 2966-LER-YTDACC-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 2966-LER-YTDACC-EXIT
           END-IF.

           IF YTA-ANO NOT EQUAL WSS-PREV-ANO
              OR YTA-MES NOT LESS WSS-PREV-MES
              GO TO 2966-LER-YTDACC-EXIT
           END-IF.

           IF YTA-MODO NOT EQUAL 'REGULAR'
              AND YTA-MODO NOT EQUAL SPACES
              AND YTA-MODO NOT EQUAL 'FERIAS'
              AND YTA-MODO NOT EQUAL 'SEMANAL'
              GO TO 2966-LER-YTDACC-EXIT
           END-IF.

           SEARCH ALL WSS-PVT-ENTRY
              AT END
                 CONTINUE
              WHEN PVT-MATRICULA (IDX-PVA) EQUAL YTA-MATRICULA
                 ADD YTA-BRUTO     TO PVT-YTD-BRUTO (IDX-PVA)
      *----
      * REGISTROS GRAVADOS ANTES DO CAMPO DA PREVIDENCIA TEM
      * BRANCOS NESSA POSICAO
      *----
                 IF YTA-PREVIDENCIA NUMERIC
                    ADD YTA-PREVIDENCIA TO PVT-YTD-CONTRIB (IDX-PVA)
                 END-IF
           END-SEARCH.

       2966-LER-YTDACC-EXIT.
           EXIT.

      *****************************************************************
      * CONTAGEM DE DEPENDENTES DA MATRICULA: TODOS ABATEM NO IRRF;
      * PARA O SALARIO-FAMILIA QUALIFICA QUEM AINDA NAO COMPLETOU A
      * IDADE-LIMITE NA COMPETENCIA (NASCIDO DEPOIS DA DATA DE CORTE,
      * CALCULADA COM A ARITMETICA DE DATAS JA USADA NO COBOL046)
      *----
       2600-CONTA-DEPENDENTES.

           MOVE 0                  TO WSS-QTD-DEPENDENTES.
           MOVE 0                  TO WSS-QTD-DEP-QUALIF.

           IF WSS-QTD-DEP-CADASTRO EQUAL 0
              GO TO 2600-CONTA-DEPENDENTES-EXIT
           END-IF.

           DIVIDE WSS-COMPET-REF BY 100
              GIVING WSS-COMPET-ANO-ENG
              REMAINDER WSS-COMPET-MES-ENG.

           COMPUTE WSS-DATA-CORTE-NASC =
                   ((WSS-COMPET-ANO-ENG - WSS-SF-IDADE) * 10000)
                   + (WSS-COMPET-MES-ENG * 100)
                   + 01.

           PERFORM VARYING WSS-IDX-DEP FROM 1 BY 1
                   UNTIL WSS-IDX-DEP > WSS-QTD-DEP-CADASTRO
              IF DPD-MATRICULA (WSS-IDX-DEP) EQUAL WSS-FL-MATRICULA
                 ADD 1             TO WSS-QTD-DEPENDENTES
                 IF DPD-DATA-NASC (WSS-IDX-DEP)
                       GREATER WSS-DATA-CORTE-NASC
                    ADD 1          TO WSS-QTD-DEP-QUALIF
                 END-IF
              END-IF
           END-PERFORM.

       2600-CONTA-DEPENDENTES-EXIT.
           EXIT.

      *****************************************************************
      * INSS PROGRESSIVO: CADA FAIXA CONTRIBUI COM SUA ALIQUOTA SOBRE
      * A PARCELA DO BRUTO DENTRO DELA; ACIMA DO TETO DA ULTIMA
      * FAIXA NAO HA CONTRIBUICAO ADICIONAL
      *----
       3000-CALCULA-INSS.

           MOVE 0                  TO WSS-FL-INSS.
           MOVE 0                  TO WSS-PISO-FAIXA.

           IF WSS-QTD-INSS EQUAL 0
              GO TO 3000-CALCULA-INSS-EXIT
           END-IF.

      *----
      * ESTAGIARIO (LEI 11.788) NAO E SEGURADO OBRIGATORIO
      *----
           IF WSS-FL-ESTAGIARIO
              GO TO 3000-CALCULA-INSS-EXIT
           END-IF.

           PERFORM VARYING WSS-IDX FROM 1 BY 1
                   UNTIL WSS-IDX > WSS-QTD-INSS
              IF WSS-BASE-ESTATUTARIA GREATER WSS-PISO-FAIXA
                 IF WSS-BASE-ESTATUTARIA LESS INS-TETO (WSS-IDX)
                    COMPUTE WSS-BASE-FAIXA =
                            WSS-BASE-ESTATUTARIA - WSS-PISO-FAIXA
                 ELSE
                    COMPUTE WSS-BASE-FAIXA =
                            INS-TETO (WSS-IDX) - WSS-PISO-FAIXA
                 END-IF
                 COMPUTE WSS-PARCELA ROUNDED =
                         WSS-BASE-FAIXA * INS-ALIQUOTA (WSS-IDX)
                         / 100
                 ADD WSS-PARCELA   TO WSS-FL-INSS
                 IF WSS-FL-MODO-EXPLICA
                    MOVE SPACES     TO WSS-EXPL-TEXTO
                    STRING 'INSS FAIXA ATE '
                           INS-TETO (WSS-IDX)
                           ' ALIQ ' INS-ALIQUOTA (WSS-IDX)
                       DELIMITED BY SIZE INTO WSS-EXPL-TEXTO
                    END-STRING
                    MOVE WSS-PARCELA TO WSS-EXPL-VALOR
                    PERFORM ROT-EXPLICA
                       THRU ROT-EXPLICA-EXIT
                 END-IF
              END-IF
              MOVE INS-TETO (WSS-IDX) TO WSS-PISO-FAIXA
           END-PERFORM.

       3000-CALCULA-INSS-EXIT.
           EXIT.

      *****************************************************************
      * PREVIDENCIA COMPLEMENTAR (PGBL) DO PARTICIPANTE: CONTRIBUICAO
      * DO EMPREGADO = PERCENTUAL ESCOLHIDO (ATE O MAXIMO DO PLANO)
      * SOBRE O SALARIO-BASE; CONTRAPARTIDA DA EMPRESA = PERCENTUAL
      * DA CONTRIBUICAO, ATE O TETO EM PERCENTUAL DO SALARIO.
      * PARCELA DEDUTIVEL NO IRRF: O LIMITE E ANUAL (PERCENTUAL DOS
      * RENDIMENTOS TRIBUTAVEIS DO ANO), ENTAO O MES ABATE O QUANTO O
      * DEDUTIVEL ACUMULADO CRESCE COM ELE:
      *   MIN(CONTRIB. ATE O MES, LIMITE S/ RENDIMENTOS ATE O MES)
      *   - MIN(CONTRIB. ANTERIOR, LIMITE S/ RENDIMENTOS ANTERIORES)
      * ESTAGIARIO NAO CONTRIBUI PARA O INSS E NAO TEM A DEDUCAO
      *----
       3500-CALCULA-PREVIDENCIA.

           IF WSS-QTD-PREVADES EQUAL 0
              GO TO 3500-CALCULA-PREVIDENCIA-EXIT
           END-IF.

           MOVE 'N'                TO WSS-PREV-ACHOU.

           SEARCH ALL WSS-PVT-ENTRY
              AT END
                 CONTINUE
              WHEN PVT-MATRICULA (IDX-PVA) EQUAL WSS-FL-MATRICULA
                 MOVE 'S'          TO WSS-PREV-ACHOU
           END-SEARCH.

           IF WSS-PREV-ACHOU NOT EQUAL 'S'
              GO TO 3500-CALCULA-PREVIDENCIA-EXIT
           END-IF.

           MOVE PVT-PCT (IDX-PVA)  TO WSS-PREV-PCT-APLIC.
           MOVE PVT-CERTIFICADO (IDX-PVA) TO WSS-PREV-CERTIFICADO.

           IF WSS-PREV-PCT-MAX GREATER 0
              AND WSS-PREV-PCT-APLIC GREATER WSS-PREV-PCT-MAX
              MOVE WSS-PREV-PCT-MAX TO WSS-PREV-PCT-APLIC
           END-IF.

           COMPUTE WSS-FL-PREV-EMPREGADO ROUNDED =
                   WSS-FL-SALARIO * WSS-PREV-PCT-APLIC / 100.

           COMPUTE WSS-FL-PREV-EMPRESA ROUNDED =
                   WSS-FL-PREV-EMPREGADO * WSS-PREV-PCT-CONTRAP / 100.

           IF WSS-PREV-TETO-PCT GREATER 0
              COMPUTE WSS-PREV-TETO ROUNDED =
                      WSS-FL-SALARIO * WSS-PREV-TETO-PCT / 100
              IF WSS-FL-PREV-EMPRESA GREATER WSS-PREV-TETO
                 MOVE WSS-PREV-TETO TO WSS-FL-PREV-EMPRESA
              END-IF
           END-IF.

           IF WSS-FL-MODO-EXPLICA
              MOVE 'PREVIDENCIA COMPLEMENTAR - EMPREGADO'
                                   TO WSS-EXPL-TEXTO
              MOVE WSS-FL-PREV-EMPREGADO TO WSS-EXPL-VALOR
              PERFORM ROT-EXPLICA
                 THRU ROT-EXPLICA-EXIT
              MOVE 'PREVIDENCIA COMPLEMENTAR - EMPRESA'
                                   TO WSS-EXPL-TEXTO
              MOVE WSS-FL-PREV-EMPRESA TO WSS-EXPL-VALOR
              PERFORM ROT-EXPLICA
                 THRU ROT-EXPLICA-EXIT
           END-IF.

           IF WSS-FL-ESTAGIARIO
              GO TO 3500-CALCULA-PREVIDENCIA-EXIT
           END-IF.

           COMPUTE WSS-PREV-LIM-ANT ROUNDED =
                   PVT-YTD-BRUTO (IDX-PVA) * WSS-PREV-LIMITE-IR / 100.

           MOVE PVT-YTD-CONTRIB (IDX-PVA) TO WSS-PREV-DED-ANT.

           IF WSS-PREV-DED-ANT GREATER WSS-PREV-LIM-ANT
              MOVE WSS-PREV-LIM-ANT TO WSS-PREV-DED-ANT
           END-IF.

           COMPUTE WSS-PREV-LIM-ATU ROUNDED =
                   (PVT-YTD-BRUTO (IDX-PVA) + WSS-BASE-ESTATUTARIA)
                   * WSS-PREV-LIMITE-IR / 100.

           COMPUTE WSS-PREV-DED-ATU =
                   PVT-YTD-CONTRIB (IDX-PVA) + WSS-FL-PREV-EMPREGADO.

           IF WSS-PREV-DED-ATU GREATER WSS-PREV-LIM-ATU
              MOVE WSS-PREV-LIM-ATU TO WSS-PREV-DED-ATU
           END-IF.

           IF WSS-PREV-DED-ATU GREATER WSS-PREV-DED-ANT
              COMPUTE WSS-FL-PREV-DEDUTIVEL =
                      WSS-PREV-DED-ATU - WSS-PREV-DED-ANT
           END-IF.

       3500-CALCULA-PREVIDENCIA-EXIT.
           EXIT.

      *****************************************************************
      * IRRF POR FAIXA: BASE = BRUTO - INSS - ABATIMENTO POR
      * DEPENDENTE - PREVIDENCIA COMPLEMENTAR DEDUTIVEL; APLICA A
      * ALIQUOTA DA FAIXA E SUBTRAI A PARCELA A DEDUZIR; RESULTADO
      * NEGATIVO VIRA ZERO (FAIXA DE ISENCAO)
      *----
       4000-CALCULA-IRRF.

           MOVE 0                  TO WSS-FL-IRRF.

           IF WSS-QTD-IRRF EQUAL 0
              GO TO 4000-CALCULA-IRRF-EXIT
           END-IF.

           COMPUTE WSS-BASE-IRRF =
                   WSS-BASE-ESTATUTARIA - WSS-FL-INSS
                   - (WSS-QTD-DEPENDENTES * IRF-VLR-DEP (1))
                   - WSS-FL-PREV-DEDUTIVEL.

           IF WSS-FL-MODO-EXPLICA
              AND WSS-FL-PREV-DEDUTIVEL GREATER 0
              MOVE 'PREVIDENCIA COMPLEMENTAR ABATIDA'
                                    TO WSS-EXPL-TEXTO
              MOVE WSS-FL-PREV-DEDUTIVEL TO WSS-EXPL-VALOR
              PERFORM ROT-EXPLICA
                 THRU ROT-EXPLICA-EXIT
           END-IF.

           IF WSS-FL-MODO-EXPLICA
              MOVE SPACES           TO WSS-EXPL-TEXTO
              STRING 'BASE IRRF APOS INSS E '
                     WSS-QTD-DEPENDENTES ' DEPENDENTES'
                 DELIMITED BY SIZE INTO WSS-EXPL-TEXTO
              END-STRING
              MOVE WSS-BASE-IRRF    TO WSS-EXPL-VALOR
              PERFORM ROT-EXPLICA
                 THRU ROT-EXPLICA-EXIT
           END-IF.

           IF WSS-BASE-IRRF NOT GREATER 0
              GO TO 4000-CALCULA-IRRF-EXIT
           END-IF.

      *----
      * A ULTIMA FAIXA DA TABELA E ABERTA: BASE ACIMA DO ULTIMO
      * LIMITE TRIBUTA PELA ALIQUOTA E PARCELA DA FAIXA MAIS ALTA
      *----
           PERFORM VARYING WSS-IDX FROM 1 BY 1
                   UNTIL WSS-IDX > WSS-QTD-IRRF
              IF WSS-BASE-IRRF NOT GREATER IRF-LIMITE (WSS-IDX)
                 OR WSS-IDX EQUAL WSS-QTD-IRRF
                 COMPUTE WSS-IRRF-CALC ROUNDED =
                         WSS-BASE-IRRF * IRF-ALIQUOTA (WSS-IDX)
                         / 100
                    ON SIZE ERROR
                       MOVE 0      TO WSS-IRRF-CALC
                 END-COMPUTE
                 SUBTRACT IRF-PARCELA (WSS-IDX) FROM WSS-IRRF-CALC
                 IF WSS-IRRF-CALC LESS 0
                    MOVE 0         TO WSS-IRRF-CALC
                 END-IF
                 MOVE WSS-IRRF-CALC TO WSS-FL-IRRF
                 IF WSS-FL-MODO-EXPLICA
                    MOVE SPACES     TO WSS-EXPL-TEXTO
                    STRING 'IRRF ALIQ ' IRF-ALIQUOTA (WSS-IDX)
                           ' MENOS PARCELA ' IRF-PARCELA (WSS-IDX)
                       DELIMITED BY SIZE INTO WSS-EXPL-TEXTO
                    END-STRING
                    MOVE WSS-FL-IRRF TO WSS-EXPL-VALOR
                    PERFORM ROT-EXPLICA
                       THRU ROT-EXPLICA-EXIT
                 END-IF
                 MOVE WSS-QTD-IRRF TO WSS-IDX
              END-IF
           END-PERFORM.

       4000-CALCULA-IRRF-EXIT.
           EXIT.

      *****************************************************************
      * IRRF EXCLUSIVO DA PLR: TABELA PROPRIA, BASE = VALOR BRUTO DA
      * PLR, SEM INSS E SEM DEPENDENTES; A ULTIMA FAIXA E ABERTA,
      * COMO NA TABELA MENSAL
      *----
       4500-CALCULA-IRRF-PLR.

           MOVE 0                  TO WSS-FL-IRRF.

           IF WSS-QTD-IRRF-PLR EQUAL 0
              GO TO 4500-CALCULA-IRRF-PLR-EXIT
           END-IF.

           MOVE WSS-BASE-ESTATUTARIA TO WSS-BASE-IRRF.

           IF WSS-BASE-IRRF NOT GREATER 0
              GO TO 4500-CALCULA-IRRF-PLR-EXIT
           END-IF.

           PERFORM VARYING WSS-IDX FROM 1 BY 1
                   UNTIL WSS-IDX > WSS-QTD-IRRF-PLR
              IF WSS-BASE-IRRF NOT GREATER IRP-LIMITE (WSS-IDX)
                 OR WSS-IDX EQUAL WSS-QTD-IRRF-PLR
                 COMPUTE WSS-IRRF-CALC ROUNDED =
                         WSS-BASE-IRRF * IRP-ALIQUOTA (WSS-IDX)
                         / 100
                    ON SIZE ERROR
                       MOVE 0      TO WSS-IRRF-CALC
                 END-COMPUTE
                 SUBTRACT IRP-PARCELA (WSS-IDX) FROM WSS-IRRF-CALC
                 IF WSS-IRRF-CALC LESS 0
       4500-CALCULA-IRRF-PLR-EXIT.
           EXIT.

      *----
      * PERIODO SEMANAL/QUINZENAL: O INSS E O IRRF CALCULADOS SOBRE
      * A BASE ACUMULADA MENOS O JA RETIDO NOS PERIODOS ANTERIORES
      * DA COMPETENCIA. RETENCAO ANTERIOR MAIOR QUE A DEVIDA NAO
      * GERA DEVOLUCAO NO PERIODO (FICA ZERO)
      *----
       4700-ABATE-RETIDO-SEMANAL.

           IF WSS-FL-SEM-INSS-ANT NOT LESS WSS-FL-INSS
              MOVE 0               TO WSS-FL-INSS
           ELSE
              SUBTRACT WSS-FL-SEM-INSS-ANT FROM WSS-FL-INSS
           END-IF.

           IF WSS-FL-SEM-IRRF-ANT NOT LESS WSS-FL-IRRF
              MOVE 0               TO WSS-FL-IRRF
           ELSE
              SUBTRACT WSS-FL-SEM-IRRF-ANT FROM WSS-FL-IRRF
           END-IF.

           IF WSS-FL-MODO-EXPLICA
              MOVE 'INSS DO PERIODO (MENOS O JA RETIDO)'
                                    TO WSS-EXPL-TEXTO
              MOVE WSS-FL-INSS      TO WSS-EXPL-VALOR
              PERFORM ROT-EXPLICA
                 THRU ROT-EXPLICA-EXIT
              MOVE 'IRRF DO PERIODO (MENOS O JA RETIDO)'
                                    TO WSS-EXPL-TEXTO
              MOVE WSS-FL-IRRF      TO WSS-EXPL-VALOR
              PERFORM ROT-EXPLICA
                 THRU ROT-EXPLICA-EXIT
           END-IF.

       4700-ABATE-RETIDO-SEMANAL-EXIT.
           EXIT.

      *****************************************************************
      * PENSAO ALIMENTICIA JUDICIAL: CALCULADA SOBRE O LIQUIDO APOS
      * OS DESCONTOS LEGAIS (BRUTO + ATS - INSS - IRRF), ANTES DE
       5100-APLICA-UM-TIPO-EXIT.
           EXIT.

      *----
      * COTA DO EMPREGADO NO VALE-TRANSPORTE: DESCONTO LEGAL, FORA
      * DO PORTAO DE MARGEM E DO REPASSE A TERCEIROS (A OPERADORA E
      * PAGA PELO PEDIDO DO COBOL217); NUNCA ACIMA DE 6% DO SALARIO
      * DA FOLHA CORRENTE
      *----
       5150-DESCONTA-VALE-TRANSP.

           IF WSS-QTD-VTDESC EQUAL 0
              GO TO 5150-DESCONTA-VALE-TRANSP-EXIT
           END-IF.

           PERFORM 5160-PROCURA-COTA-VT
              THRU 5160-PROCURA-COTA-VT-EXIT
              VARYING WSS-IDX-VTD FROM 1 BY 1
              UNTIL WSS-IDX-VTD > WSS-QTD-VTDESC.

       5150-DESCONTA-VALE-TRANSP-EXIT.
           EXIT.

      *----
       5160-PROCURA-COTA-VT.

           IF VTC-MATRICULA (WSS-IDX-VTD) NOT EQUAL WSS-FL-MATRICULA
              GO TO 5160-PROCURA-COTA-VT-EXIT
           END-IF.

           MOVE VTC-VALOR (WSS-IDX-VTD) TO WSS-VALOR-DED.

           COMPUTE WSS-LIMITE-VT ROUNDED =
                   WSS-FL-SALARIO * WSS-PCT-COTA-VT / 100.

           IF WSS-VALOR-DED GREATER WSS-LIMITE-VT
              MOVE WSS-LIMITE-VT   TO WSS-VALOR-DED
           END-IF.

           ADD WSS-VALOR-DED       TO WSS-FL-OUTRAS-DED.
           ADD WSS-VALOR-DED       TO WSS-ACUM-VTRA.
           ADD 1                   TO WSS-ACUM-VTRA-QTDE.

           IF WSS-FL-MODO-EXPLICA
              MOVE 'VALE-TRANSPORTE - COTA DO EMPREGADO'
                                   TO WSS-EXPL-TEXTO
              MOVE WSS-VALOR-DED   TO WSS-EXPL-VALOR
              PERFORM ROT-EXPLICA
                 THRU ROT-EXPLICA-EXIT
           END-IF.

           MOVE WSS-QTD-VTDESC     TO WSS-IDX-VTD.

       5160-PROCURA-COTA-VT-EXIT.
           EXIT.

      *----
      * PARCELA DO ADIANTAMENTO SALARIAL: CONSULTA O CONTRATO NO
      * GERENCIADOR COBOL149; HAVENDO SALDO, A PARCELA CORRENTE
       5200-DESCONTA-ADIANTAMENTO-EXIT.
           EXIT.

      *----
      * PARCELA DO RESSARCIMENTO DE PAGAMENTO A MAIOR: CONSULTA A
      * CONTA NO GERENCIADOR COBOL241; HAVENDO SALDO EM ABERTO, A
      * PARCELA DO PLANO ACORDADO PASSA PELO PORTAO DE MARGEM E,
      * QUANDO APLICADA, E BAIXADA DA CONTA. SUPRIMIDA, FICA NO
      * SALDO E O PLANO SE ESTENDE SOZINHO (COMO O ADIANTAMENTO)
      *----
       5210-DESCONTA-RESSARCIMENTO.

           IF WSS-RESSARC-DISPONIVEL NOT = 'Y'
              GO TO 5210-DESCONTA-RESSARCIMENTO-EXIT
           END-IF.

           MOVE 'CONSULTA'         TO WSS-RS-FUNCAO.
           MOVE WSS-FL-MATRICULA   TO WSS-RS-MATRICULA.
           MOVE WSS-FL-COMPETENCIA TO WSS-RS-COMPETENCIA.
           MOVE 0                  TO WSS-RS-VALOR.

           CALL 'COBOL241' USING WSS-RESSARC-LINKAGE
              ON EXCEPTION
                 MOVE 'N'          TO WSS-RESSARC-DISPONIVEL
                 DISPLAY 'COBOL148 - CONTA-CORRENTE DE RESSARCIMENTO '
                         'INDISPONIVEL NESTE AMBIENTE'
           END-CALL.

           IF WSS-RESSARC-DISPONIVEL NOT = 'Y'
              GO TO 5210-DESCONTA-RESSARCIMENTO-EXIT
           END-IF.

           IF WSS-RETURN-CODE OF WSS-RS-OUTPUT EQUAL 4
              MOVE 'N'             TO WSS-RESSARC-DISPONIVEL
              GO TO 5210-DESCONTA-RESSARCIMENTO-EXIT
           END-IF.

           IF NOT WSS-RS-TEM-CONTA
              OR WSS-RS-PARCELA EQUAL 0
              GO TO 5210-DESCONTA-RESSARCIMENTO-EXIT
           END-IF.

           MOVE WSS-RS-PARCELA     TO WSS-VALOR-DED.
           MOVE 'RESS'             TO WSS-CODIGO-DED.
           MOVE WSS-CONSIG-ACUM    TO WSS-CONSIG-ANTES.

           PERFORM ROT-APLICA-OU-SUPRIME
              THRU ROT-APLICA-OU-SUPRIME-EXIT.

           IF WSS-CONSIG-ACUM GREATER WSS-CONSIG-ANTES
              IF NOT WSS-FL-SOMENTE-CALCULO
                 MOVE 'BAIXA'      TO WSS-RS-FUNCAO
                 MOVE WSS-RS-PARCELA TO WSS-RS-VALOR
                 CALL 'COBOL241' USING WSS-RESSARC-LINKAGE
                 END-CALL
              END-IF
           END-IF.

       5210-DESCONTA-RESSARCIMENTO-EXIT.
           EXIT.

      *----
      * CONTRIBUICAO DO EMPREGADO A PREVIDENCIA COMPLEMENTAR,
      * APURADA ANTES DO IRRF (3500): DESCONTO AUTORIZADO NA ADESAO,
      * FORA DO PORTAO DE MARGEM (A PARCELA JA ABATEU A BASE DO
      * IRRF E NAO PODE SER SUPRIMIDA DEPOIS) E FORA DO REPASSE A
      * TERCEIROS (O FUNDO E PAGO PELO REPASSE PROPRIO, COBOL245).
      * O RESULTADO DO PARTICIPANTE VAI PARA O PREVCONT
      *----
       5230-DESCONTA-PREVIDENCIA.

           IF WSS-FL-PREV-EMPREGADO EQUAL 0
              AND WSS-FL-PREV-EMPRESA EQUAL 0
              GO TO 5230-DESCONTA-PREVIDENCIA-EXIT
           END-IF.

           ADD WSS-FL-PREV-EMPREGADO TO WSS-FL-OUTRAS-DED.
           ADD WSS-FL-PREV-EMPREGADO TO WSS-ACUM-PREV.
           ADD 1                   TO WSS-ACUM-PREV-QTDE.

           IF NOT WSS-FL-SOMENTE-CALCULO
              PERFORM ROT-GRAVA-PREVCONT
                 THRU ROT-GRAVA-PREVCONT-EXIT
           END-IF.

       5230-DESCONTA-PREVIDENCIA-EXIT.
           EXIT.

      *----
      * PARCELAS DE CREDITO CONSIGNADO DOS CONTRATOS ATIVOS DA
      * MATRICULA: CADA PARCELA PASSA PELO PORTAO DE MARGEM E O
      * RESULTADO (DESCONTADA OU SUPRIMIDA) VAI PARA O CONSDES, DE
      * ONDE O COBOL239 MONTA O RETORNO AOS BANCOS E BAIXA O PRAZO
      *----
       5250-DESCONTA-CONSIGNADO.

           IF WSS-QTD-CONSIG EQUAL 0
              GO TO 5250-DESCONTA-CONSIGNADO-EXIT
           END-IF.

           PERFORM 5260-APLICA-UM-CONTRATO
              THRU 5260-APLICA-UM-CONTRATO-EXIT
              VARYING WSS-IDX-CSG FROM 1 BY 1
              UNTIL WSS-IDX-CSG > WSS-QTD-CONSIG.

       5250-DESCONTA-CONSIGNADO-EXIT.
           EXIT.

      *----
       5260-APLICA-UM-CONTRATO.

           IF CSG-MATRICULA (WSS-IDX-CSG) NOT EQUAL WSS-FL-MATRICULA
              GO TO 5260-APLICA-UM-CONTRATO-EXIT
           END-IF.

           MOVE CSG-VALOR-PARCELA (WSS-IDX-CSG) TO WSS-VALOR-DED.
           MOVE 'CONS'             TO WSS-CODIGO-DED.
           MOVE WSS-CONSIG-ACUM    TO WSS-CONSIG-ANTES.

           PERFORM ROT-APLICA-OU-SUPRIME
              THRU ROT-APLICA-OU-SUPRIME-EXIT.

           IF WSS-CONSIG-ACUM GREATER WSS-CONSIG-ANTES
              MOVE WSS-VALOR-DED   TO WSS-CONS-DESCONTADO
              MOVE '00'            TO WSS-CONS-MOTIVO
           ELSE
              MOVE 0               TO WSS-CONS-DESCONTADO
              MOVE 'MG'            TO WSS-CONS-MOTIVO
           END-IF.

           IF NOT WSS-FL-SOMENTE-CALCULO
              PERFORM ROT-GRAVA-CONSDES
                 THRU ROT-GRAVA-CONSDES-EXIT
           END-IF.

       5260-APLICA-UM-CONTRATO-EXIT.
           EXIT.

      *----
      * COPARTICIPACAO DO PLANO DE SAUDE APROVADA NA CONCILIACAO DA
      * FATURA: PASSA PELO PORTAO DE MARGEM; SUPRIMIDA VAI PARA O
      * CARRYDED COMO OS DEMAIS DESCONTOS
      *----
       5270-DESCONTA-COPARTICIPACAO.

           IF WSS-QTD-COPART EQUAL 0
              GO TO 5270-DESCONTA-COPARTICIPACAO-EXIT
           END-IF.

           PERFORM 5280-APLICA-UMA-COPART
              THRU 5280-APLICA-UMA-COPART-EXIT
              VARYING WSS-IDX-CPT FROM 1 BY 1
              UNTIL WSS-IDX-CPT > WSS-QTD-COPART.

       5270-DESCONTA-COPARTICIPACAO-EXIT.
           EXIT.

      *----
       5280-APLICA-UMA-COPART.

           IF CPT-MATRICULA (WSS-IDX-CPT) NOT EQUAL WSS-FL-MATRICULA
              GO TO 5280-APLICA-UMA-COPART-EXIT
           END-IF.

           MOVE CPT-VALOR (WSS-IDX-CPT) TO WSS-VALOR-DED.
           MOVE 'COPA'             TO WSS-CODIGO-DED.

           PERFORM ROT-APLICA-OU-SUPRIME
              THRU ROT-APLICA-OU-SUPRIME-EXIT.

       5280-APLICA-UMA-COPART-EXIT.
           EXIT.

      *----
      * SALARIO-FAMILIA: VALOR POR DEPENDENTE QUALIFICADO POR IDADE,
      * PAGO A QUEM GANHA ATE O LIMITE SALARIAL DA VIGENCIA
              GO TO 5300-CALCULA-SALARIO-FAMILIA-EXIT
           END-IF.

           IF WSS-FL-SEM-VINCULO
              GO TO 5300-CALCULA-SALARIO-FAMILIA-EXIT
           END-IF.

           COMPUTE WSS-FL-BENEFICIOS =
                   WSS-QTD-DEP-QUALIF * WSS-SF-VALOR.


           IF WSS-QTD-FERIAS-APROV EQUAL 0
              OR WSS-FL-COMPETENCIA EQUAL 0
              OR WSS-FL-ESTAGIARIO
              GO TO 5400-PAGA-TERCO-FERIAS-EXIT
           END-IF.

      * PARCELA DE ADIANTAMENTO SUPRIMIDA NAO VAI PARA O CARRYDED:
      * SEM A BAIXA O SALDO DO CONTRATO (ADIANTE) JA CARREGA A
      * PARCELA PERDIDA PARA A COMPETENCIA SEGUINTE SOZINHO, E O
      * ARRASTO EM DOBRO COBRARIA A MESMA PARCELA DUAS VEZES. A
      * PARCELA CONSIGNADA SUPRIMIDA TAMBEM NAO: VOLTA AO BANCO NO
      * RETORNO COM MOTIVO 'MG' E O PRAZO NAO E BAIXADO. A PARCELA
      * DE RESSARCIMENTO SEGUE A REGRA DO ADIANTAMENTO (O SALDO DA
      * CONTA RESSARC CARREGA A PARCELA PERDIDA)
      *----
           IF WSS-MARGEM-LIMITE GREATER 0
              AND WSS-CONSIG-ACUM + WSS-VALOR-DED
                    THRU ROT-EXPLICA-EXIT
              END-IF
              IF WSS-CODIGO-DED NOT EQUAL 'ADTO'
                 AND WSS-CODIGO-DED NOT EQUAL 'CONS'
                 AND WSS-CODIGO-DED NOT EQUAL 'RESS'
                 PERFORM ROT-GRAVA-CARRYDED
                    THRU ROT-GRAVA-CARRYDED-EXIT
              END-IF

      *----
      * ITEM APLICADO VIRA DETALHE DO REPASSE A TERCEIROS (PARCELA
      * DE ADIANTAMENTO NAO E REPASSE E FICA DE FORA; A PARCELA
      * CONSIGNADA E REPASSADA PELO RETORNO AOS BANCOS, COBOL239; A
      * COPARTICIPACAO JA FOI PAGA A OPERADORA NA FATURA E O
      * DESCONTO SO REEMBOLSA A EMPRESA; O RESSARCIMENTO DEVOLVE A
      * EMPRESA O QUE FOI PAGO A MAIOR)
      *----
           IF NOT WSS-FL-SOMENTE-CALCULO
              AND WSS-CODIGO-DED NOT EQUAL 'ADTO'
              AND WSS-CODIGO-DED NOT EQUAL 'CONS'
              AND WSS-CODIGO-DED NOT EQUAL 'COPA'
              AND WSS-CODIGO-DED NOT EQUAL 'RESS'
              PERFORM ROT-GRAVA-DEDDETAL
                 THRU ROT-GRAVA-DEDDETAL-EXIT
           END-IF.
              GO TO ROT-APLICA-OU-SUPRIME-EXIT
           END-IF.

           IF WSS-CODIGO-DED EQUAL 'CONS'
              ADD WSS-VALOR-DED    TO WSS-ACUM-CONS
              ADD 1                TO WSS-ACUM-CONS-QTDE
              GO TO ROT-APLICA-OU-SUPRIME-EXIT
           END-IF.

           IF WSS-CODIGO-DED EQUAL 'COPA'
              ADD WSS-VALOR-DED    TO WSS-ACUM-COPA
              ADD 1                TO WSS-ACUM-COPA-QTDE
              GO TO ROT-APLICA-OU-SUPRIME-EXIT
           END-IF.

           IF WSS-CODIGO-DED EQUAL 'RESS'
              ADD WSS-VALOR-DED    TO WSS-ACUM-RESS
              ADD 1                TO WSS-ACUM-RESS-QTDE
              GO TO ROT-APLICA-OU-SUPRIME-EXIT
           END-IF.

           MOVE 'N'                TO WSS-RECAP-CASOU.

           PERFORM VARYING WSS-IDX-RECAP FROM 1 BY 1
       ROT-GRAVA-DEDDETAL-EXIT.
           EXIT.

      *----
      * GRAVA O RESULTADO DA PARCELA CONSIGNADA; NO REINICIO POS-
      * CHECKPOINT O CONTRATO REPROCESSADO E GRAVADO DE NOVO E O
      * COBOL239 FICA COM O ULTIMO REGISTRO DE CADA CONTRATO
      *----
       ROT-GRAVA-CONSDES.

           IF WSS-CONSDES-ABERTO NOT = 'Y'
              OPEN EXTEND CONSDES
              IF ST-CONSDES EQUAL 35
                 OPEN OUTPUT CONSDES
              END-IF
              IF ST-CONSDES NOT EQUAL 0
                 DISPLAY 'COBOL148 - ERRO OPEN CONSDES FS='
                         ST-CONSDES
                 MOVE ST-CONSDES   TO WSS-RETURN-CODE OF WSS-FL-OUTPUT
                 MOVE 'ERRO NA ABERTURA DE CONSDES'
                                   TO WSS-MENSAGEM OF WSS-FL-OUTPUT
                 GO TO ROT-GRAVA-CONSDES-EXIT
              END-IF
              MOVE 'Y'             TO WSS-CONSDES-ABERTO
           END-IF.

           MOVE SPACES             TO REG-CONSDES.
           MOVE WSS-FL-COMPETENCIA TO CDS-COMPETENCIA.
           MOVE WSS-FL-MATRICULA   TO CDS-MATRICULA.
           MOVE CSG-BANCO (WSS-IDX-CSG) TO CDS-BANCO.
           MOVE CSG-CONTRATO (WSS-IDX-CSG) TO CDS-CONTRATO.
           MOVE CSG-VALOR-PARCELA (WSS-IDX-CSG)
                                   TO CDS-VALOR-PREVISTO.
           MOVE WSS-CONS-DESCONTADO TO CDS-VALOR-DESCONTADO.
           MOVE WSS-CONS-MOTIVO    TO CDS-MOTIVO.

           WRITE REG-CONSDES.

           IF ST-CONSDES NOT EQUAL 0
              DISPLAY 'COBOL148 - ERRO WRITE CONSDES FS='
                      ST-CONSDES
              MOVE ST-CONSDES      TO WSS-RETURN-CODE OF WSS-FL-OUTPUT
              MOVE 'ERRO NA GRAVACAO DE CONSDES'
                                   TO WSS-MENSAGEM OF WSS-FL-OUTPUT
           END-IF.

       ROT-GRAVA-CONSDES-EXIT.
           EXIT.

      *----
      * GRAVA O RESULTADO DA PREVIDENCIA COMPLEMENTAR DO
      * PARTICIPANTE; NO REINICIO POS-CHECKPOINT A MATRICULA
      * REPROCESSADA E GRAVADA DE NOVO E OS LEITORES FICAM COM O
      * ULTIMO REGISTRO
      *----
       ROT-GRAVA-PREVCONT.

           IF WSS-PREVCONT-ABERTO NOT = 'Y'
              OPEN EXTEND PREVCONT
              IF ST-PREVCONT EQUAL 35
                 OPEN OUTPUT PREVCONT
              END-IF
              IF ST-PREVCONT NOT EQUAL 0
                 DISPLAY 'COBOL148 - ERRO OPEN PREVCONT FS='
                         ST-PREVCONT
                 MOVE ST-PREVCONT  TO WSS-RETURN-CODE OF WSS-FL-OUTPUT
                 MOVE 'ERRO NA ABERTURA DE PREVCONT'
                                   TO WSS-MENSAGEM OF WSS-FL-OUTPUT
                 GO TO ROT-GRAVA-PREVCONT-EXIT
              END-IF
              MOVE 'Y'             TO WSS-PREVCONT-ABERTO
           END-IF.

           MOVE SPACES             TO REG-PREVCONT.
           MOVE WSS-FL-COMPETENCIA TO PVC-COMPETENCIA.
           MOVE WSS-FL-MATRICULA   TO PVC-MATRICULA.
           MOVE WSS-FL-SALARIO     TO PVC-SALARIO.
           MOVE WSS-PREV-PCT-APLIC TO PVC-PCT-EMPREGADO.
           MOVE WSS-FL-PREV-EMPREGADO TO PVC-VALOR-EMPREGADO.
           MOVE WSS-FL-PREV-EMPRESA TO PVC-VALOR-EMPRESA.
           MOVE WSS-FL-PREV-DEDUTIVEL TO PVC-VALOR-DEDUTIVEL.
           MOVE WSS-PREV-CERTIFICADO TO PVC-CERTIFICADO.

           WRITE REG-PREVCONT.

           IF ST-PREVCONT NOT EQUAL 0
              DISPLAY 'COBOL148 - ERRO WRITE PREVCONT FS='
                      ST-PREVCONT
              MOVE ST-PREVCONT     TO WSS-RETURN-CODE OF WSS-FL-OUTPUT
              MOVE 'ERRO NA GRAVACAO DE PREVCONT'
                                   TO WSS-MENSAGEM OF WSS-FL-OUTPUT
           END-IF.

       ROT-GRAVA-PREVCONT-EXIT.
           EXIT.

      *----
      * CARREGA OS ITENS DE DEDDETAL JA GRAVADOS NA RODADA
      * INTERROMPIDA (MESMA COMPETENCIA)
                    MOVE RST-TOTAL (WSS-IDX-RECAP) TO WSS-ACUM-PENS
                    MOVE RST-QTDE (WSS-IDX-RECAP)
                                        TO WSS-ACUM-PENS-QTDE
               WHEN 'VTRA'
                    MOVE RST-TOTAL (WSS-IDX-RECAP) TO WSS-ACUM-VTRA
                    MOVE RST-QTDE (WSS-IDX-RECAP)
                                        TO WSS-ACUM-VTRA-QTDE
               WHEN 'CONS'
                    MOVE RST-TOTAL (WSS-IDX-RECAP) TO WSS-ACUM-CONS
                    MOVE RST-QTDE (WSS-IDX-RECAP)
                                        TO WSS-ACUM-CONS-QTDE
               WHEN 'COPA'
                    MOVE RST-TOTAL (WSS-IDX-RECAP) TO WSS-ACUM-COPA
                    MOVE RST-QTDE (WSS-IDX-RECAP)
                                        TO WSS-ACUM-COPA-QTDE
               WHEN 'RESS'
                    MOVE RST-TOTAL (WSS-IDX-RECAP) TO WSS-ACUM-RESS
                    MOVE RST-QTDE (WSS-IDX-RECAP)
                                        TO WSS-ACUM-RESS-QTDE
               WHEN 'PREV'
                    MOVE RST-TOTAL (WSS-IDX-RECAP) TO WSS-ACUM-PREV
                    MOVE RST-QTDE (WSS-IDX-RECAP)
                                        TO WSS-ACUM-PREV-QTDE
               WHEN 'CARR'
                    MOVE RST-TOTAL (WSS-IDX-RECAP) TO WSS-ACUM-CARR
                    MOVE RST-QTDE (WSS-IDX-RECAP)
              MOVE 'N'             TO WSS-DEDDETAL-ABERTO
           END-IF.

           IF WSS-CONSDES-ABERTO EQUAL 'Y'
              CLOSE CONSDES
              MOVE 'N'             TO WSS-CONSDES-ABERTO
           END-IF.

           IF WSS-PREVCONT-ABERTO EQUAL 'Y'
              CLOSE PREVCONT
              MOVE 'N'             TO WSS-PREVCONT-ABERTO
           END-IF.

           MOVE 2                  TO WSS-FL-QTD-TIPOS.

           MOVE 'INSS'             TO WSS-FL-RECAP-CODIGO (1).
                   WSS-FL-RECAP-TOTAL (WSS-IDX-RECAP)
           END-IF.

           IF WSS-ACUM-VTRA-QTDE GREATER 0
              ADD 1                TO WSS-FL-QTD-TIPOS
              MOVE WSS-FL-QTD-TIPOS TO WSS-IDX-RECAP
              MOVE 'VTRA'          TO
                   WSS-FL-RECAP-CODIGO (WSS-IDX-RECAP)
              MOVE 'VALE-TRANSPORTE - COTA EMPREG.'
                                   TO WSS-FL-RECAP-DESC (WSS-IDX-RECAP)
              MOVE WSS-ACUM-VTRA-QTDE TO
                   WSS-FL-RECAP-QTDE (WSS-IDX-RECAP)
              MOVE WSS-ACUM-VTRA   TO
                   WSS-FL-RECAP-TOTAL (WSS-IDX-RECAP)
           END-IF.

           IF WSS-ACUM-CONS-QTDE GREATER 0
              ADD 1                TO WSS-FL-QTD-TIPOS
              MOVE WSS-FL-QTD-TIPOS TO WSS-IDX-RECAP
              MOVE 'CONS'          TO
                   WSS-FL-RECAP-CODIGO (WSS-IDX-RECAP)
              MOVE 'CREDITO CONSIGNADO - BANCOS'
                                   TO WSS-FL-RECAP-DESC (WSS-IDX-RECAP)
              MOVE WSS-ACUM-CONS-QTDE TO
                   WSS-FL-RECAP-QTDE (WSS-IDX-RECAP)
              MOVE WSS-ACUM-CONS   TO
                   WSS-FL-RECAP-TOTAL (WSS-IDX-RECAP)
           END-IF.

           IF WSS-ACUM-COPA-QTDE GREATER 0
              ADD 1                TO WSS-FL-QTD-TIPOS
              MOVE WSS-FL-QTD-TIPOS TO WSS-IDX-RECAP
              MOVE 'COPA'          TO
                   WSS-FL-RECAP-CODIGO (WSS-IDX-RECAP)
              MOVE 'COPARTICIPACAO PLANO DE SAUDE'
                                   TO WSS-FL-RECAP-DESC (WSS-IDX-RECAP)
              MOVE WSS-ACUM-COPA-QTDE TO
                   WSS-FL-RECAP-QTDE (WSS-IDX-RECAP)
              MOVE WSS-ACUM-COPA   TO
                   WSS-FL-RECAP-TOTAL (WSS-IDX-RECAP)
           END-IF.

           IF WSS-ACUM-PREV-QTDE GREATER 0
              ADD 1                TO WSS-FL-QTD-TIPOS
              MOVE WSS-FL-QTD-TIPOS TO WSS-IDX-RECAP
              MOVE 'PREV'          TO
                   WSS-FL-RECAP-CODIGO (WSS-IDX-RECAP)
              MOVE 'PREVIDENCIA COMPLEMENTAR PGBL'
                                   TO WSS-FL-RECAP-DESC (WSS-IDX-RECAP)
              MOVE WSS-ACUM-PREV-QTDE TO
                   WSS-FL-RECAP-QTDE (WSS-IDX-RECAP)
              MOVE WSS-ACUM-PREV   TO
                   WSS-FL-RECAP-TOTAL (WSS-IDX-RECAP)
           END-IF.

           IF WSS-ACUM-RESS-QTDE GREATER 0
              ADD 1                TO WSS-FL-QTD-TIPOS
              MOVE WSS-FL-QTD-TIPOS TO WSS-IDX-RECAP
              MOVE 'RESS'          TO
                   WSS-FL-RECAP-CODIGO (WSS-IDX-RECAP)
              MOVE 'RESSARCIMENTO PAGTO A MAIOR'
                                   TO WSS-FL-RECAP-DESC (WSS-IDX-RECAP)
              MOVE WSS-ACUM-RESS-QTDE TO
                   WSS-FL-RECAP-QTDE (WSS-IDX-RECAP)
              MOVE WSS-ACUM-RESS   TO
                   WSS-FL-RECAP-TOTAL (WSS-IDX-RECAP)
           END-IF.

           IF WSS-ACUM-CARR-QTDE GREATER 0
              ADD 1                TO WSS-FL-QTD-TIPOS
              MOVE WSS-FL-QTD-TIPOS TO WSS-IDX-RECAP
                   WSS-FL-RECAP-TOTAL (WSS-IDX-RECAP)
           END-IF.

      *----
      * A AREA DA LINKAGE TEM 25 LINHAS: COM TODAS AS LINHAS FIXAS
      * PRESENTES OS ULTIMOS TIPOS DA TABELA NAO CABEM E FICAM FORA
      *----
           PERFORM VARYING WSS-IDX FROM 1 BY 1
                   UNTIL WSS-IDX > WSS-QTD-TIPOS-DED
                      OR WSS-FL-QTD-TIPOS NOT LESS 25
              ADD 1                TO WSS-FL-QTD-TIPOS
              MOVE WSS-FL-QTD-TIPOS TO WSS-IDX-RECAP
              MOVE DED-CODIGO (WSS-IDX)
