      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : TRANSACAO INTERATIVA DE CONSULTA DO CONTAS A
      *            PAGAR, DIRIGIDA POR TELA DE CONSOLE (ACCEPT/
      *            DISPLAY), NOS MOLDES DO COBOL136, PARA O CONTAS A
      *            PAGAR RESPONDER AO FORNECEDOR QUANDO ELE SERA PAGO
      *            SEM ESPERAR O AGING DO COBOL119. OPCOES:
      *              C - CONSULTA PELO CODIGO DO FORNECEDOR
      *              N - CONSULTA PELO CNPJ DO FORNECEDOR
      *              F - ENCERRA A TRANSACAO
      *            PARA O FORNECEDOR EXIBE O CADASTRO (FORNMST), OS
      *            TITULOS EM ABERTO (DUPLICTA) COM MULTA E JUROS ATE
      *            HOJE PELA MESMA REGRA DO COBOL119 (DIAS UTEIS,
      *            FERIADOS DA REGIAO E CAMBIO), A SITUACAO DE CADA
      *            TITULO NA PROPOSTA DE PAGAMENTO E NA APROVACAO DE
      *            ALCADA DO COBOL193 (PROPOSTA/APROVAL) E OS
      *            PAGAMENTOS JA BAIXADOS (PAGTOS). TODA CONSULTA E
      *            REGISTRADA EM AUDLOG COM O USER-ID (COBOL101).
      *            SO ABRE PARA QUEM TEM A FUNCAO 'CONSFORN' EM
      *            PERMFIL (COBOL144).
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - ABERTURA DA TRANSACAO CONDICIONADA A FUNCAO
      *                  'CONSFORN' EM PERMFIL (COBOL144); NEGATIVA
      *                  REGISTRADA NO AUDLOG E ENCERRADA COM RC 16
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL272.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 14:00:00.
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
           SELECT FORNMST ASSIGN TO FORNMST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FORNMST.
      *
           SELECT DUPLICTA ASSIGN TO DUPLICTA
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DUPLICTA.
      *
           SELECT PROPOSTA ASSIGN TO PROPOSTA
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PROPOSTA.
      *
           SELECT APROVAL ASSIGN TO APROVAL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-APROVAL.
      *
           SELECT PAGTOS ASSIGN TO PAGTOS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PAGTOS.
      *
           SELECT FERIADO ASSIGN TO FERIADO
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FERIADO.
      *
           SELECT SITECFG ASSIGN TO SITECFG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-SITECFG.
      *
           SELECT CAMBIOTB ASSIGN TO CAMBIOTB
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CAMBIOTB.
      *
           SELECT AUDLOG ASSIGN TO AUDLOG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-AUDLOG.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   FORNMST
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
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
            03 FOR-REGIME-TRIB             PIC X(001).
            03 FOR-RETEM-ISS               PIC X(001).
            03 FOR-CPRB                    PIC X(001).
            03 FOR-DESC-PCT                PIC 9(002)V99.
            03 FOR-DESC-DIAS               PIC 9(003).
      *----
      * SITUACAO CADASTRAL DO CNPJ NA RECEITA (COBOL269): FORA DE
      * 02 ATIVA (OU 00 AINDA NAO CONSULTADO), FORNECEDOR BLOQUEADO
      *----
            03 FOR-SIT-CADASTRAL           PIC 9(002).
               88 FOR-SIT-LIBERADA                 VALUE 00 02.
            03 FOR-DATA-CONSULTA           PIC 9(008).
            03 FOR-MOEDA                   PIC X(003).
            03 FILLER                      PIC X(022).
      *----
       FD   DUPLICTA
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
       01   REG-DUPLICTA.
            03 DUP-CHAVE.
               05 DUP-FORNECEDOR           PIC X(030).
               05 DUP-NUMERO-NF            PIC 9(008).
            03 DUP-DATA-VENCIMENTO         PIC 9(008).
            03 DUP-VALOR                   PIC 9(007)V99.
            03 DUP-COD-SERVICO             PIC X(005).
            03 DUP-DATA-EMISSAO            PIC 9(008).
            03 DUP-LINHA-DIGITAVEL         PIC X(047).
            03 DUP-PARCELA                 PIC 9(002).
            03 DUP-QTD-PARCELAS            PIC 9(002).
            03 DUP-VALOR-NF                PIC 9(007)V99.
            03 DUP-MOEDA                   PIC X(003).
            03 DUP-TAXA-EMISSAO            PIC 9(005)V9(005).
            03 FILLER                      PIC X(019).
      *----
       FD   PROPOSTA
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.
      *----
      * PROPOSTA DE PAGAMENTO EMITIDA PELO COBOL193 ('PROPOE')
      *----
       01   REG-PROPOSTA.
            03 PRO-FORNECEDOR              PIC X(030).
            03 PRO-NUMERO-NF               PIC 9(008).
            03 PRO-VALOR                   PIC 9(009)V99.
            03 PRO-DATA-PAGTO              PIC 9(008).
            03 PRO-FORMA-LANC              PIC X(002).
            03 PRO-VALOR-RETIDO            PIC 9(009)V99.
            03 PRO-VALOR-DESCONTO          PIC 9(007)V99.
            03 PRO-DESC-SITUACAO           PIC X(001).
            03 PRO-PARCELA                 PIC 9(002).
            03 PRO-QTD-PARCELAS            PIC 9(002).
            03 PRO-MOEDA                   PIC X(003).
            03 PRO-VALOR-MOEDA             PIC 9(007)V99.
            03 PRO-TAXA-PAGTO              PIC 9(005)V9(005).
            03 PRO-TAXA-EMISSAO            PIC 9(005)V9(005).
            03 FILLER                      PIC X(004).
      *----
       FD   APROVAL
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * APROVACAO DE ALCADA: SEGUNDO USUARIO AUTORIZA O TITULO
      * ACIMA DO LIMITE (FORNECEDOR + NF + APROVADOR)
      *----
       01   REG-APROVAL.
            03 APR-FORNECEDOR              PIC X(030).
            03 APR-NUMERO-NF               PIC 9(008).
            03 APR-APROVADOR               PIC X(008).
            03 FILLER                      PIC X(034).
      *----
       FD   PAGTOS
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * PAGAMENTOS CONFIRMADOS PELO RETORNO DO BANCO (COBOL193
      * 'CONFIRMA')
      *----
       01   REG-PAGTOS.
            03 PAG-CHAVE.
               05 PAG-FORNECEDOR           PIC X(030).
               05 PAG-NUMERO-NF            PIC 9(008).
            03 PAG-VALOR                   PIC 9(007)V99.
            03 PAG-DATA-PAGTO              PIC 9(008).
            03 PAG-VALOR-DESCONTO          PIC 9(007)V99.
            03 PAG-DESC-SITUACAO           PIC X(001).
            03 PAG-PARCELA                 PIC 9(002).
            03 PAG-MOEDA                   PIC X(003).
            03 PAG-VALOR-MOEDA             PIC 9(007)V99.
            03 FILLER                      PIC X(001).
      *----
         FD FERIADO
            RECORDING MODE IS F
            RECORD CONTAINS 45 CHARACTERS.
      *----
      * CALENDARIO DE FERIADOS (GERADO PELO COBOL173), USADO NA
      * CONTAGEM DE DIAS UTEIS DE ATRASO
      *----
         01 REG-FERIADO.
            03 FERIADO-DATA                PIC 9(008).
            03 FERIADO-DESCRICAO           PIC X(030).
            03 FERIADO-REGIAO              PIC X(007).
      *----
         FD SITECFG.
      *----
      * CONFIGURACAO DO SITE: A REGIAO (UF/MUNICIPIO) FILTRA O
      * CALENDARIO DE FERIADOS
      *----
         01 REG-SITECFG.
            03 SITECFG-INSTALACAO          PIC X(020).
            03 SITECFG-SECURITY            PIC X(010).
            03 SITECFG-CAB-BOILERPLATE     PIC X(051).
            03 SITECFG-EMPRESA-PADRAO      PIC X(002).
            03 SITECFG-REGIAO              PIC X(007).
      *----
         FD CAMBIOTB
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * TAXAS DE CAMBIO POR MOEDA E VIGENCIA (COBOL191)
      *----
         01 REG-CAMBIOTB.
            03 CMB-MOEDA                   PIC X(003).
            03 CMB-VIGENCIA                PIC 9(008).
            03 CMB-TAXA                    PIC 9(005)V9(005).
            03 FILLER                      PIC X(059).
      *----
       FD   AUDLOG
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * TRILHA DE ACESSO: TODA CONSULTA DA TRANSACAO DEIXA AQUI O
      * USUARIO (COBOL101), A OPCAO E O FORNECEDOR CONSULTADO
      *----
       01   REG-AUDLOG.
            03 AUD-JOBNAME                 PIC X(008).
            03 AUD-DATA-HORA               PIC X(014).
            03 AUD-TIPO                    PIC X(010).
            03 AUD-SEQ                     PIC 9(003).
            03 AUD-VALOR                   PIC X(020).
            03 FILLER                      PIC X(025).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-FORNMST                      PIC 9(002) VALUE 0.
       77  ST-DUPLICTA                     PIC 9(002) VALUE 0.
       77  ST-PROPOSTA                     PIC 9(002) VALUE 0.
       77  ST-APROVAL                      PIC 9(002) VALUE 0.
       77  ST-PAGTOS                       PIC 9(002) VALUE 0.
       77  ST-FERIADO                      PIC 9(002) VALUE 0.
       77  ST-SITECFG                      PIC 9(002) VALUE 0.
       77  ST-CAMBIOTB                     PIC 9(002) VALUE 0.
       77  ST-AUDLOG                       PIC 9(002) VALUE 0.
       77  WSS-AUD-SEQ                     PIC 9(003) VALUE 0.
       77  WSS-OP-ACESSO                   PIC X(001) VALUE SPACE.
       77  WSS-OPCAO                       PIC X(001) VALUE SPACE.
           88 WSS-OPCAO-CODIGO                       VALUE 'C' 'c'.
           88 WSS-OPCAO-CNPJ                         VALUE 'N' 'n'.
           88 WSS-OPCAO-FIM                          VALUE 'F' 'f'.
       77  WSS-CNPJ-INF                    PIC X(014) VALUE SPACES.
       77  WSS-CNPJ                        PIC 9(014) VALUE ZEROES.
       77  WSS-CODIGO                      PIC X(030) VALUE SPACES.
       77  WSS-CHAVE-ACESSO                PIC X(009) VALUE SPACES.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
           88 WSS-FORN-ACHADO                        VALUE 'Y'.
       77  WSS-USUARIO                     PIC X(008) VALUE SPACES.
       77  WSS-CONSULTAS                   PIC 9(006) VALUE ZEROES.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-IDX                         PIC 9(004) COMP VALUE 0.
       77  WSS-DATA-HOJE                   PIC 9(008) VALUE 0.
       77  WSS-DIAS-ATRASO                 PIC S9(006) VALUE 0.
       77  WSS-PARCELA                     PIC 9(002) VALUE 0.
      *----
      * CADASTRO DE FORNECEDORES EM MEMORIA, CARREGADO NA ABERTURA
      * DA TRANSACAO: A CONSULTA PELO CNPJ PROCURA AQUI O CODIGO
      *----
       77  WSS-EOF-FORN                    PIC X(001) VALUE 'N'.
       77  WSS-QTD-FORNS                   PIC 9(004) VALUE 0.
      *----
       01  WSS-TAB-FORNS.
           05 WSS-FOR-ENTRY OCCURS 0 TO 1000 TIMES
                 DEPENDING ON WSS-QTD-FORNS
                 INDEXED BY IDX-FOR.
              10 TFR-CODIGO                PIC X(030).
              10 TFR-CNPJ                  PIC 9(014).
              10 TFR-REGISTRO              PIC X(160).
      *----
       77  WSS-SITE-REGIAO                 PIC X(007) VALUE SPACES.
       77  WSS-EOF-FERIADO                 PIC X(001) VALUE 'N'.
       77  WSS-QTD-FERIADOS                PIC 9(004) VALUE 0.
      *----
       01  WSS-TAB-FERIADO.
           05 WSS-FERIADO-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WSS-QTD-FERIADOS
                 INDEXED BY IDX-FER.
              10 WSS-FERIADO-DATA          PIC 9(008).
      *----
      * ACRESCIMO CONTRATUAL DOS VENCIDOS, PELA REGRA DO COBOL119:
      * MULTA SOBRE O VALOR EM REAIS E JUROS DIARIOS PELOS DIAS
      * UTEIS DE ATRASO, NA CONDICAO DO FORNECEDOR (FORNMST)
      *----
       77  WSS-DIAS-UTEIS                  PIC 9(005) COMP-3 VALUE 0.
       77  WSS-DATA-CORR                   PIC 9(009) COMP VALUE 0.
       77  WSS-DATA-HOJE-INT               PIC 9(009) COMP VALUE 0.
       77  WSS-DIA-SEMANA                  PIC 9(001) VALUE 0.
       77  WSS-DATA-AAAAMMDD               PIC 9(008) VALUE 0.
       77  WSS-MULTA-PCT                   PIC 9(003)V99 VALUE 0.
       77  WSS-JUROS-DIA                   PIC 9(001)V9(004) VALUE 0.
       77  WSS-ENCARGOS                    PIC 9(009)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TOTAL-ITEM                  PIC 9(009)V99 COMP-3
                                                          VALUE 0.
      *----
      * TITULO EM MOEDA ESTRANGEIRA: EM REAIS PELA TAXA VIGENTE HOJE
      * NO CAMBIOTB; NA FALTA DELA, PELA TAXA DA EMISSAO
      *----
       77  WSS-EOF-CAMBIO                  PIC X(001) VALUE 'N'.
       77  WSS-QTD-TAXAS                   PIC 9(004) VALUE 0.
       77  WSS-IDX-TAX                     PIC 9(004) COMP VALUE 0.
       77  WSS-MOEDA                       PIC X(003) VALUE SPACES.
       77  WSS-TAXA-ACHADA                 PIC 9(005)V9(005) VALUE 0.
       77  WSS-VIG-ACHADA                  PIC 9(008) VALUE 0.
       77  WSS-TAXA-USADA                  PIC 9(005)V9(005) VALUE 0.
       77  WSS-VALOR-REAIS                 PIC 9(009)V99 COMP-3 VALUE 0.
      *----
       01  WSS-TAB-TAXAS.
           05 WSS-TAX-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-TAXAS.
              10 TCM-MOEDA                 PIC X(003).
              10 TCM-VIGENCIA              PIC 9(008).
              10 TCM-TAXA                  PIC 9(005)V9(005).
      *----
      * PROPOSTAS E APROVACOES DE ALCADA DO FORNECEDOR CONSULTADO,
      * RELIDAS A CADA CONSULTA (O COBOL193 PODE TER RODADO ENTRE
      * UMA CONSULTA E OUTRA); PARCELA ZERADA CASA COM QUALQUER
      * PARCELA DA NOTA
      *----
       77  WSS-QTD-PROP                    PIC 9(004) VALUE 0.
       77  WSS-QTD-APR                     PIC 9(004) VALUE 0.
       77  WSS-PROP-ACHADA                 PIC 9(004) VALUE 0.
       77  WSS-APR-ACHADA                  PIC 9(004) VALUE 0.
       77  WSS-SEM-PROPOSTA                PIC X(001) VALUE 'N'.
       77  WSS-SEM-APROVAL                 PIC X(001) VALUE 'N'.
      *----
       01  WSS-TAB-PROP.
           05 WSS-PROP-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-PROP.
              10 TPR-NUMERO-NF             PIC 9(008).
              10 TPR-PARCELA               PIC 9(002).
              10 TPR-VALOR                 PIC 9(009)V99.
              10 TPR-DATA-PAGTO            PIC 9(008).
              10 TPR-FORMA-LANC            PIC X(002).
      *----
       01  WSS-TAB-APR.
           05 WSS-APR-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-APR.
              10 TAP-NUMERO-NF             PIC 9(008).
              10 TAP-APROVADOR             PIC X(008).
      *----
      * TOTAIS DA CONSULTA
      *----
       77  WSS-QTD-ABERTOS                 PIC 9(005) VALUE 0.
       77  WSS-QTD-VENCIDOS                PIC 9(005) VALUE 0.
       77  WSS-QTD-PROPOSTOS               PIC 9(005) VALUE 0.
       77  WSS-QTD-SEM-TAXA                PIC 9(005) VALUE 0.
       77  WSS-QTD-PAGTOS                  PIC 9(005) VALUE 0.
       77  WSS-TOT-FACE                    PIC 9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TOT-ENCARGOS                PIC 9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TOT-ATUALIZADO              PIC 9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TOT-PAGO                    PIC 9(011)V99 COMP-3
                                                          VALUE 0.
      *----
       77  MASCARA-VALOR                   PIC ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-ENCARGO                 PIC ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-TOTAL                   PIC ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-DIAS                    PIC ----9.
       77  MASCARA-DATA                    PIC 99/99/9999.
       77  MASCARA-PCT                     PIC ZZ9,99.
       77  MASCARA-JUROS                   PIC 9,9999.
       77  MASCARA-TAXA                    PIC ZZZZ9,99999.
      *----
      * DATA AAAAMMDD PARA EXIBICAO DD/MM/AAAA
      *----
       01  WSS-DATA-EXIBE.
           03 WSS-DE-AAAAMMDD              PIC 9(008).
           03 WSS-DE-PARTES REDEFINES WSS-DE-AAAAMMDD.
              05 WSS-DE-ANO                PIC 9(004).
              05 WSS-DE-MES                PIC 9(002).
              05 WSS-DE-DIA                PIC 9(002).
       01  WSS-DATA-DDMMAAAA.
           03 WSS-DD-DIA                   PIC 9(002).
           03 WSS-DD-MES                   PIC 9(002).
           03 WSS-DD-ANO                   PIC 9(004).
       01  WSS-DATA-NUM REDEFINES WSS-DATA-DDMMAAAA
                                           PIC 9(008).
      *----
      * LINKAGE DO SUBPROGRAMA QUE RETORNA O USER-ID DA ADDRESS SPACE
      * (COBOL101), GRAVADO NO AUDLOG DE CADA CONSULTA
      *----
           COPY  'COPY1011'.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
      * LINKAGE DO SUBPROGRAMA DE VERIFICACAO DE AUTORIZACAO
      * (COBOL144): A CONSULTA DO CONTAS A PAGAR EXIGE A FUNCAO
      * 'CONSFORN' EM PERMFIL
      *----
           COPY  'COPY1441'.
      *----
       01  DATA-HORA.
           03 DH-ANO                       PIC X(004).
           03 DH-MES                       PIC X(002).
           03 DH-DIA                       PIC X(002).
           03 DH-HORA                      PIC X(002).
           03 DH-MINUTO                    PIC X(002).
           03 DH-SEGUNDO                   PIC X(002).
           03 FILLER                       PIC X(007).
      *----
      * LINKAGE DO ENCADEAMENTO DO AUDLOG (COBOL259): SEQUENCIA E
      * HASH DO REGISTRO ANTERIOR EM CADA GRAVACAO
      *----
           COPY  'COPY2591'.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL272 - CONSULTA DO CONTAS A PAGAR'
               UPON CONSOLE.

           CALL 'COBOL101' USING WSS-USERID-LINKAGE.
           MOVE WSS-USERID-SAIDA        TO WSS-USUARIO.

      *----
      * SO USUARIO COM A FUNCAO 'CONSFORN' EM PERMFIL PODE ABRIR A
      * TRANSACAO; NEGATIVA E REGISTRADA EM AUDLOG PELO COBOL144
      * (ENCADEADA PELO COBOL259), ANTES DA ABERTURA DO AUDLOG AQUI
      *----
           MOVE 'CONSFORN'              TO WSS-AUTH-FUNCAO.

           CALL 'COBOL144' USING WSS-AUTORIZA-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-AUTH-OUTPUT EQUAL 4
              DISPLAY 'COBOL272 - ' WSS-MENSAGEM OF WSS-AUTH-OUTPUT
                  UPON CONSOLE
           END-IF.

           IF NOT WSS-AUTH-CONCEDIDO
              DISPLAY 'COBOL272 - ACESSO NEGADO AO USUARIO '
                      WSS-AUTH-USUARIO UPON CONSOLE
              DISPLAY 'COBOL272 - PROCURAR O SUPERVISOR DO CONTAS A '
                      'PAGAR' UPON CONSOLE
              MOVE 16                   TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0010-CARGA-FORNMST
              THRU 0010-CARGA-FORNMST-EXIT.

           PERFORM 0020-CARGA-FERIADO
              THRU 0020-CARGA-FERIADO-EXIT.

           PERFORM 0030-CARGA-CAMBIOTB
              THRU 0030-CARGA-CAMBIOTB-EXIT.

           PERFORM 1000-ABRE-ARQUIVOS
              THRU 1000-ABRE-ARQUIVOS-EXIT.

           PERFORM 2000-DIALOGO
              THRU 2000-DIALOGO-EXIT
              UNTIL WSS-OPCAO-FIM.

           PERFORM 9000-FECHA-ARQUIVOS
              THRU 9000-FECHA-ARQUIVOS-EXIT.

           DISPLAY 'COBOL272 - FIM DA TRANSACAO'   UPON CONSOLE.
           DISPLAY ' CONSULTAS  : ' WSS-CONSULTAS  UPON CONSOLE.

           STOP RUN.

      *----
      * CADASTRO DE FORNECEDORES EM MEMORIA: SEM ELE A TRANSACAO NAO
      * TEM COMO ACHAR O FORNECEDOR PELO CNPJ NEM CALCULAR ENCARGOS
      *----
       0010-CARGA-FORNMST.

           OPEN INPUT FORNMST.

           IF ST-FORNMST NOT EQUAL 0
              DISPLAY 'COBOL272 - ERRO OPEN FORNMST FS=' ST-FORNMST
                  UPON CONSOLE
              MOVE ST-FORNMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0011-LER-FORNMST
              THRU 0011-LER-FORNMST-EXIT
              UNTIL WSS-EOF-FORN = 'Y'.

           CLOSE FORNMST.

           DISPLAY ' FORNECEDORES CARREGADOS : ' WSS-QTD-FORNS
               UPON CONSOLE.

       0010-CARGA-FORNMST-EXIT.
           EXIT.

      *----
       0011-LER-FORNMST.

           READ FORNMST
              AT END MOVE 'Y' TO WSS-EOF-FORN
           END-READ.

           IF ST-FORNMST NOT EQUAL 0 AND WSS-EOF-FORN NOT = 'Y'
              DISPLAY 'COBOL272 - ERRO LEITURA FORNMST FS='
                      ST-FORNMST UPON CONSOLE
              MOVE ST-FORNMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-FORN NOT = 'Y'
              IF WSS-QTD-FORNS LESS 1000
                 ADD 1                   TO WSS-QTD-FORNS
                 SET IDX-FOR             TO WSS-QTD-FORNS
                 MOVE FOR-CODIGO         TO TFR-CODIGO (IDX-FOR)
                 MOVE FOR-CNPJ           TO TFR-CNPJ (IDX-FOR)
                 MOVE REG-FORNMST        TO TFR-REGISTRO (IDX-FOR)
              ELSE
                 DISPLAY 'COBOL272 - TABELA DE FORNECEDORES CHEIA, '
                         'IGNORADO: ' FOR-CODIGO UPON CONSOLE
              END-IF
           END-IF.

       0011-LER-FORNMST-EXIT.
           EXIT.

      *----
      * CARGA DO CALENDARIO DE FERIADOS PARA A CONTAGEM DE DIAS
      * UTEIS DE ATRASO; SEM O ARQUIVO, FINS DE SEMANA AINDA SAO
      * DESCONTADOS
      *----
       0020-CARGA-FERIADO.

           PERFORM 0022-CARGA-SITECFG
              THRU 0022-CARGA-SITECFG-EXIT.

           OPEN INPUT FERIADO.

           IF ST-FERIADO EQUAL 35
              DISPLAY 'COBOL272 - FERIADO NAO INFORMADO, CONTAGEM '
                      'SO DESCONTA FINS DE SEMANA' UPON CONSOLE
              GO TO 0020-CARGA-FERIADO-EXIT
           END-IF.

           IF ST-FERIADO NOT EQUAL 0
              DISPLAY 'COBOL272 - ERRO OPEN FERIADO FS=' ST-FERIADO
                  UPON CONSOLE
              MOVE ST-FERIADO            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0021-LER-FERIADO
              THRU 0021-LER-FERIADO-EXIT
              UNTIL WSS-EOF-FERIADO = 'Y'.

           CLOSE FERIADO.

       0020-CARGA-FERIADO-EXIT.
           EXIT.

      *----
       0021-LER-FERIADO.

           READ FERIADO
              AT END MOVE 'Y' TO WSS-EOF-FERIADO
           END-READ.

           IF ST-FERIADO NOT EQUAL 0 AND WSS-EOF-FERIADO NOT = 'Y'
              DISPLAY 'COBOL272 - ERRO LEITURA FERIADO FS='
                      ST-FERIADO UPON CONSOLE
              MOVE ST-FERIADO            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-FERIADO NOT = 'Y'
              AND WSS-QTD-FERIADOS LESS 2000
              AND (FERIADO-REGIAO EQUAL SPACES
                   OR FERIADO-REGIAO EQUAL WSS-SITE-REGIAO)
              ADD 1                      TO WSS-QTD-FERIADOS
              SET IDX-FER                TO WSS-QTD-FERIADOS
              MOVE FERIADO-DATA          TO WSS-FERIADO-DATA (IDX-FER)
           END-IF.

       0021-LER-FERIADO-EXIT.
           EXIT.

      *----
      * REGIAO DO SITE (SITECFG): SEM O ARQUIVO SO OS FERIADOS
      * NACIONAIS SAO CARREGADOS
      *----
       0022-CARGA-SITECFG.

           MOVE SPACES                   TO WSS-SITE-REGIAO.

           OPEN INPUT SITECFG.

           IF ST-SITECFG EQUAL 35
              GO TO 0022-CARGA-SITECFG-EXIT
           END-IF.

           IF ST-SITECFG NOT EQUAL 0
              DISPLAY 'COBOL272 - ERRO OPEN SITECFG FS=' ST-SITECFG
                  UPON CONSOLE
              GO TO 0022-CARGA-SITECFG-EXIT
           END-IF.

           READ SITECFG.

           IF ST-SITECFG EQUAL 0
              MOVE SITECFG-REGIAO        TO WSS-SITE-REGIAO
           END-IF.

           CLOSE SITECFG.

       0022-CARGA-SITECFG-EXIT.
           EXIT.

      *----
      * CARGA DAS TAXAS DE CAMBIO (COBOL191); SEM O ARQUIVO, TITULO
      * EM MOEDA ESTRANGEIRA VAI A REAIS PELA TAXA DA EMISSAO
      *----
       0030-CARGA-CAMBIOTB.

           OPEN INPUT CAMBIOTB.

           IF ST-CAMBIOTB EQUAL 35
              GO TO 0030-CARGA-CAMBIOTB-EXIT
           END-IF.

           IF ST-CAMBIOTB NOT EQUAL 0
              DISPLAY 'COBOL272 - ERRO OPEN CAMBIOTB FS='
                      ST-CAMBIOTB UPON CONSOLE
              MOVE ST-CAMBIOTB           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0031-LER-CAMBIOTB
              THRU 0031-LER-CAMBIOTB-EXIT
              UNTIL WSS-EOF-CAMBIO = 'Y'.

           CLOSE CAMBIOTB.

       0030-CARGA-CAMBIOTB-EXIT.
           EXIT.

      *----
       0031-LER-CAMBIOTB.

           READ CAMBIOTB
              AT END MOVE 'Y' TO WSS-EOF-CAMBIO
           END-READ.

           IF ST-CAMBIOTB NOT EQUAL 0 AND WSS-EOF-CAMBIO NOT = 'Y'
              DISPLAY 'COBOL272 - ERRO LEITURA CAMBIOTB FS='
                      ST-CAMBIOTB UPON CONSOLE
              MOVE ST-CAMBIOTB           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-CAMBIO NOT = 'Y'
              AND WSS-QTD-TAXAS LESS 500
              ADD 1                      TO WSS-QTD-TAXAS
              MOVE CMB-MOEDA             TO TCM-MOEDA (WSS-QTD-TAXAS)
              MOVE CMB-VIGENCIA          TO
                   TCM-VIGENCIA (WSS-QTD-TAXAS)
              MOVE CMB-TAXA              TO TCM-TAXA (WSS-QTD-TAXAS)
           END-IF.

       0031-LER-CAMBIOTB-EXIT.
           EXIT.

      *----
       1000-ABRE-ARQUIVOS.

           MOVE 'INICIA'                 TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           OPEN EXTEND AUDLOG.

           IF ST-AUDLOG EQUAL 35
              OPEN OUTPUT AUDLOG
           END-IF.

           IF ST-AUDLOG NOT EQUAL 0 THEN
              DISPLAY 'COBOL272 - ERRO OPEN AUDLOG FS=' ST-AUDLOG
                  UPON CONSOLE
              MOVE ST-AUDLOG             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       1000-ABRE-ARQUIVOS-EXIT.
           EXIT.

      *----
      * UM CICLO DA CONVERSA: MOSTRA O MENU, LE A OPCAO E EXECUTA
      *----
       2000-DIALOGO.

           DISPLAY ' '                                UPON CONSOLE.
           DISPLAY 'OPCAO? C=CODIGO DO FORNECEDOR N=CNPJ F=FIM'
               UPON CONSOLE.

           ACCEPT WSS-OPCAO FROM CONSOLE.

           EVALUATE TRUE
               WHEN WSS-OPCAO-FIM
                    CONTINUE
               WHEN WSS-OPCAO-CODIGO
                    PERFORM 2100-PEDE-CODIGO
                       THRU 2100-PEDE-CODIGO-EXIT
               WHEN WSS-OPCAO-CNPJ
                    PERFORM 2200-PEDE-CNPJ
                       THRU 2200-PEDE-CNPJ-EXIT
               WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA: ' WSS-OPCAO UPON CONSOLE
           END-EVALUATE.

       2000-DIALOGO-EXIT.
           EXIT.

      *----
      * CONSULTA PELO CODIGO: FORNECEDOR FORA DO FORNMST AINDA TEM
      * OS TITULOS E PAGAMENTOS LISTADOS (SEM ENCARGOS)
      *----
       2100-PEDE-CODIGO.

           DISPLAY 'CODIGO DO FORNECEDOR?' UPON CONSOLE.

           ACCEPT WSS-CODIGO FROM CONSOLE.

           MOVE 'C'                     TO WSS-OP-ACESSO.
           MOVE WSS-CODIGO              TO WSS-CHAVE-ACESSO.

           IF WSS-CODIGO EQUAL SPACES
              DISPLAY 'CODIGO INVALIDO' UPON CONSOLE
              GO TO 2100-PEDE-CODIGO-EXIT
           END-IF.

           MOVE 'N'                     TO WSS-ACHOU.

           IF WSS-QTD-FORNS GREATER 0
              SET IDX-FOR TO 1
              SEARCH WSS-FOR-ENTRY
                 AT END
                    CONTINUE
                 WHEN TFR-CODIGO (IDX-FOR) EQUAL WSS-CODIGO
                    MOVE 'Y'            TO WSS-ACHOU
                    MOVE TFR-REGISTRO (IDX-FOR) TO REG-FORNMST
              END-SEARCH
           END-IF.

           IF NOT WSS-FORN-ACHADO
              DISPLAY 'FORNECEDOR NAO CADASTRADO EM FORNMST: '
                      WSS-CODIGO UPON CONSOLE
           END-IF.

           PERFORM 3000-CONSULTA
              THRU 3000-CONSULTA-EXIT.

       2100-PEDE-CODIGO-EXIT.
           EXIT.

      *----
      * CONSULTA PELO CNPJ: SO O FORNMST TEM O CNPJ; CNPJ SEM
      * CADASTRO ENCERRA A CONSULTA, MAS FICA REGISTRADO NO AUDLOG
      *----
       2200-PEDE-CNPJ.

           DISPLAY 'CNPJ DO FORNECEDOR (14 DIGITOS)?' UPON CONSOLE.

           ACCEPT WSS-CNPJ-INF FROM CONSOLE.

           MOVE 'N'                     TO WSS-OP-ACESSO.
           MOVE WSS-CNPJ-INF            TO WSS-CHAVE-ACESSO.

           IF WSS-CNPJ-INF NOT NUMERIC
              DISPLAY 'CNPJ INVALIDO: ' WSS-CNPJ-INF UPON CONSOLE
              GO TO 2200-PEDE-CNPJ-EXIT
           END-IF.

           MOVE WSS-CNPJ-INF            TO WSS-CNPJ.
           MOVE 'N'                     TO WSS-ACHOU.

           IF WSS-QTD-FORNS GREATER 0
              SET IDX-FOR TO 1
              SEARCH WSS-FOR-ENTRY
                 AT END
                    CONTINUE
                 WHEN TFR-CNPJ (IDX-FOR) EQUAL WSS-CNPJ
                    MOVE 'Y'            TO WSS-ACHOU
                    MOVE TFR-REGISTRO (IDX-FOR) TO REG-FORNMST
              END-SEARCH
           END-IF.

           IF NOT WSS-FORN-ACHADO
              DISPLAY 'CNPJ NAO CADASTRADO EM FORNMST: ' WSS-CNPJ
                  UPON CONSOLE
              ADD 1                     TO WSS-CONSULTAS
              PERFORM ROT-GRAVA-ACESSO
                 THRU ROT-GRAVA-ACESSO-EXIT
              GO TO 2200-PEDE-CNPJ-EXIT
           END-IF.

           MOVE FOR-CODIGO              TO WSS-CODIGO.

           PERFORM 3000-CONSULTA
              THRU 3000-CONSULTA-EXIT.

       2200-PEDE-CNPJ-EXIT.
           EXIT.

      *----
      * CONSULTA DO FORNECEDOR WSS-CODIGO: CADASTRO, TITULOS EM
      * ABERTO, PAGAMENTOS E TOTAIS
      *----
       3000-CONSULTA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WSS-DATA-HOJE.

           MOVE 0                       TO WSS-QTD-ABERTOS
                                           WSS-QTD-VENCIDOS
                                           WSS-QTD-PROPOSTOS
                                           WSS-QTD-SEM-TAXA
                                           WSS-QTD-PAGTOS
                                           WSS-TOT-FACE
                                           WSS-TOT-ENCARGOS
                                           WSS-TOT-ATUALIZADO
                                           WSS-TOT-PAGO.

           DISPLAY '-------------------------------------------'
               UPON CONSOLE.

           IF WSS-FORN-ACHADO
              PERFORM 3100-EXIBE-FORNECEDOR
                 THRU 3100-EXIBE-FORNECEDOR-EXIT
           ELSE
              DISPLAY 'FORNECEDOR   : ' WSS-CODIGO UPON CONSOLE
           END-IF.

           PERFORM 3200-CARGA-PROPOSTAS
              THRU 3200-CARGA-PROPOSTAS-EXIT.

           PERFORM 3300-LISTA-TITULOS
              THRU 3300-LISTA-TITULOS-EXIT.

           PERFORM 3400-LISTA-PAGAMENTOS
              THRU 3400-LISTA-PAGAMENTOS-EXIT.

           PERFORM 3500-EXIBE-TOTAIS
              THRU 3500-EXIBE-TOTAIS-EXIT.

           ADD 1                        TO WSS-CONSULTAS.

           PERFORM ROT-GRAVA-ACESSO
              THRU ROT-GRAVA-ACESSO-EXIT.

       3000-CONSULTA-EXIT.
           EXIT.

      *----
      * CADASTRO DO FORNECEDOR (FORNMST)
      *----
       3100-EXIBE-FORNECEDOR.

           DISPLAY 'FORNECEDOR   : ' FOR-CODIGO        UPON CONSOLE.
           DISPLAY 'RAZAO SOCIAL : ' FOR-RAZAO         UPON CONSOLE.
           DISPLAY 'CNPJ         : ' FOR-CNPJ          UPON CONSOLE.
           DISPLAY 'BANCO/AG/CTA : ' FOR-BANCO ' ' FOR-AGENCIA ' '
                   FOR-CONTA '-' FOR-DV                UPON CONSOLE.
           DISPLAY 'REGIME TRIB  : ' FOR-REGIME-TRIB
                   '   RETEM ISS: ' FOR-RETEM-ISS
                   '   CPRB: ' FOR-CPRB                UPON CONSOLE.

           MOVE FOR-MULTA-PCT           TO MASCARA-PCT.
           MOVE FOR-JUROS-DIA           TO MASCARA-JUROS.

           DISPLAY 'MULTA %      : ' MASCARA-PCT
                   '   JUROS/DIA: ' MASCARA-JUROS      UPON CONSOLE.

           IF FOR-DESC-PCT NUMERIC AND FOR-DESC-PCT GREATER 0
              MOVE FOR-DESC-PCT         TO MASCARA-PCT
              DISPLAY 'DESC ANTECIP : ' MASCARA-PCT '% ATE '
                      FOR-DESC-DIAS ' DIAS DA EMISSAO' UPON CONSOLE
           END-IF.

           IF FOR-MOEDA NOT EQUAL SPACES
              AND FOR-MOEDA NOT EQUAL LOW-VALUES
              DISPLAY 'MOEDA        : ' FOR-MOEDA      UPON CONSOLE
           END-IF.

           IF FOR-SIT-CADASTRAL NOT NUMERIC
              MOVE 0                    TO FOR-SIT-CADASTRAL
           END-IF.

           IF FOR-SIT-LIBERADA
              DISPLAY 'SIT CADASTRAL: ' FOR-SIT-CADASTRAL
                      '   LIBERADO PARA PAGAMENTO'     UPON CONSOLE
           ELSE
              MOVE FOR-DATA-CONSULTA    TO WSS-DE-AAAAMMDD
              PERFORM ROT-FORMATA-DATA
                 THRU ROT-FORMATA-DATA-EXIT
              DISPLAY 'SIT CADASTRAL: ' FOR-SIT-CADASTRAL
                      '   BLOQUEADO (CONSULTA EM ' MASCARA-DATA ')'
                  UPON CONSOLE
           END-IF.

       3100-EXIBE-FORNECEDOR-EXIT.
           EXIT.

      *----
      * PROPOSTAS E APROVACOES DE ALCADA DO FORNECEDOR; ARQUIVO
      * AUSENTE (COBOL193 AINDA NAO RODOU) VALE COMO SEM PROPOSTA
      *----
       3200-CARGA-PROPOSTAS.

           MOVE 0                       TO WSS-QTD-PROP
                                           WSS-QTD-APR.
           MOVE 'N'                     TO WSS-SEM-PROPOSTA
                                           WSS-SEM-APROVAL.

           OPEN INPUT PROPOSTA.

           IF ST-PROPOSTA EQUAL 35
              MOVE 'Y'                  TO WSS-SEM-PROPOSTA
           ELSE
              IF ST-PROPOSTA NOT EQUAL 0
                 DISPLAY 'COBOL272 - ERRO OPEN PROPOSTA FS='
                         ST-PROPOSTA UPON CONSOLE
                 MOVE ST-PROPOSTA       TO RETURN-CODE
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              END-IF
              MOVE 'N'                  TO WSS-EOF
              PERFORM 3210-LER-PROPOSTA
                 THRU 3210-LER-PROPOSTA-EXIT
                 UNTIL WSS-EOF = 'Y'
              CLOSE PROPOSTA
           END-IF.

           OPEN INPUT APROVAL.

           IF ST-APROVAL EQUAL 35
              MOVE 'Y'                  TO WSS-SEM-APROVAL
           ELSE
              IF ST-APROVAL NOT EQUAL 0
                 DISPLAY 'COBOL272 - ERRO OPEN APROVAL FS='
                         ST-APROVAL UPON CONSOLE
                 MOVE ST-APROVAL        TO RETURN-CODE
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              END-IF
              MOVE 'N'                  TO WSS-EOF
              PERFORM 3220-LER-APROVAL
                 THRU 3220-LER-APROVAL-EXIT
                 UNTIL WSS-EOF = 'Y'
              CLOSE APROVAL
           END-IF.

       3200-CARGA-PROPOSTAS-EXIT.
           EXIT.

      *----
       3210-LER-PROPOSTA.

           READ PROPOSTA
              AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-PROPOSTA NOT EQUAL 0 AND WSS-EOF NOT = 'Y'
              DISPLAY 'COBOL272 - ERRO LEITURA PROPOSTA FS='
                      ST-PROPOSTA UPON CONSOLE
              MOVE ST-PROPOSTA           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF NOT = 'Y'
              AND PRO-FORNECEDOR EQUAL WSS-CODIGO
              AND WSS-QTD-PROP LESS 500
              ADD 1                      TO WSS-QTD-PROP
              MOVE PRO-NUMERO-NF    TO TPR-NUMERO-NF (WSS-QTD-PROP)
              MOVE PRO-VALOR        TO TPR-VALOR (WSS-QTD-PROP)
              MOVE PRO-DATA-PAGTO   TO TPR-DATA-PAGTO (WSS-QTD-PROP)
              MOVE PRO-FORMA-LANC   TO TPR-FORMA-LANC (WSS-QTD-PROP)
              IF PRO-PARCELA NUMERIC
                 MOVE PRO-PARCELA   TO TPR-PARCELA (WSS-QTD-PROP)
              ELSE
                 MOVE 0             TO TPR-PARCELA (WSS-QTD-PROP)
              END-IF
           END-IF.

       3210-LER-PROPOSTA-EXIT.
           EXIT.

      *----
       3220-LER-APROVAL.

           READ APROVAL
              AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-APROVAL NOT EQUAL 0 AND WSS-EOF NOT = 'Y'
              DISPLAY 'COBOL272 - ERRO LEITURA APROVAL FS='
                      ST-APROVAL UPON CONSOLE
              MOVE ST-APROVAL            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF NOT = 'Y'
              AND APR-FORNECEDOR EQUAL WSS-CODIGO
              AND WSS-QTD-APR LESS 500
              ADD 1                      TO WSS-QTD-APR
              MOVE APR-NUMERO-NF    TO TAP-NUMERO-NF (WSS-QTD-APR)
              MOVE APR-APROVADOR    TO TAP-APROVADOR (WSS-QTD-APR)
           END-IF.

       3220-LER-APROVAL-EXIT.
           EXIT.

      *----
      * TITULOS EM ABERTO DO FORNECEDOR NO DUPLICTA
      *----
       3300-LISTA-TITULOS.

           OPEN INPUT DUPLICTA.

           IF ST-DUPLICTA EQUAL 35
              DISPLAY 'DUPLICTA NAO DISPONIVEL' UPON CONSOLE
              GO TO 3300-LISTA-TITULOS-EXIT
           END-IF.

           IF ST-DUPLICTA NOT EQUAL 0
              DISPLAY 'COBOL272 - ERRO OPEN DUPLICTA FS=' ST-DUPLICTA
                  UPON CONSOLE
              MOVE ST-DUPLICTA           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           DISPLAY '---- TITULOS EM ABERTO ----' UPON CONSOLE.

           MOVE 'N'                     TO WSS-EOF.

           PERFORM 3310-LER-DUPLICTA
              THRU 3310-LER-DUPLICTA-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE DUPLICTA.

           IF WSS-QTD-ABERTOS EQUAL 0
              DISPLAY 'NENHUM TITULO EM ABERTO' UPON CONSOLE
           END-IF.

       3300-LISTA-TITULOS-EXIT.
           EXIT.

      *----
       3310-LER-DUPLICTA.

           READ DUPLICTA
              AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-DUPLICTA NOT EQUAL 0 AND WSS-EOF NOT = 'Y'
              DISPLAY 'COBOL272 - ERRO LEITURA DUPLICTA FS='
                      ST-DUPLICTA UPON CONSOLE
              MOVE ST-DUPLICTA           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF EQUAL 'Y'
              OR DUP-FORNECEDOR NOT EQUAL WSS-CODIGO
              GO TO 3310-LER-DUPLICTA-EXIT
           END-IF.

           PERFORM 3320-EXIBE-TITULO
              THRU 3320-EXIBE-TITULO-EXIT.

       3310-LER-DUPLICTA-EXIT.
           EXIT.

      *----
      * UM TITULO: VALOR EM REAIS, ATRASO, ENCARGOS ATE HOJE E A
      * SITUACAO NA PROPOSTA/APROVACAO DO COBOL193
      *----
       3320-EXIBE-TITULO.

           ADD 1                        TO WSS-QTD-ABERTOS.

           IF DUP-PARCELA NUMERIC
              MOVE DUP-PARCELA          TO WSS-PARCELA
           ELSE
              MOVE 0                    TO WSS-PARCELA
           END-IF.

           PERFORM 3330-CONVERTE-MOEDA
              THRU 3330-CONVERTE-MOEDA-EXIT.

           COMPUTE WSS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-HOJE)
                 - FUNCTION INTEGER-OF-DATE (DUP-DATA-VENCIMENTO).

           PERFORM 3340-CALCULA-ENCARGOS
              THRU 3340-CALCULA-ENCARGOS-EXIT.

           ADD WSS-VALOR-REAIS          TO WSS-TOT-FACE.
           ADD WSS-ENCARGOS             TO WSS-TOT-ENCARGOS.
           ADD WSS-TOTAL-ITEM           TO WSS-TOT-ATUALIZADO.

           MOVE DUP-DATA-VENCIMENTO     TO WSS-DE-AAAAMMDD.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE WSS-DIAS-ATRASO         TO MASCARA-DIAS.

           IF DUP-QTD-PARCELAS NUMERIC
              AND DUP-QTD-PARCELAS GREATER 1
              DISPLAY 'NF ' DUP-NUMERO-NF ' PARC ' WSS-PARCELA '/'
                      DUP-QTD-PARCELAS ' VENC ' MASCARA-DATA
                      ' ATRASO ' MASCARA-DIAS ' DIAS' UPON CONSOLE
           ELSE
              DISPLAY 'NF ' DUP-NUMERO-NF ' VENC ' MASCARA-DATA
                      ' ATRASO ' MASCARA-DIAS ' DIAS' UPON CONSOLE
           END-IF.

           IF WSS-MOEDA NOT EQUAL SPACES
              MOVE DUP-VALOR            TO MASCARA-VALOR
              IF WSS-TAXA-USADA EQUAL 0
                 DISPLAY '   MOEDA ' WSS-MOEDA ' VALOR ' MASCARA-VALOR
                         ' SEM TAXA DE CAMBIO' UPON CONSOLE
              ELSE
                 MOVE WSS-TAXA-USADA    TO MASCARA-TAXA
                 DISPLAY '   MOEDA ' WSS-MOEDA ' VALOR ' MASCARA-VALOR
                         ' TAXA ' MASCARA-TAXA UPON CONSOLE
              END-IF
           END-IF.

           MOVE WSS-VALOR-REAIS         TO MASCARA-VALOR.
           MOVE WSS-ENCARGOS            TO MASCARA-ENCARGO.
           MOVE WSS-TOTAL-ITEM          TO MASCARA-TOTAL.

           DISPLAY '   VALOR ' MASCARA-VALOR ' ENCARGOS '
                   MASCARA-ENCARGO ' ATUALIZ ' MASCARA-TOTAL
               UPON CONSOLE.

           PERFORM 3350-SITUACAO-PROPOSTA
              THRU 3350-SITUACAO-PROPOSTA-EXIT.

       3320-EXIBE-TITULO-EXIT.
           EXIT.

      *----
      * MOEDA DO TITULO: EM REAIS (BRANCO OU 'BRL') VALE O DUPLICTA;
      * EM MOEDA ESTRANGEIRA, TAXA VIGENTE HOJE NO CAMBIOTB OU, NA
      * FALTA DELA, A TAXA DA EMISSAO
      *----
       3330-CONVERTE-MOEDA.

           MOVE DUP-VALOR        TO WSS-VALOR-REAIS.
           MOVE SPACES           TO WSS-MOEDA.
           MOVE 0                TO WSS-TAXA-USADA.

           IF DUP-MOEDA EQUAL SPACES OR DUP-MOEDA EQUAL 'BRL'
              OR DUP-MOEDA EQUAL LOW-VALUES
              GO TO 3330-CONVERTE-MOEDA-EXIT
           END-IF.

           MOVE DUP-MOEDA        TO WSS-MOEDA.

           PERFORM ROT-ACHA-TAXA
              THRU ROT-ACHA-TAXA-EXIT.

           MOVE WSS-TAXA-ACHADA  TO WSS-TAXA-USADA.

           IF WSS-TAXA-USADA EQUAL 0
              AND DUP-TAXA-EMISSAO NUMERIC
              MOVE DUP-TAXA-EMISSAO TO WSS-TAXA-USADA
           END-IF.

           IF WSS-TAXA-USADA EQUAL 0
              MOVE 0             TO WSS-VALOR-REAIS
              ADD 1              TO WSS-QTD-SEM-TAXA
              GO TO 3330-CONVERTE-MOEDA-EXIT
           END-IF.

           COMPUTE WSS-VALOR-REAIS ROUNDED =
                   DUP-VALOR * WSS-TAXA-USADA.

       3330-CONVERTE-MOEDA-EXIT.
           EXIT.

      *----
      * ACRESCIMO CONTRATUAL DO TITULO VENCIDO (REGRA DO COBOL119):
      * MULTA + JUROS DIARIOS PELOS DIAS UTEIS DE ATRASO; TITULO A
      * VENCER OU FORNECEDOR SEM CADASTRO NAO ACRESCE
      *----
       3340-CALCULA-ENCARGOS.

           MOVE 0                TO WSS-ENCARGOS.
           MOVE WSS-VALOR-REAIS  TO WSS-TOTAL-ITEM.
           MOVE 0                TO WSS-DIAS-UTEIS.

           IF WSS-DIAS-ATRASO NOT GREATER 0
              GO TO 3340-CALCULA-ENCARGOS-EXIT
           END-IF.

           ADD 1                 TO WSS-QTD-VENCIDOS.

           IF NOT WSS-FORN-ACHADO
              GO TO 3340-CALCULA-ENCARGOS-EXIT
           END-IF.

           MOVE FOR-MULTA-PCT    TO WSS-MULTA-PCT.
           MOVE FOR-JUROS-DIA    TO WSS-JUROS-DIA.

           IF WSS-MULTA-PCT EQUAL 0 AND WSS-JUROS-DIA EQUAL 0
              GO TO 3340-CALCULA-ENCARGOS-EXIT
           END-IF.

           PERFORM 3360-CONTA-DIAS-UTEIS
              THRU 3360-CONTA-DIAS-UTEIS-EXIT.

           COMPUTE WSS-ENCARGOS ROUNDED =
                   (WSS-VALOR-REAIS * WSS-MULTA-PCT / 100)
                   + (WSS-VALOR-REAIS * WSS-JUROS-DIA * WSS-DIAS-UTEIS).

           COMPUTE WSS-TOTAL-ITEM = WSS-VALOR-REAIS + WSS-ENCARGOS.

       3340-CALCULA-ENCARGOS-EXIT.
           EXIT.

      *----
      * SITUACAO DO TITULO NO COBOL193: PROPOSTO (DATA DA REMESSA,
      * VALOR DO CREDITO E FORMA) OU AINDA FORA DA PROPOSTA, E A
      * APROVACAO DE ALCADA QUANDO HOUVER
      *----
       3350-SITUACAO-PROPOSTA.

           MOVE 0                       TO WSS-PROP-ACHADA
                                           WSS-APR-ACHADA.

           PERFORM 3351-COMPARA-PROPOSTA
              THRU 3351-COMPARA-PROPOSTA-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX GREATER WSS-QTD-PROP
                 OR WSS-PROP-ACHADA GREATER 0.

           PERFORM 3352-COMPARA-APROVAL
              THRU 3352-COMPARA-APROVAL-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX GREATER WSS-QTD-APR
                 OR WSS-APR-ACHADA GREATER 0.

           IF WSS-PROP-ACHADA GREATER 0
              ADD 1                     TO WSS-QTD-PROPOSTOS
              MOVE TPR-DATA-PAGTO (WSS-PROP-ACHADA)
                                        TO WSS-DE-AAAAMMDD
              PERFORM ROT-FORMATA-DATA
                 THRU ROT-FORMATA-DATA-EXIT
              MOVE TPR-VALOR (WSS-PROP-ACHADA) TO MASCARA-VALOR
              DISPLAY '   PROPOSTO P/ ' MASCARA-DATA ' CREDITO '
                      MASCARA-VALOR ' FORMA '
                      TPR-FORMA-LANC (WSS-PROP-ACHADA) UPON CONSOLE
           ELSE
              IF WSS-SEM-PROPOSTA EQUAL 'Y'
                 DISPLAY '   PROPOSTA NAO DISPONIVEL' UPON CONSOLE
              ELSE
                 DISPLAY '   NAO PROPOSTO PARA PAGAMENTO' UPON CONSOLE
              END-IF
           END-IF.

           IF WSS-APR-ACHADA GREATER 0
              DISPLAY '   ALCADA APROVADA POR '
                      TAP-APROVADOR (WSS-APR-ACHADA) UPON CONSOLE
           END-IF.

       3350-SITUACAO-PROPOSTA-EXIT.
           EXIT.

      *----
       3351-COMPARA-PROPOSTA.

           IF TPR-NUMERO-NF (WSS-IDX) EQUAL DUP-NUMERO-NF
              AND (TPR-PARCELA (WSS-IDX) EQUAL WSS-PARCELA
                   OR TPR-PARCELA (WSS-IDX) EQUAL 0
                   OR WSS-PARCELA EQUAL 0)
              MOVE WSS-IDX              TO WSS-PROP-ACHADA
           END-IF.

       3351-COMPARA-PROPOSTA-EXIT.
           EXIT.

      *----
       3352-COMPARA-APROVAL.

           IF TAP-NUMERO-NF (WSS-IDX) EQUAL DUP-NUMERO-NF
              MOVE WSS-IDX              TO WSS-APR-ACHADA
           END-IF.

       3352-COMPARA-APROVAL-EXIT.
           EXIT.

      *----
      * DIAS UTEIS ENTRE O VENCIMENTO E HOJE: AVANCA UM DIA POR VEZ
      * DESCONTANDO SABADO/DOMINGO (RESTO 5/6 DA CONTAGEM DO
      * COBOL096) E OS FERIADOS CADASTRADOS
      *----
       3360-CONTA-DIAS-UTEIS.

           MOVE FUNCTION INTEGER-OF-DATE (DUP-DATA-VENCIMENTO)
                TO WSS-DATA-CORR.
           MOVE FUNCTION INTEGER-OF-DATE (WSS-DATA-HOJE)
                TO WSS-DATA-HOJE-INT.

           PERFORM 3361-AVANCA-DIA
              THRU 3361-AVANCA-DIA-EXIT
              UNTIL WSS-DATA-CORR NOT LESS WSS-DATA-HOJE-INT.

       3360-CONTA-DIAS-UTEIS-EXIT.
           EXIT.

      *----
       3361-AVANCA-DIA.

           ADD 1                 TO WSS-DATA-CORR.

           COMPUTE WSS-DIA-SEMANA =
                   FUNCTION MOD (WSS-DATA-CORR - 1, 7).

           IF WSS-DIA-SEMANA EQUAL 5 OR WSS-DIA-SEMANA EQUAL 6
              GO TO 3361-AVANCA-DIA-EXIT
           END-IF.

           MOVE FUNCTION DATE-OF-INTEGER (WSS-DATA-CORR)
                TO WSS-DATA-AAAAMMDD.

           IF WSS-QTD-FERIADOS GREATER 0
              SET IDX-FER TO 1
              SEARCH WSS-FERIADO-ENTRY
                 AT END
                    ADD 1        TO WSS-DIAS-UTEIS
                 WHEN WSS-FERIADO-DATA (IDX-FER) EQUAL
                      WSS-DATA-AAAAMMDD
                    CONTINUE
              END-SEARCH
           ELSE
              ADD 1              TO WSS-DIAS-UTEIS
           END-IF.

       3361-AVANCA-DIA-EXIT.
           EXIT.

      *----
      * PAGAMENTOS JA CONFIRMADOS PELO BANCO (PAGTOS)
      *----
       3400-LISTA-PAGAMENTOS.

           OPEN INPUT PAGTOS.

           IF ST-PAGTOS EQUAL 35
              DISPLAY 'PAGTOS NAO DISPONIVEL' UPON CONSOLE
              GO TO 3400-LISTA-PAGAMENTOS-EXIT
           END-IF.

           IF ST-PAGTOS NOT EQUAL 0
              DISPLAY 'COBOL272 - ERRO OPEN PAGTOS FS=' ST-PAGTOS
                  UPON CONSOLE
              MOVE ST-PAGTOS             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           DISPLAY '---- PAGAMENTOS EFETUADOS ----' UPON CONSOLE.

           MOVE 'N'                     TO WSS-EOF.

           PERFORM 3410-LER-PAGTOS
              THRU 3410-LER-PAGTOS-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE PAGTOS.

           IF WSS-QTD-PAGTOS EQUAL 0
              DISPLAY 'NENHUM PAGAMENTO REGISTRADO' UPON CONSOLE
           END-IF.

       3400-LISTA-PAGAMENTOS-EXIT.
           EXIT.

      *----
       3410-LER-PAGTOS.

           READ PAGTOS
              AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-PAGTOS NOT EQUAL 0 AND WSS-EOF NOT = 'Y'
              DISPLAY 'COBOL272 - ERRO LEITURA PAGTOS FS='
                      ST-PAGTOS UPON CONSOLE
              MOVE ST-PAGTOS             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF EQUAL 'Y'
              OR PAG-FORNECEDOR NOT EQUAL WSS-CODIGO
              GO TO 3410-LER-PAGTOS-EXIT
           END-IF.

           ADD 1                        TO WSS-QTD-PAGTOS.
           ADD PAG-VALOR                TO WSS-TOT-PAGO.

           IF PAG-PARCELA NUMERIC
              MOVE PAG-PARCELA          TO WSS-PARCELA
           ELSE
              MOVE 0                    TO WSS-PARCELA
           END-IF.

           MOVE PAG-DATA-PAGTO          TO WSS-DE-AAAAMMDD.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE PAG-VALOR               TO MASCARA-VALOR.

           DISPLAY 'NF ' PAG-NUMERO-NF ' PARC ' WSS-PARCELA
                   ' PAGO EM ' MASCARA-DATA ' VALOR ' MASCARA-VALOR
               UPON CONSOLE.

           IF PAG-DESC-SITUACAO EQUAL 'C'
              MOVE PAG-VALOR-DESCONTO   TO MASCARA-VALOR
              DISPLAY '   DESCONTO POR ANTECIPACAO ' MASCARA-VALOR
                  UPON CONSOLE
           END-IF.

           IF PAG-MOEDA NOT EQUAL SPACES
              AND PAG-MOEDA NOT EQUAL 'BRL'
              AND PAG-MOEDA NOT EQUAL LOW-VALUES
              MOVE PAG-VALOR-MOEDA      TO MASCARA-VALOR
              DISPLAY '   MOEDA ' PAG-MOEDA ' VALOR NA MOEDA '
                      MASCARA-VALOR UPON CONSOLE
           END-IF.

       3410-LER-PAGTOS-EXIT.
           EXIT.

      *----
       3500-EXIBE-TOTAIS.

           DISPLAY '---- TOTAIS ----' UPON CONSOLE.

           MOVE WSS-TOT-FACE            TO MASCARA-TOTAL.
           DISPLAY 'EM ABERTO    : ' WSS-QTD-ABERTOS ' TITULOS '
                   MASCARA-TOTAL UPON CONSOLE.

           MOVE WSS-TOT-ENCARGOS        TO MASCARA-TOTAL.
           DISPLAY 'VENCIDOS     : ' WSS-QTD-VENCIDOS ' ENCARGOS '
                   MASCARA-TOTAL UPON CONSOLE.

           MOVE WSS-TOT-ATUALIZADO      TO MASCARA-TOTAL.
           DISPLAY 'ATUALIZADO   : ' MASCARA-TOTAL UPON CONSOLE.

           DISPLAY 'PROPOSTOS    : ' WSS-QTD-PROPOSTOS UPON CONSOLE.

           IF WSS-QTD-SEM-TAXA GREATER 0
              DISPLAY 'SEM CAMBIO   : ' WSS-QTD-SEM-TAXA
                      ' (FORA DOS TOTAIS EM REAIS)' UPON CONSOLE
           END-IF.

           MOVE WSS-TOT-PAGO            TO MASCARA-TOTAL.
           DISPLAY 'PAGOS        : ' WSS-QTD-PAGTOS ' PAGAMENTOS '
                   MASCARA-TOTAL UPON CONSOLE.

           DISPLAY '-------------------------------------------'
               UPON CONSOLE.

       3500-EXIBE-TOTAIS-EXIT.
           EXIT.

      *----
       9000-FECHA-ARQUIVOS.

           CLOSE AUDLOG.

       9000-FECHA-ARQUIVOS-EXIT.
           EXIT.

      *----
      * TAXA DE MAIOR VIGENCIA ATE HOJE, NA MOEDA DO TITULO
      *----
       ROT-ACHA-TAXA.

           MOVE 0                TO WSS-TAXA-ACHADA.
           MOVE 0                TO WSS-VIG-ACHADA.

           PERFORM ROT-COMPARA-TAXA
              THRU ROT-COMPARA-TAXA-EXIT
              VARYING WSS-IDX-TAX FROM 1 BY 1
              UNTIL WSS-IDX-TAX GREATER WSS-QTD-TAXAS.

       ROT-ACHA-TAXA-EXIT.
           EXIT.

      *----
       ROT-COMPARA-TAXA.

           IF TCM-MOEDA (WSS-IDX-TAX) EQUAL WSS-MOEDA
              AND TCM-VIGENCIA (WSS-IDX-TAX) NOT GREATER
                  WSS-DATA-HOJE
              AND TCM-VIGENCIA (WSS-IDX-TAX) NOT LESS WSS-VIG-ACHADA
              MOVE TCM-VIGENCIA (WSS-IDX-TAX) TO WSS-VIG-ACHADA
              MOVE TCM-TAXA (WSS-IDX-TAX)     TO WSS-TAXA-ACHADA
           END-IF.

       ROT-COMPARA-TAXA-EXIT.
           EXIT.

      *----
      * AAAAMMDD (WSS-DE-AAAAMMDD) PARA DD/MM/AAAA (MASCARA-DATA)
      *----
       ROT-FORMATA-DATA.

           IF WSS-DE-AAAAMMDD NOT NUMERIC
              MOVE 0                    TO WSS-DE-AAAAMMDD
           END-IF.

           MOVE WSS-DE-DIA              TO WSS-DD-DIA.
           MOVE WSS-DE-MES              TO WSS-DD-MES.
           MOVE WSS-DE-ANO              TO WSS-DD-ANO.
           MOVE WSS-DATA-NUM            TO MASCARA-DATA.

       ROT-FORMATA-DATA-EXIT.
           EXIT.

      *----
      * TRILHA DE ACESSO: USUARIO, OPCAO ('C' CODIGO, 'N' CNPJ) E O
      * INICIO DA CHAVE INFORMADA (AUD-VALOR TEM 20 POSICOES)
      *----
       ROT-GRAVA-ACESSO.

           MOVE SPACES                  TO REG-AUDLOG.
           MOVE 'COBOL272'              TO AUD-JOBNAME.
           MOVE FUNCTION CURRENT-DATE   TO DATA-HORA.
           MOVE DATA-HORA (1:14)        TO AUD-DATA-HORA.
           MOVE 'ACESSO-CP'             TO AUD-TIPO.
           ADD 1                        TO WSS-AUD-SEQ.
           MOVE WSS-AUD-SEQ             TO AUD-SEQ.

           STRING WSS-USUARIO           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WSS-OP-ACESSO         DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WSS-CHAVE-ACESSO      DELIMITED BY SIZE
              INTO AUD-VALOR
           END-STRING.

           MOVE 'ENCADEIA'               TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           WRITE REG-AUDLOG.

           IF ST-AUDLOG NOT EQUAL 0 THEN
              DISPLAY 'COBOL272 - ERRO WRITE AUDLOG FS=' ST-AUDLOG
                  UPON CONSOLE
              MOVE ST-AUDLOG             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       ROT-GRAVA-ACESSO-EXIT.
           EXIT.

      *----
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

           DISPLAY '***ABEND-COBOL272*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
