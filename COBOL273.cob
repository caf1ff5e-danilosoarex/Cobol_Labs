      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : SUBLEDGER DE FORNECEDORES DO CONTAS A PAGAR, RODADO
      *            A CADA CICLO DEPOIS DA CONFIRMACAO DO COBOL193 E
      *            ANTES DA BAIXA DO COBOL174 (O DUPLICTA AINDA TRAZ
      *            OS TITULOS PAGOS NO CICLO). GRAVA EM LANCFOR, NO
      *            LAYOUT DO LANCGL, OS LANCAMENTOS BALANCEADOS DE CADA
      *            EVENTO DO TITULO, CONTAS PELA TABELA FORNCTA
      *            (COPY2731, NOS MOLDES DO CONTAMAP):
      *            - ENTRADA DA NOTA: DESPESA ('NFDE', DEBITO) CONTRA
      *              FORNECEDORES A PAGAR ('NFFO', CREDITO), EM REAIS
      *              PELA TAXA DA EMISSAO QUANDO EM MOEDA ESTRANGEIRA;
      *            - MULTA E JUROS DE ATRASO APROPRIADOS ATE A DATA DE
      *              REFERENCIA PELA REGRA DO COBOL119 ('ENDE' CONTRA
      *              'ENFO'), SO A DIFERENCA PARA O JA APROPRIADO;
      *            - BAIXA DO PAGAMENTO DO PAGTOS: FORNECEDORES A
      *              PAGAR ('PGFO', DEBITO) CONTRA BANCO ('PGBC') E
      *              DESCONTO OBTIDO ('PGDS'). O RETIDO NA FONTE E A
      *              VARIACAO CAMBIAL SAO CONTABILIZADOS PELO COBOL263
      *              E PELO COBOL270 E AQUI SO ENTRAM NO CONTROLE.
      *            O SUBLEDGER (SUBFORN, COPY2732) GUARDA O PRINCIPAL E
      *            OS ENCARGOS DE CADA TITULO EM ABERTO E O SALDO DE
      *            CONTROLE (SALDOCP, COPY2733) GUARDA O SALDO DAS
      *            CONTAS DE FORNECEDORES; AS DUAS GERACOES SEGUINTES
      *            (SUBFORNN E SALDOCPN) SAO GRAVADAS AQUI. QUANDO A
      *            CONTABILIDADE AJUSTAR A CONTA NO RAZAO, O SALDOCP E
      *            SUBSTITUIDO PELO SALDO EXTRAIDO DO RAZAO.
      *            O RELATORIO RELSUBF TRAZ OS EVENTOS POR TITULO, O
      *            EM ABERTO POR FORNECEDOR E A CONCILIACAO DO EM
      *            ABERTO DO DUPLICTA COM O SALDO DE CADA CONTA.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL273.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 18:10:00.
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
           SELECT SUBPARM ASSIGN TO SUBPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-SUBPARM.
      *
           SELECT FORNCTA ASSIGN TO FORNCTA
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FORNCTA.
      *
           SELECT FORNMST ASSIGN TO FORNMST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FORNMST.
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
           SELECT SALDOCP ASSIGN TO SALDOCP
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-SALDOCP.
      *
           SELECT PAGTOS ASSIGN TO PAGTOS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PAGTOS.
      *
           SELECT RETENCAO ASSIGN TO RETENCAO
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RETENCAO.
      *
           SELECT VARCAMB ASSIGN TO VARCAMB
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-VARCAMB.
      *
           SELECT DUPLICTA ASSIGN TO DUPLICTA
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DUPLICTA.
      *
           SELECT SUBFORN ASSIGN TO SUBFORN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-SUBFORN.
      *
           SELECT SUBFORNN ASSIGN TO SUBFORNN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-SUBFORNN.
      *
           SELECT SALDOCPN ASSIGN TO SALDOCPN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-SALDOCPN.
      *
           SELECT LANCFOR ASSIGN TO LANCFOR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-LANCFOR.
      *
           SELECT RELSUBF ASSIGN TO RELSUBF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELSUBF.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   SUBPARM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CARTAO: DATA DE REFERENCIA DA APROPRIACAO DE MULTA E JUROS
      * (SEM O CARTAO OU COM ZERO, A DATA DO PROCESSAMENTO)
      *----
       01   REG-SUBPARM.
            03 SBP-DATA-REF                PIC 9(008).
            03 FILLER                      PIC X(072).
      *----
       FD   FORNCTA
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2731'.
      *----
       FD   FORNMST
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
      * CADASTRO DE FORNECEDORES: CONDICAO DE MULTA E JUROS
      *----
       01   REG-FORNMST.
            03 FOR-CODIGO                  PIC X(030).
            03 FOR-RAZAO                   PIC X(040).
            03 FOR-CNPJ                    PIC 9(014).
            03 FOR-MULTA-PCT               PIC 9(003)V99.
            03 FOR-JUROS-DIA               PIC 9(001)V9(004).
            03 FILLER                      PIC X(066).
      *----
       FD   FERIADO
            RECORDING MODE IS F
            RECORD CONTAINS 45 CHARACTERS.
      *----
      * CALENDARIO DE FERIADOS (GERADO PELO COBOL173), USADO NA
      * CONTAGEM DE DIAS UTEIS DE ATRASO
      *----
       01   REG-FERIADO.
            03 FERIADO-DATA                PIC 9(008).
            03 FERIADO-DESCRICAO           PIC X(030).
            03 FERIADO-REGIAO              PIC X(007).
      *----
       FD   SITECFG.
      *----
      * CONFIGURACAO DO SITE: A REGIAO (UF/MUNICIPIO) FILTRA O
      * CALENDARIO DE FERIADOS
      *----
       01   REG-SITECFG.
            03 SITECFG-INSTALACAO          PIC X(020).
            03 SITECFG-SECURITY            PIC X(010).
            03 SITECFG-CAB-BOILERPLATE     PIC X(051).
            03 SITECFG-EMPRESA-PADRAO      PIC X(002).
            03 SITECFG-REGIAO              PIC X(007).
      *----
       FD   CAMBIOTB
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * TAXAS DE CAMBIO POR MOEDA E VIGENCIA (COBOL191)
      *----
       01   REG-CAMBIOTB.
            03 CMB-MOEDA                   PIC X(003).
            03 CMB-VIGENCIA                PIC 9(008).
            03 CMB-TAXA                    PIC 9(005)V9(005).
            03 FILLER                      PIC X(059).
      *----
       FD   SALDOCP
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-SALDOCP-ENT                PIC X(080).
      *----
       FD   PAGTOS
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * PAGAMENTOS CONFIRMADOS NO CICLO (COBOL193)
      *----
       01   REG-PAGTOS.
            03 PAG-FORNECEDOR              PIC X(030).
            03 PAG-NUMERO-NF               PIC 9(008).
            03 PAG-VALOR                   PIC 9(007)V99.
            03 PAG-DATA-PAGTO              PIC 9(008).
            03 PAG-VALOR-DESCONTO          PIC 9(007)V99.
            03 PAG-DESC-SITUACAO           PIC X(001).
            03 PAG-PARCELA                 PIC 9(002).
            03 PAG-MOEDA                   PIC X(003).
            03 PAG-VALOR-MOEDA             PIC 9(007)V99.
            03 FILLER                      PIC X(001).
      *----
       FD   RETENCAO
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
           COPY  'COPY2622'.
      *----
       FD   VARCAMB
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
           COPY  'COPY2701'.
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
       FD   SUBFORN
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.
      *----
       01   REG-SUBFORN-ENT                PIC X(120).
      *----
       FD   SUBFORNN
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.
      *----
       01   REG-SUBFORNN                   PIC X(120).
      *----
       FD   SALDOCPN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-SALDOCPN                   PIC X(080).
      *----
       FD   LANCFOR
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-LANCFOR.
            03 LGL-CONTA                   PIC 9(008).
            03 LGL-NATUREZA                PIC X(001).
            03 LGL-VALOR                   PIC 9(013)V99.
            03 LGL-DEPTO                   PIC X(005).
            03 LGL-TIPO                    PIC X(004).
            03 LGL-HISTORICO               PIC X(030).
            03 FILLER                      PIC X(017).
      *----
       FD   RELSUBF.
      *----
       01   REG-RELSUBF                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-SUBPARM                      PIC 9(002) VALUE 0.
       77  ST-FORNCTA                      PIC 9(002) VALUE 0.
       77  ST-FORNMST                      PIC 9(002) VALUE 0.
       77  ST-FERIADO                      PIC 9(002) VALUE 0.
       77  ST-SITECFG                      PIC 9(002) VALUE 0.
       77  ST-CAMBIOTB                     PIC 9(002) VALUE 0.
       77  ST-SALDOCP                      PIC 9(002) VALUE 0.
       77  ST-PAGTOS                       PIC 9(002) VALUE 0.
       77  ST-RETENCAO                     PIC 9(002) VALUE 0.
       77  ST-VARCAMB                      PIC 9(002) VALUE 0.
       77  ST-DUPLICTA                     PIC 9(002) VALUE 0.
       77  ST-SUBFORN                      PIC 9(002) VALUE 0.
       77  ST-SUBFORNN                     PIC 9(002) VALUE 0.
       77  ST-SALDOCPN                     PIC 9(002) VALUE 0.
       77  ST-LANCFOR                      PIC 9(002) VALUE 0.
       77  ST-RELSUBF                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-DATA-REF                    PIC 9(008) VALUE 0.
       77  WSS-QTD-FCT                     PIC 9(004) VALUE 0.
       77  WSS-QTD-FORNS                   PIC 9(004) VALUE 0.
       77  WSS-QTD-FERIADOS                PIC 9(004) VALUE 0.
       77  WSS-QTD-TAXAS                   PIC 9(004) VALUE 0.
       77  WSS-QTD-PAG                     PIC 9(004) VALUE 0.
       77  WSS-QTD-CTA                     PIC 9(004) VALUE 0.
       77  WSS-SITE-REGIAO                 PIC X(007) VALUE SPACES.
       77  WSS-IDX                         PIC 9(004) COMP VALUE 0.
       77  WSS-IDX-TAX                     PIC 9(004) COMP VALUE 0.
       77  WSS-IDX-CTA                     PIC 9(004) COMP VALUE 0.
       77  WSS-CURSOR-PAG                  PIC 9(005) COMP VALUE 0.
      *----
      * CONTADORES E TOTAIS DA RODADA
      *----
       77  WSS-DUP-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-SUB-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-NOVOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-SEM-TAXA                PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-PAGTOS                  PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-LIQUIDADOS              PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-PARCIAIS                PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-SEM-TITULO              PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-FORA                    PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-ABERTOS                 PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-DIVERGENCIAS            PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-LANC                    PIC 9(006) VALUE ZEROES.
       77  WSS-TOT-DEBITOS                 PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-CREDITOS                PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-ENTRADA                 PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-PAGO                    PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-ENCARGOS                PIC S9(013)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TOT-ABERTO                  PIC 9(013)V99 COMP-3 VALUE 0.
      *----
      * LANCAMENTO: VALOR NEGATIVO E ESTORNO, GRAVADO PELO VALOR
      * ABSOLUTO COM A NATUREZA INVERTIDA
      *----
       77  WSS-TIPO-LANC                   PIC X(004) VALUE SPACES.
           88  WSS-TIPO-PASSIVO                    VALUE 'NFFO' 'ENFO'
                                                         'PGFO'.
       77  WSS-EVENTO-LANC                 PIC X(004) VALUE SPACES.
       77  WSS-VALOR-LANC                  PIC S9(013)V99 COMP-3
                                                          VALUE 0.
       77  WSS-VALOR-ABS                   PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-CONTA-ACHADA                PIC 9(008) VALUE 0.
       77  WSS-NATUREZA-ACHADA             PIC X(001) VALUE SPACE.
       77  WSS-ACHOU-FORN                  PIC X(001) VALUE 'N'.
       77  WSS-CONTA-PGFO                  PIC 9(008) VALUE 0.
      *----
      * CONTROLE DA CONTA DE FORNECEDORES: CONTA E VALOR A SOMAR NO
      * MOVIMENTO (CREDITO POSITIVO) OU NO EM ABERTO
      *----
       77  WSS-CONTA-SOMA                  PIC 9(008) VALUE 0.
       77  WSS-VALOR-SOMA                  PIC S9(013)V99 COMP-3
                                                          VALUE 0.
       77  WSS-SALDO-ATUAL                 PIC S9(013)V99 COMP-3
                                                          VALUE 0.
       77  WSS-DIFERENCA                   PIC S9(013)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TOT-ANTERIOR                PIC S9(013)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TOT-MOVIMENTO               PIC S9(013)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TOT-ATUAL                   PIC S9(013)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TOT-DIFERENCA               PIC S9(013)V99 COMP-3
                                                          VALUE 0.
      *----
      * TITULO EM TRATAMENTO
      *----
       77  WSS-TITULO-CONTABIL             PIC X(001) VALUE 'N'.
       77  WSS-TITULO-LIQUIDADO            PIC X(001) VALUE 'N'.
       77  WSS-MOEDA-TIT                   PIC X(003) VALUE SPACES.
       77  WSS-MOEDA-PAGTO                 PIC X(003) VALUE SPACES.
       77  WSS-VALOR-BAIXA                 PIC 9(007)V99 COMP-3 VALUE 0.
       77  WSS-PRINC-BAIXA                 PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-ENCARGOS-PAGOS              PIC S9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-AJUSTE                      PIC S9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-VALOR-FORN                  PIC S9(011)V99 COMP-3
                                                          VALUE 0.
       77  WSS-DESCONTO                    PIC 9(007)V99 COMP-3 VALUE 0.
       77  WSS-ABERTO-TIT                  PIC 9(011)V99 COMP-3 VALUE 0.
       77  WSS-FORN-ANT                    PIC X(030) VALUE SPACES.
       77  WSS-FORN-ATUAL                  PIC X(030) VALUE SPACES.
       77  WSS-ABERTO-FORN                 PIC 9(013)V99 COMP-3 VALUE 0.
      *----
      * MULTA E JUROS DE ATRASO, PELA REGRA DO COBOL119: MULTA SOBRE
      * O PRINCIPAL E JUROS DIARIOS PELOS DIAS UTEIS DE ATRASO ATE A
      * DATA DE REFERENCIA, NA CONDICAO DO FORNECEDOR (FORNMST)
      *----
       77  WSS-ENCARGOS                    PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-MULTA-PCT                   PIC 9(003)V99 VALUE 0.
       77  WSS-JUROS-DIA                   PIC 9(001)V9(004) VALUE 0.
       77  WSS-DIAS-UTEIS                  PIC 9(005) COMP-3 VALUE 0.
       77  WSS-DATA-CORR                   PIC 9(009) COMP VALUE 0.
       77  WSS-DATA-REF-INT                PIC 9(009) COMP VALUE 0.
       77  WSS-DIA-SEMANA                  PIC 9(001) VALUE 0.
       77  WSS-DATA-AAAAMMDD               PIC 9(008) VALUE 0.
      *----
      * TAXA DE CAMBIO DA EMISSAO DO TITULO EM MOEDA ESTRANGEIRA
      *----
       77  WSS-MOEDA                       PIC X(003) VALUE SPACES.
       77  WSS-DATA-TAXA                   PIC 9(008) VALUE 0.
       77  WSS-TAXA-ACHADA                 PIC 9(005)V9(005) VALUE 0.
       77  WSS-VIG-ACHADA                  PIC 9(008) VALUE 0.
       77  WSS-TAXA-EMISSAO                PIC 9(005)V9(005) VALUE 0.
       77  WSS-PRINCIPAL                   PIC 9(009)V99 COMP-3 VALUE 0.
       77  MASCARA-SINAL                   PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-QTDE                    PIC Z(013)9.
       77  MASCARA-DATA                    PIC 99/99/9999.
      *----
      * CHAVES DO BALANCE-LINE DUPLICTA X SUBFORN (FORNECEDOR + NOTA
      * FISCAL + PARCELA); HIGH-VALUES NO FIM DE CADA ARQUIVO
      *----
       01  WSS-CHAVE-DUP.
           03 WCD-FORNECEDOR               PIC X(030).
           03 WCD-NUMERO-NF                PIC 9(008).
           03 WCD-PARCELA                  PIC 9(002).
       77  WSS-CHAVE-DUP-ANT               PIC X(040) VALUE LOW-VALUES.
       77  WSS-CHAVE-SUB                   PIC X(040) VALUE LOW-VALUES.
       77  WSS-CHAVE-SUB-ANT               PIC X(040) VALUE LOW-VALUES.
       77  WSS-SUB-LIDO                    PIC X(120) VALUE SPACES.
      *----
       01  WSS-CHAVE-PAG.
           03 WCP-FORNECEDOR               PIC X(030).
           03 WCP-NUMERO-NF                PIC 9(008).
           03 WCP-PARCELA                  PIC 9(002).
       77  WSS-PAG-ATUAL                   PIC X(040) VALUE SPACES.
      *----
      * SUBLEDGER E SALDO DE CONTROLE (LIDOS COM INTO, GRAVADOS COM
      * FROM NAS GERACOES SEGUINTES)
      *----
           COPY  'COPY2732'.
      *----
           COPY  'COPY2733'.
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
      * TABELA DE CONTAS DO CONTAS A PAGAR (FORNCTA)
      *----
       01  WSS-TAB-FORNCTA.
           05 WSS-FCT-ENTRY OCCURS 0 TO 1000 TIMES
                 DEPENDING ON WSS-QTD-FCT.
              10 TFC-FORNECEDOR            PIC X(030).
              10 TFC-TIPO                  PIC X(004).
              10 TFC-CONTA                 PIC 9(008).
              10 TFC-NATUREZA              PIC X(001).
      *----
      * CONDICAO DE MULTA E JUROS DOS FORNECEDORES (FORNMST)
      *----
       01  WSS-TAB-FORNS.
           05 WSS-FOR-ENTRY OCCURS 0 TO 1000 TIMES
                 DEPENDING ON WSS-QTD-FORNS
                 INDEXED BY IDX-FOR.
              10 TFM-CODIGO                PIC X(030).
              10 TFM-MULTA-PCT             PIC 9(003)V99.
              10 TFM-JUROS-DIA             PIC 9(001)V9(004).
      *----
       01  WSS-TAB-FERIADO.
           05 WSS-FERIADO-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WSS-QTD-FERIADOS
                 INDEXED BY IDX-FER.
              10 WSS-FERIADO-DATA          PIC 9(008).
      *----
      * TAXAS DE CAMBIO EM MEMORIA
      *----
       01  WSS-TAB-TAXAS.
           05 WSS-TAX-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-TAXAS.
              10 TCM-MOEDA                 PIC X(003).
              10 TCM-VIGENCIA              PIC 9(008).
              10 TCM-TAXA                  PIC 9(005)V9(005).
      *----
      * PAGAMENTOS DO CICLO, CLASSIFICADOS PELA CHAVE DO TITULO, COM
      * O RETIDO NA FONTE (RETENCAO) E A VARIACAO CAMBIAL (VARCAMB,
      * PERDA POSITIVA E GANHO NEGATIVO) DE CADA UM
      *----
       01  WSS-TAB-PAGTOS.
           05 WSS-PAG-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-PAG
                 ASCENDING KEY IS TPG-CHAVE
                 INDEXED BY IDX-PAG.
              10 TPG-CHAVE                 PIC X(040).
              10 TPG-DATA                  PIC 9(008).
              10 TPG-VALOR                 PIC 9(007)V99.
              10 TPG-DESCONTO              PIC 9(007)V99.
              10 TPG-DESC-SITUACAO         PIC X(001).
              10 TPG-MOEDA                 PIC X(003).
              10 TPG-VALOR-MOEDA           PIC 9(007)V99.
              10 TPG-RETIDO                PIC 9(009)V99.
              10 TPG-VARIACAO              PIC S9(011)V99.
      *----
      * CONTROLE DAS CONTAS DE FORNECEDORES: SALDO ANTERIOR (SALDOCP),
      * MOVIMENTO DA RODADA E EM ABERTO DO DUPLICTA (PRINCIPAL MAIS
      * ENCARGOS APROPRIADOS), TODOS COM O CREDITO POSITIVO
      *----
       01  WSS-TAB-CONTAS.
           05 WSS-CTA-ENTRY OCCURS 0 TO 200 TIMES
                 DEPENDING ON WSS-QTD-CTA
                 ASCENDING KEY IS TCT-CONTA
                 INDEXED BY IDX-CTA.
              10 TCT-CONTA                 PIC 9(008).
              10 TCT-SALDO-ANT             PIC S9(013)V99 COMP-3.
              10 TCT-MOVIMENTO             PIC S9(013)V99 COMP-3.
              10 TCT-ABERTO                PIC S9(013)V99 COMP-3.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(010) VALUE 'COBOL273'.
           03 FILLER                       PIC X(052)
              VALUE 'SUBLEDGER DE FORNECEDORES - CONTAS A PAGAR'.
           03 FILLER                       PIC X(012)
              VALUE 'REFERENCIA: '.
           03 CAB-DATA-REF                 PIC X(010) VALUE SPACES.
      *----
       01  CAB02.
           03 FILLER                       PIC X(060) VALUE SPACES.
      *----
       01  CAB03.
           03 FILLER                       PIC X(017) VALUE
              'FORNECEDOR'.
           03 FILLER                       PIC X(012) VALUE
              'NF-PARC'.
           03 FILLER                       PIC X(004) VALUE 'MOE'.
           03 FILLER                       PIC X(011) VALUE
              'DATA'.
           03 FILLER                       PIC X(013) VALUE
              'EVENTO'.
           03 FILLER                       PIC X(018) VALUE
              '         PRINCIPAL'.
           03 FILLER                       PIC X(018) VALUE
              '          ENCARGOS'.
           03 FILLER                       PIC X(018) VALUE
              '             VALOR'.
           03 FILLER                       PIC X(011) VALUE
              ' OBSERVACAO'.
      *----
       01  CAB04.
           03 FILLER                       PIC X(011) VALUE
              'CONTA'.
           03 FILLER                       PIC X(018) VALUE
              '    SALDO ANTERIOR'.
           03 FILLER                       PIC X(018) VALUE
              '         MOVIMENTO'.
           03 FILLER                       PIC X(018) VALUE
              '       SALDO ATUAL'.
           03 FILLER                       PIC X(018) VALUE
              '  ABERTO DUPLICTA'.
           03 FILLER                       PIC X(018) VALUE
              '         DIFERENCA'.
      *----
       01  DET01.
           03 FORN-DET                     PIC X(016) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 NF-DET                       PIC X(011) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 MOEDA-DET                    PIC X(003) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 DATA-DET                     PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 EVENTO-DET                   PIC X(012) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 PRINCIPAL-DET                PIC X(017) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 ENCARGOS-DET                 PIC X(017) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 VALOR-DET                    PIC X(017) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 OBS-DET                      PIC X(020) VALUE SPACES.
      *----
       01  DET02.
           03 CONTA-DET                    PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 ANTERIOR-DET                 PIC X(017) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 MOVIMENTO-DET                PIC X(017) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 ATUAL-DET                    PIC X(017) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 ABERTO-DET                   PIC X(017) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 DIFERENCA-DET                PIC X(017) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 SITUACAO-DET                 PIC X(012) VALUE SPACES.
      *----
       01  LINHA-TEXTO.
           03 LT-ROTULO                    PIC X(050) VALUE SPACES.
           03 LT-VALOR                     PIC X(017) VALUE SPACES.
           03 FILLER                       PIC X(065) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL273'
           DISPLAY ' SUBLEDGER DE FORNECEDORES - CONTAS A PAGAR'.

           PERFORM 0001-CARGA-CARTAO
              THRU 0001-CARGA-CARTAO-EXIT.

           PERFORM 0004-CARGA-FORNCTA
              THRU 0004-CARGA-FORNCTA-EXIT.

           PERFORM 0006-CARGA-FORNMST
              THRU 0006-CARGA-FORNMST-EXIT.

           PERFORM 0008-CARGA-FERIADO
              THRU 0008-CARGA-FERIADO-EXIT.

           PERFORM 0012-CARGA-CAMBIOTB
              THRU 0012-CARGA-CAMBIOTB-EXIT.

           PERFORM 0014-CARGA-SALDOCP
              THRU 0014-CARGA-SALDOCP-EXIT.

           PERFORM 0016-CARGA-PAGTOS
              THRU 0016-CARGA-PAGTOS-EXIT.

           PERFORM 0018-CARGA-RETENCAO
              THRU 0018-CARGA-RETENCAO-EXIT.

           PERFORM 0020-CARGA-VARCAMB
              THRU 0020-CARGA-VARCAMB-EXIT.

           PERFORM 1000-ABRE-SAIDAS
              THRU 1000-ABRE-SAIDAS-EXIT.

           PERFORM 2000-SUBLEDGER
              THRU 2000-SUBLEDGER-EXIT.

           CLOSE LANCFOR.
           CLOSE SUBFORNN.

           IF WSS-TOT-DEBITOS NOT EQUAL WSS-TOT-CREDITOS
              DISPLAY 'COBOL273 - LOTE DE FORNECEDORES DESBALANCEADO'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 5000-CONCILIA-CONTAS
              THRU 5000-CONCILIA-CONTAS-EXIT.

           CLOSE RELSUBF.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL273                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* TITULOS LIDOS        : ' WSS-DUP-LIDOS.
           DISPLAY '* SUBLEDGER ANTERIOR   : ' WSS-SUB-LIDOS.
           DISPLAY '* TITULOS CONTABILIZ.  : ' WSS-QTD-NOVOS.
           DISPLAY '* SEM TAXA DE CAMBIO   : ' WSS-QTD-SEM-TAXA.
           DISPLAY '* PAGAMENTOS BAIXADOS  : ' WSS-QTD-PAGTOS.
           DISPLAY '* TITULOS LIQUIDADOS   : ' WSS-QTD-LIQUIDADOS.
           DISPLAY '* BAIXAS PARCIAIS      : ' WSS-QTD-PARCIAIS.
           DISPLAY '* PAGTOS SEM TITULO    : ' WSS-QTD-SEM-TITULO.
           DISPLAY '* FORA DO DUPLICTA     : ' WSS-QTD-FORA.
           DISPLAY '* EM ABERTO GRAVADOS   : ' WSS-QTD-ABERTOS.
           DISPLAY '* LANCAMENTOS GRAVADOS : ' WSS-QTD-LANC.
           DISPLAY '* DIVERGENCIAS         : ' WSS-QTD-DIVERGENCIAS.
           DISPLAY '*******************************************'.

           IF WSS-QTD-DIVERGENCIAS GREATER 0
              MOVE 4                     TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----
      * CARTAO OPCIONAL COM A DATA DE REFERENCIA
      *----
       0001-CARGA-CARTAO.

           DISPLAY '0001-CARGA-CARTAO'.

           MOVE 0                        TO WSS-DATA-REF.

           OPEN INPUT SUBPARM.

           IF ST-SUBPARM EQUAL 0
              READ SUBPARM
              IF ST-SUBPARM EQUAL 0
                 AND SBP-DATA-REF NUMERIC
                 MOVE SBP-DATA-REF       TO WSS-DATA-REF
              END-IF
              CLOSE SUBPARM
           END-IF.

           IF WSS-DATA-REF EQUAL 0
              MOVE FUNCTION CURRENT-DATE (1:8) TO WSS-DATA-REF
           END-IF.

           MOVE WSS-DATA-REF             TO WSS-DATA-NOTA.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE DATA-DET                 TO CAB-DATA-REF.
           MOVE SPACES                   TO DET01.

           DISPLAY 'COBOL273 - DATA DE REFERENCIA ' WSS-DATA-REF.

       0001-CARGA-CARTAO-EXIT.
           EXIT.

      *----
      * TABELA DE CONTAS (OBRIGATORIA: SEM ELA NAO HA LANCAMENTO)
      *----
       0004-CARGA-FORNCTA.

           DISPLAY '0004-CARGA-FORNCTA'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT FORNCTA.

           IF ST-FORNCTA NOT EQUAL 0 THEN
              DISPLAY 'COBOL273 - ERRO OPEN FORNCTA FS=' ST-FORNCTA
              MOVE ST-FORNCTA            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0005-LER-FORNCTA
              THRU 0005-LER-FORNCTA-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FORNCTA.

           IF WSS-QTD-FCT EQUAL 0
              DISPLAY 'COBOL273 - FORNCTA VAZIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

       0004-CARGA-FORNCTA-EXIT.
           EXIT.

      *----
       0005-LER-FORNCTA.

           READ FORNCTA
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FORNCTA NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL273 - ERRO READ FORNCTA FS=' ST-FORNCTA
              MOVE ST-FORNCTA            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF NOT = 'Y'
              AND WSS-QTD-FCT LESS 1000
              ADD 1                      TO WSS-QTD-FCT
              MOVE FCT-FORNECEDOR        TO
                   TFC-FORNECEDOR (WSS-QTD-FCT)
              MOVE FCT-TIPO              TO TFC-TIPO (WSS-QTD-FCT)
              MOVE FCT-CONTA             TO TFC-CONTA (WSS-QTD-FCT)
              MOVE FCT-NATUREZA          TO
                   TFC-NATUREZA (WSS-QTD-FCT)
           END-IF.

       0005-LER-FORNCTA-EXIT.
           EXIT.

      *----
      * CONDICAO DE MULTA E JUROS (OPCIONAL: SEM O CADASTRO NAO HA
      * APROPRIACAO DE ENCARGOS)
      *----
       0006-CARGA-FORNMST.

           DISPLAY '0006-CARGA-FORNMST'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT FORNMST.

           IF ST-FORNMST EQUAL 35
              GO TO 0006-CARGA-FORNMST-EXIT
           END-IF.

           IF ST-FORNMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL273 - ERRO OPEN FORNMST FS=' ST-FORNMST
              MOVE ST-FORNMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0007-LER-FORNMST
              THRU 0007-LER-FORNMST-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FORNMST.

           MOVE 'N'                      TO WSS-EOF.

       0006-CARGA-FORNMST-EXIT.
           EXIT.

      *----
       0007-LER-FORNMST.

           READ FORNMST
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FORNMST NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL273 - ERRO READ FORNMST FS=' ST-FORNMST
              MOVE ST-FORNMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF NOT = 'Y'
              AND WSS-QTD-FORNS LESS 1000
              ADD 1                      TO WSS-QTD-FORNS
              SET IDX-FOR                TO WSS-QTD-FORNS
              MOVE FOR-CODIGO            TO TFM-CODIGO (IDX-FOR)
              MOVE 0                     TO TFM-MULTA-PCT (IDX-FOR)
                                            TFM-JUROS-DIA (IDX-FOR)
              IF FOR-MULTA-PCT NUMERIC
                 MOVE FOR-MULTA-PCT      TO TFM-MULTA-PCT (IDX-FOR)
              END-IF
              IF FOR-JUROS-DIA NUMERIC
                 MOVE FOR-JUROS-DIA      TO TFM-JUROS-DIA (IDX-FOR)
              END-IF
           END-IF.

       0007-LER-FORNMST-EXIT.
           EXIT.

      *----
      * CALENDARIO DE FERIADOS PARA A CONTAGEM DE DIAS UTEIS DE
      * ATRASO; SEM O ARQUIVO, FINS DE SEMANA AINDA SAO DESCONTADOS
      *----
       0008-CARGA-FERIADO.

           DISPLAY '0008-CARGA-FERIADO'.

           PERFORM 0010-CARGA-SITECFG
              THRU 0010-CARGA-SITECFG-EXIT.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT FERIADO.

           IF ST-FERIADO EQUAL 35
              GO TO 0008-CARGA-FERIADO-EXIT
           END-IF.

           IF ST-FERIADO NOT EQUAL 0 THEN
              DISPLAY 'COBOL273 - ERRO OPEN FERIADO FS=' ST-FERIADO
              MOVE ST-FERIADO            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0009-LER-FERIADO
              THRU 0009-LER-FERIADO-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FERIADO.

           MOVE 'N'                      TO WSS-EOF.

       0008-CARGA-FERIADO-EXIT.
           EXIT.

      *----
       0009-LER-FERIADO.

           READ FERIADO
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FERIADO NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL273 - ERRO READ FERIADO FS=' ST-FERIADO
              MOVE ST-FERIADO            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF NOT = 'Y'
              AND WSS-QTD-FERIADOS LESS 2000
              AND (FERIADO-REGIAO EQUAL SPACES
                   OR FERIADO-REGIAO EQUAL WSS-SITE-REGIAO)
              ADD 1                      TO WSS-QTD-FERIADOS
              SET IDX-FER                TO WSS-QTD-FERIADOS
              MOVE FERIADO-DATA          TO WSS-FERIADO-DATA (IDX-FER)
           END-IF.

       0009-LER-FERIADO-EXIT.
           EXIT.

      *----
      * REGIAO DO SITE (SITECFG): SEM O ARQUIVO SO OS FERIADOS
      * NACIONAIS SAO CARREGADOS
      *----
       0010-CARGA-SITECFG.

           MOVE SPACES                   TO WSS-SITE-REGIAO.

           OPEN INPUT SITECFG.

           IF ST-SITECFG NOT EQUAL 0
              GO TO 0010-CARGA-SITECFG-EXIT
           END-IF.

           READ SITECFG.

           IF ST-SITECFG EQUAL 0
              MOVE SITECFG-REGIAO        TO WSS-SITE-REGIAO
           END-IF.

           CLOSE SITECFG.

       0010-CARGA-SITECFG-EXIT.
           EXIT.

      *----
      * TAXAS DE CAMBIO (COBOL191), OPCIONAL: USADAS SO QUANDO O
      * TITULO EM MOEDA ESTRANGEIRA NAO TRAZ A TAXA DA EMISSAO
      *----
       0012-CARGA-CAMBIOTB.

           DISPLAY '0012-CARGA-CAMBIOTB'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT CAMBIOTB.

           IF ST-CAMBIOTB EQUAL 35
              GO TO 0012-CARGA-CAMBIOTB-EXIT
           END-IF.

           IF ST-CAMBIOTB NOT EQUAL 0 THEN
              DISPLAY 'COBOL273 - ERRO OPEN CAMBIOTB FS=' ST-CAMBIOTB
              MOVE ST-CAMBIOTB           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0013-LER-CAMBIOTB
              THRU 0013-LER-CAMBIOTB-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CAMBIOTB.

           MOVE 'N'                      TO WSS-EOF.

       0012-CARGA-CAMBIOTB-EXIT.
           EXIT.

      *----
       0013-LER-CAMBIOTB.

           READ CAMBIOTB
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CAMBIOTB NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL273 - ERRO READ CAMBIOTB FS=' ST-CAMBIOTB
              MOVE ST-CAMBIOTB           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF NOT = 'Y'
              AND WSS-QTD-TAXAS LESS 500
              ADD 1                      TO WSS-QTD-TAXAS
              MOVE CMB-MOEDA             TO TCM-MOEDA (WSS-QTD-TAXAS)
              MOVE CMB-VIGENCIA          TO
                   TCM-VIGENCIA (WSS-QTD-TAXAS)
              MOVE CMB-TAXA              TO TCM-TAXA (WSS-QTD-TAXAS)
           END-IF.

       0013-LER-CAMBIOTB-EXIT.
           EXIT.

      *----
      * SALDO DE CONTROLE ANTERIOR DAS CONTAS DE FORNECEDORES (NA
      * PRIMEIRA RODADA NAO EXISTE: TODAS AS CONTAS PARTEM DE ZERO)
      *----
       0014-CARGA-SALDOCP.

           DISPLAY '0014-CARGA-SALDOCP'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT SALDOCP.

           IF ST-SALDOCP EQUAL 35
              DISPLAY 'COBOL273 - SALDOCP AUSENTE, CONTAS PARTEM '
                      'DE ZERO'
              GO TO 0014-CARGA-SALDOCP-EXIT
           END-IF.

           IF ST-SALDOCP NOT EQUAL 0 THEN
              DISPLAY 'COBOL273 - ERRO OPEN SALDOCP FS=' ST-SALDOCP
              MOVE ST-SALDOCP            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0015-LER-SALDOCP
              THRU 0015-LER-SALDOCP-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE SALDOCP.

           MOVE 'N'                      TO WSS-EOF.

       0014-CARGA-SALDOCP-EXIT.
           EXIT.

      *----
       0015-LER-SALDOCP.

           READ SALDOCP INTO REG-SALDOCP
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-SALDOCP NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL273 - ERRO READ SALDOCP FS=' ST-SALDOCP
              MOVE ST-SALDOCP            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0015-LER-SALDOCP-EXIT
           END-IF.

           IF SCP-CONTA NOT NUMERIC OR SCP-SALDO NOT NUMERIC
              DISPLAY 'COBOL273 - SALDOCP INVALIDO NA CONTA '
                      SCP-CONTA
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SCP-CONTA                TO WSS-CONTA-SOMA.
           PERFORM ROT-POSICIONA-CONTA
              THRU ROT-POSICIONA-CONTA-EXIT.
           ADD SCP-SALDO                 TO TCT-SALDO-ANT (IDX-CTA).

       0015-LER-SALDOCP-EXIT.
           EXIT.

      *----
      * PAGAMENTOS DO CICLO (SEM O ARQUIVO, NAO HOUVE PAGAMENTO)
      *----
       0016-CARGA-PAGTOS.

           DISPLAY '0016-CARGA-PAGTOS'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT PAGTOS.

           IF ST-PAGTOS EQUAL 35
              GO TO 0016-CARGA-PAGTOS-POSICIONA
           END-IF.

           IF ST-PAGTOS NOT EQUAL 0 THEN
              DISPLAY 'COBOL273 - ERRO OPEN PAGTOS FS=' ST-PAGTOS
              MOVE ST-PAGTOS             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0017-LER-PAGTOS
              THRU 0017-LER-PAGTOS-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE PAGTOS.

           MOVE 'N'                      TO WSS-EOF.

           IF WSS-QTD-PAG GREATER 1
              SORT WSS-PAG-ENTRY ASCENDING TPG-CHAVE
           END-IF.

       0016-CARGA-PAGTOS-POSICIONA.

           DISPLAY ' PAGAMENTOS DO CICLO : ' WSS-QTD-PAG.

           MOVE 1                        TO WSS-CURSOR-PAG.
           PERFORM ROT-POSICIONA-PAG
              THRU ROT-POSICIONA-PAG-EXIT.

       0016-CARGA-PAGTOS-EXIT.
           EXIT.

      *----
       0017-LER-PAGTOS.

           READ PAGTOS
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-PAGTOS NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL273 - ERRO READ PAGTOS FS=' ST-PAGTOS
              MOVE ST-PAGTOS             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0017-LER-PAGTOS-EXIT
           END-IF.

           IF WSS-QTD-PAG NOT LESS 5000
              DISPLAY 'COBOL273 - TABELA DE PAGAMENTOS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE PAG-FORNECEDOR           TO WCP-FORNECEDOR.
           MOVE PAG-NUMERO-NF            TO WCP-NUMERO-NF.
           MOVE 0                        TO WCP-PARCELA.
           IF PAG-PARCELA NUMERIC
              MOVE PAG-PARCELA           TO WCP-PARCELA
           END-IF.

           ADD 1                         TO WSS-QTD-PAG.
           SET IDX-PAG                   TO WSS-QTD-PAG.
           MOVE WSS-CHAVE-PAG            TO TPG-CHAVE (IDX-PAG).
           MOVE PAG-DATA-PAGTO           TO TPG-DATA (IDX-PAG).
           MOVE PAG-VALOR                TO TPG-VALOR (IDX-PAG).
           MOVE PAG-DESC-SITUACAO        TO TPG-DESC-SITUACAO (IDX-PAG).
           MOVE PAG-MOEDA                TO TPG-MOEDA (IDX-PAG).
           MOVE 0                        TO TPG-DESCONTO (IDX-PAG)
                                            TPG-VALOR-MOEDA (IDX-PAG)
                                            TPG-RETIDO (IDX-PAG)
                                            TPG-VARIACAO (IDX-PAG).
           IF PAG-VALOR-DESCONTO NUMERIC
              MOVE PAG-VALOR-DESCONTO    TO TPG-DESCONTO (IDX-PAG)
           END-IF.
           IF PAG-VALOR-MOEDA NUMERIC
              MOVE PAG-VALOR-MOEDA       TO TPG-VALOR-MOEDA (IDX-PAG)
           END-IF.

       0017-LER-PAGTOS-EXIT.
           EXIT.

      *----
      * RETIDO NA FONTE DE CADA PAGAMENTO: O ACUMULADO RETENCAO E
      * PASSADO EM ORDEM DE GRAVACAO E VALE A ULTIMA RETENCAO DO
      * TITULO ATE A DATA DO PAGAMENTO
      *----
       0018-CARGA-RETENCAO.

           DISPLAY '0018-CARGA-RETENCAO'.

           IF WSS-QTD-PAG EQUAL 0
              GO TO 0018-CARGA-RETENCAO-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT RETENCAO.

           IF ST-RETENCAO EQUAL 35
              GO TO 0018-CARGA-RETENCAO-EXIT
           END-IF.

           IF ST-RETENCAO NOT EQUAL 0 THEN
              DISPLAY 'COBOL273 - ERRO OPEN RETENCAO FS=' ST-RETENCAO
              MOVE ST-RETENCAO           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0019-LER-RETENCAO
              THRU 0019-LER-RETENCAO-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE RETENCAO.

           MOVE 'N'                      TO WSS-EOF.

       0018-CARGA-RETENCAO-EXIT.
           EXIT.

      *----
       0019-LER-RETENCAO.

           READ RETENCAO
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-RETENCAO NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL273 - ERRO READ RETENCAO FS=' ST-RETENCAO
              MOVE ST-RETENCAO           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0019-LER-RETENCAO-EXIT
           END-IF.

           MOVE RET-FORNECEDOR           TO WCP-FORNECEDOR.
           MOVE RET-NUMERO-NF            TO WCP-NUMERO-NF.
           MOVE 0                        TO WCP-PARCELA.
           IF RET-PARCELA NUMERIC
              MOVE RET-PARCELA           TO WCP-PARCELA
           END-IF.

           SEARCH ALL WSS-PAG-ENTRY
              AT END
                 CONTINUE
              WHEN TPG-CHAVE (IDX-PAG) EQUAL WSS-CHAVE-PAG
                 IF RET-DATA-PAGTO NOT GREATER TPG-DATA (IDX-PAG)
                    AND RET-TOTAL NUMERIC
                    MOVE RET-TOTAL       TO TPG-RETIDO (IDX-PAG)
                 END-IF
           END-SEARCH.

       0019-LER-RETENCAO-EXIT.
           EXIT.

      *----
      * VARIACAO CAMBIAL DE CADA PAGAMENTO EM MOEDA ESTRANGEIRA
      * (MESMA CHAVE E MESMA DATA DE PAGAMENTO NO VARCAMB)
      *----
       0020-CARGA-VARCAMB.

           DISPLAY '0020-CARGA-VARCAMB'.

           IF WSS-QTD-PAG EQUAL 0
              GO TO 0020-CARGA-VARCAMB-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT VARCAMB.

           IF ST-VARCAMB EQUAL 35
              GO TO 0020-CARGA-VARCAMB-EXIT
           END-IF.

           IF ST-VARCAMB NOT EQUAL 0 THEN
              DISPLAY 'COBOL273 - ERRO OPEN VARCAMB FS=' ST-VARCAMB
              MOVE ST-VARCAMB            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0021-LER-VARCAMB
              THRU 0021-LER-VARCAMB-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE VARCAMB.

           MOVE 'N'                      TO WSS-EOF.

       0020-CARGA-VARCAMB-EXIT.
           EXIT.

      *----
       0021-LER-VARCAMB.

           READ VARCAMB
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-VARCAMB NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL273 - ERRO READ VARCAMB FS=' ST-VARCAMB
              MOVE ST-VARCAMB            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0021-LER-VARCAMB-EXIT
           END-IF.

           MOVE VCB-FORNECEDOR           TO WCP-FORNECEDOR.
           MOVE VCB-NUMERO-NF            TO WCP-NUMERO-NF.
           MOVE 0                        TO WCP-PARCELA.
           IF VCB-PARCELA NUMERIC
              MOVE VCB-PARCELA           TO WCP-PARCELA
           END-IF.

           SEARCH ALL WSS-PAG-ENTRY
              AT END
                 CONTINUE
              WHEN TPG-CHAVE (IDX-PAG) EQUAL WSS-CHAVE-PAG
                 IF VCB-DATA-PAGTO EQUAL TPG-DATA (IDX-PAG)
                    IF VCB-PERDA
                       MOVE VCB-VARIACAO TO TPG-VARIACAO (IDX-PAG)
                    ELSE
                       COMPUTE TPG-VARIACAO (IDX-PAG) =
                               0 - VCB-VARIACAO
                    END-IF
                 END-IF
           END-SEARCH.

       0021-LER-VARCAMB-EXIT.
           EXIT.

      *----
      * RELATORIO, LANCAMENTOS E NOVA GERACAO DO SUBLEDGER
      *----
       1000-ABRE-SAIDAS.

           DISPLAY '1000-ABRE-SAIDAS'.

           OPEN OUTPUT RELSUBF.

           IF ST-RELSUBF NOT EQUAL 0 THEN
              DISPLAY 'COBOL273 - ERRO OPEN RELSUBF FS=' ST-RELSUBF
              MOVE ST-RELSUBF            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT LANCFOR.

           IF ST-LANCFOR NOT EQUAL 0 THEN
              DISPLAY 'COBOL273 - ERRO OPEN LANCFOR FS=' ST-LANCFOR
              MOVE ST-LANCFOR            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT SUBFORNN.

           IF ST-SUBFORNN NOT EQUAL 0 THEN
              DISPLAY 'COBOL273 - ERRO OPEN SUBFORNN FS=' ST-SUBFORNN
              MOVE ST-SUBFORNN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           WRITE REG-RELSUBF FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           MOVE 'EVENTOS E TITULOS EM ABERTO POR FORNECEDOR'
                                         TO CAB02.
           WRITE REG-RELSUBF FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

           WRITE REG-RELSUBF FROM CAB03 AFTER ADVANCING 2
           END-WRITE.

       1000-ABRE-SAIDAS-EXIT.
           EXIT.

      *----
      * BALANCE-LINE DO DUPLICTA (TITULOS EM ABERTO, OBRIGATORIO) COM
      * O SUBLEDGER ANTERIOR (NA PRIMEIRA RODADA NAO EXISTE), AMBOS NA
      * ORDEM FORNECEDOR + NOTA FISCAL + PARCELA:
      * - SO NO DUPLICTA: TITULO NOVO, CONTABILIZA A ENTRADA;
      * - NOS DOIS: TITULO JA CONTABILIZADO;
      * - SO NO SUBLEDGER: SAIU DO DUPLICTA SEM PAGAMENTO, APONTADO
      *   E MANTIDO NO SALDO DA CONTA ATE O ACERTO DA CONTABILIDADE
      *----
       2000-SUBLEDGER.

           DISPLAY '2000-SUBLEDGER'.

           OPEN INPUT DUPLICTA.

           IF ST-DUPLICTA NOT EQUAL 0 THEN
              DISPLAY 'COBOL273 - ERRO OPEN DUPLICTA FS=' ST-DUPLICTA
              MOVE ST-DUPLICTA           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN INPUT SUBFORN.

           IF ST-SUBFORN EQUAL 35
              DISPLAY 'COBOL273 - SUBFORN AUSENTE, PRIMEIRA CARGA'
              MOVE HIGH-VALUES           TO WSS-CHAVE-SUB
           ELSE
              IF ST-SUBFORN NOT EQUAL 0 THEN
                 DISPLAY 'COBOL273 - ERRO OPEN SUBFORN FS=' ST-SUBFORN
                 MOVE ST-SUBFORN         TO RETURN-CODE
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              END-IF
              PERFORM 2002-LER-SUBFORN
                 THRU 2002-LER-SUBFORN-EXIT
           END-IF.

           PERFORM 2001-LER-DUPLICTA
              THRU 2001-LER-DUPLICTA-EXIT.

           PERFORM 2010-CASA-TITULO
              THRU 2010-CASA-TITULO-EXIT
              UNTIL WSS-CHAVE-DUP EQUAL HIGH-VALUES
                AND WSS-CHAVE-SUB EQUAL HIGH-VALUES.

      *----
      * PAGAMENTOS QUE SOBRARAM DEPOIS DO ULTIMO TITULO
      *----
           PERFORM 2410-PAGTO-SEM-TITULO
              THRU 2410-PAGTO-SEM-TITULO-EXIT
              UNTIL WSS-PAG-ATUAL EQUAL HIGH-VALUES.

           IF WSS-FORN-ANT NOT EQUAL SPACES
              PERFORM 2050-QUEBRA-FORNECEDOR
                 THRU 2050-QUEBRA-FORNECEDOR-EXIT
           END-IF.

           CLOSE DUPLICTA.

           IF ST-SUBFORN NOT EQUAL 35
              CLOSE SUBFORN
           END-IF.

           MOVE 'ENTRADAS CONTABILIZADAS'    TO LT-ROTULO.
           MOVE WSS-TOT-ENTRADA          TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'PAGAMENTOS BAIXADOS'    TO LT-ROTULO.
           MOVE WSS-TOT-PAGO             TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'MULTA E JUROS APROPRIADOS NA RODADA' TO LT-ROTULO.
           MOVE WSS-TOT-ENCARGOS         TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'TOTAL EM ABERTO NO SUBLEDGER' TO LT-ROTULO.
           MOVE WSS-TOT-ABERTO           TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

       2000-SUBLEDGER-EXIT.
           EXIT.

      *----
      * DUPLICTA FORA DE ORDEM INVALIDA O BALANCE-LINE
      *----
       2001-LER-DUPLICTA.

           READ DUPLICTA
            AT END MOVE HIGH-VALUES TO WSS-CHAVE-DUP
           END-READ.

           IF WSS-CHAVE-DUP EQUAL HIGH-VALUES
              GO TO 2001-LER-DUPLICTA-EXIT
           END-IF.

           IF ST-DUPLICTA NOT EQUAL 0 THEN
              DISPLAY 'COBOL273 - ERRO READ DUPLICTA FS=' ST-DUPLICTA
              MOVE ST-DUPLICTA           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-DUP-LIDOS.

           MOVE DUP-FORNECEDOR           TO WCD-FORNECEDOR.
           MOVE DUP-NUMERO-NF            TO WCD-NUMERO-NF.
           MOVE 0                        TO WCD-PARCELA.
           IF DUP-PARCELA NUMERIC
              MOVE DUP-PARCELA           TO WCD-PARCELA
           END-IF.

           IF WSS-CHAVE-DUP LESS WSS-CHAVE-DUP-ANT
              DISPLAY 'COBOL273 - DUPLICTA FORA DE ORDEM: '
                      DUP-FORNECEDOR ' NF ' DUP-NUMERO-NF
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE WSS-CHAVE-DUP            TO WSS-CHAVE-DUP-ANT.

       2001-LER-DUPLICTA-EXIT.
           EXIT.

      *----
       2002-LER-SUBFORN.

           READ SUBFORN INTO WSS-SUB-LIDO
            AT END MOVE HIGH-VALUES TO WSS-CHAVE-SUB
           END-READ.

           IF WSS-CHAVE-SUB EQUAL HIGH-VALUES
              GO TO 2002-LER-SUBFORN-EXIT
           END-IF.

           IF ST-SUBFORN NOT EQUAL 0 THEN
              DISPLAY 'COBOL273 - ERRO READ SUBFORN FS=' ST-SUBFORN
              MOVE ST-SUBFORN            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-SUB-LIDOS.

           MOVE WSS-SUB-LIDO (1:40)      TO WSS-CHAVE-SUB.

           IF WSS-CHAVE-SUB LESS WSS-CHAVE-SUB-ANT
              DISPLAY 'COBOL273 - SUBFORN FORA DE ORDEM: '
                      WSS-CHAVE-SUB
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE WSS-CHAVE-SUB            TO WSS-CHAVE-SUB-ANT.

       2002-LER-SUBFORN-EXIT.
           EXIT.

      *----
       2010-CASA-TITULO.

           IF WSS-CHAVE-DUP LESS WSS-CHAVE-SUB
              MOVE WCD-FORNECEDOR        TO WSS-FORN-ATUAL
           ELSE
              MOVE WSS-CHAVE-SUB (1:30)  TO WSS-FORN-ATUAL
           END-IF.

           IF WSS-FORN-ATUAL NOT EQUAL WSS-FORN-ANT
              IF WSS-FORN-ANT NOT EQUAL SPACES
                 PERFORM 2050-QUEBRA-FORNECEDOR
                    THRU 2050-QUEBRA-FORNECEDOR-EXIT
              END-IF
              MOVE WSS-FORN-ATUAL        TO WSS-FORN-ANT
           END-IF.

           IF WSS-CHAVE-DUP LESS WSS-CHAVE-SUB
              PERFORM 2100-TITULO-NOVO
                 THRU 2100-TITULO-NOVO-EXIT
              PERFORM 2001-LER-DUPLICTA
                 THRU 2001-LER-DUPLICTA-EXIT
              GO TO 2010-CASA-TITULO-EXIT
           END-IF.

           IF WSS-CHAVE-DUP EQUAL WSS-CHAVE-SUB
              MOVE WSS-SUB-LIDO          TO REG-SUBFORN
              IF DUP-VALOR NOT EQUAL SUB-VALOR-ABERTO
                 PERFORM ROT-IDENTIFICA-TITULO
                    THRU ROT-IDENTIFICA-TITULO-EXIT
                 MOVE '*DIVERGENTE'      TO EVENTO-DET
                 MOVE DUP-VALOR          TO MASCARA-SINAL
                 MOVE MASCARA-SINAL      TO VALOR-DET
                 MOVE 'VALOR DIF SUBLEDGER'  TO OBS-DET
                 ADD 1                   TO WSS-QTD-DIVERGENCIAS
                 PERFORM ROT-GRAVA-DETALHE
                    THRU ROT-GRAVA-DETALHE-EXIT
              END-IF
              PERFORM 2300-TITULO-ABERTO
                 THRU 2300-TITULO-ABERTO-EXIT
              PERFORM 2001-LER-DUPLICTA
                 THRU 2001-LER-DUPLICTA-EXIT
              PERFORM 2002-LER-SUBFORN
                 THRU 2002-LER-SUBFORN-EXIT
              GO TO 2010-CASA-TITULO-EXIT
           END-IF.

           PERFORM 2200-TITULO-FORA
              THRU 2200-TITULO-FORA-EXIT.

           PERFORM 2002-LER-SUBFORN
              THRU 2002-LER-SUBFORN-EXIT.

       2010-CASA-TITULO-EXIT.
           EXIT.

      *----
      * TOTAL EM ABERTO DO FORNECEDOR (PRINCIPAL MAIS ENCARGOS)
      *----
       2050-QUEBRA-FORNECEDOR.

           MOVE 'TOTAL EM ABERTO '       TO LT-ROTULO.
           MOVE WSS-FORN-ANT             TO LT-ROTULO (17:30).
           MOVE WSS-ABERTO-FORN          TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 0                        TO WSS-ABERTO-FORN.

       2050-QUEBRA-FORNECEDOR-EXIT.
           EXIT.

      *----
      * TITULO NOVO: PRINCIPAL EM REAIS (MOEDA ESTRANGEIRA PELA TAXA
      * GRAVADA PELO COBOL264 OU, NA FALTA DELA, A DO CAMBIOTB NA
      * EMISSAO). SEM TAXA O TITULO NAO E CONTABILIZADO NEM ENTRA NO
      * SUBLEDGER, E VOLTA NA PROXIMA RODADA
      *----
       2100-TITULO-NOVO.

           MOVE 'N'                      TO WSS-TITULO-CONTABIL.
           MOVE 'N'                      TO WSS-TITULO-LIQUIDADO.

           MOVE DUP-MOEDA                TO WSS-MOEDA-TIT.
           IF WSS-MOEDA-TIT EQUAL 'BRL'
              OR WSS-MOEDA-TIT EQUAL LOW-VALUES
              MOVE SPACES                TO WSS-MOEDA-TIT
           END-IF.

           MOVE 0                        TO WSS-TAXA-EMISSAO.

           IF WSS-MOEDA-TIT EQUAL SPACES
              MOVE DUP-VALOR             TO WSS-PRINCIPAL
           ELSE
              IF DUP-TAXA-EMISSAO NUMERIC
                 MOVE DUP-TAXA-EMISSAO   TO WSS-TAXA-EMISSAO
              END-IF
              IF WSS-TAXA-EMISSAO EQUAL 0
                 AND DUP-DATA-EMISSAO NUMERIC
                 AND DUP-DATA-EMISSAO GREATER 0
                 MOVE WSS-MOEDA-TIT      TO WSS-MOEDA
                 MOVE DUP-DATA-EMISSAO   TO WSS-DATA-TAXA
                 PERFORM ROT-ACHA-TAXA
                    THRU ROT-ACHA-TAXA-EXIT
                 MOVE WSS-TAXA-ACHADA    TO WSS-TAXA-EMISSAO
              END-IF
              COMPUTE WSS-PRINCIPAL ROUNDED =
                      DUP-VALOR * WSS-TAXA-EMISSAO
           END-IF.

           MOVE SPACES                   TO REG-SUBFORN.
           MOVE WCD-FORNECEDOR           TO SUB-FORNECEDOR.
           MOVE WCD-NUMERO-NF            TO SUB-NUMERO-NF.
           MOVE WCD-PARCELA              TO SUB-PARCELA.

           IF WSS-MOEDA-TIT NOT EQUAL SPACES
              AND WSS-TAXA-EMISSAO EQUAL 0
              ADD 1                      TO WSS-QTD-SEM-TAXA
              ADD 1                      TO WSS-QTD-DIVERGENCIAS
              PERFORM ROT-IDENTIFICA-TITULO
                 THRU ROT-IDENTIFICA-TITULO-EXIT
              MOVE '*NAO CONTAB'         TO EVENTO-DET
              MOVE 'SEM TAXA NA EMISSAO' TO OBS-DET
              PERFORM ROT-GRAVA-DETALHE
                 THRU ROT-GRAVA-DETALHE-EXIT
              PERFORM 2400-PAGAMENTOS-TITULO
                 THRU 2400-PAGAMENTOS-TITULO-EXIT
              GO TO 2100-TITULO-NOVO-EXIT
           END-IF.

           MOVE 'S'                      TO WSS-TITULO-CONTABIL.
           ADD 1                         TO WSS-QTD-NOVOS.
           ADD WSS-PRINCIPAL             TO WSS-TOT-ENTRADA.

           MOVE WSS-DATA-REF             TO SUB-DATA-ENTRADA.
           MOVE DUP-MOEDA                TO SUB-MOEDA.
           MOVE WSS-TAXA-EMISSAO         TO SUB-TAXA-EMISSAO.
           MOVE DUP-VALOR                TO SUB-VALOR-ABERTO.
           MOVE WSS-PRINCIPAL            TO SUB-PRINCIPAL.
           MOVE 0                        TO SUB-ENCARGOS
                                            SUB-DATA-ENCARGOS.

           MOVE 'ENTR'                   TO WSS-EVENTO-LANC.

           MOVE 'NFDE'                   TO WSS-TIPO-LANC.
           MOVE WSS-PRINCIPAL            TO WSS-VALOR-LANC.
           PERFORM 3200-GRAVA-LANCAMENTO
              THRU 3200-GRAVA-LANCAMENTO-EXIT.

           MOVE 'NFFO'                   TO WSS-TIPO-LANC.
           MOVE WSS-PRINCIPAL            TO WSS-VALOR-LANC.
           PERFORM 3200-GRAVA-LANCAMENTO
              THRU 3200-GRAVA-LANCAMENTO-EXIT.

           MOVE WSS-CONTA-ACHADA         TO SUB-CONTA-PASSIVO.

           PERFORM ROT-IDENTIFICA-TITULO
              THRU ROT-IDENTIFICA-TITULO-EXIT.
           MOVE 'ENTRADA'                TO EVENTO-DET.
           MOVE WSS-PRINCIPAL            TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO PRINCIPAL-DET.
           MOVE DUP-VALOR                TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO VALOR-DET.
           PERFORM ROT-GRAVA-DETALHE
              THRU ROT-GRAVA-DETALHE-EXIT.

           PERFORM 2300-TITULO-ABERTO
              THRU 2300-TITULO-ABERTO-EXIT.

       2100-TITULO-NOVO-EXIT.
           EXIT.

      *----
      * TITULO DO SUBLEDGER QUE SAIU DO DUPLICTA SEM PAGAMENTO NO
      * PAGTOS: NAO HA LANCAMENTO AUTOMATICO; O SALDO FICA NA CONTA
      * E APARECE COMO DIFERENCA NA CONCILIACAO
      *----
       2200-TITULO-FORA.

           MOVE WSS-SUB-LIDO             TO REG-SUBFORN.

           ADD 1                         TO WSS-QTD-FORA.
           ADD 1                         TO WSS-QTD-DIVERGENCIAS.

           MOVE SUB-FORNECEDOR           TO FORN-DET.
           MOVE SPACES                   TO NF-DET.
           MOVE SUB-NUMERO-NF            TO NF-DET (1:8).
           MOVE '-'                      TO NF-DET (9:1).
           MOVE SUB-PARCELA              TO NF-DET (10:2).
           MOVE SUB-MOEDA                TO MOEDA-DET.
           MOVE SUB-DATA-ENTRADA         TO WSS-DATA-NOTA.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE '*FORA DUPLIC'           TO EVENTO-DET.
           MOVE SUB-PRINCIPAL            TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO PRINCIPAL-DET.
           MOVE SUB-ENCARGOS             TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO ENCARGOS-DET.
           MOVE 'SAIU SEM PAGAMENTO'     TO OBS-DET.
           PERFORM ROT-GRAVA-DETALHE
              THRU ROT-GRAVA-DETALHE-EXIT.

       2200-TITULO-FORA-EXIT.
           EXIT.

      *----
      * TITULO CONTABILIZADO: BAIXA OS PAGAMENTOS DO CICLO, APROPRIA
      * MULTA E JUROS DO QUE SEGUE EM ABERTO E GRAVA NO SUBLEDGER
      *----
       2300-TITULO-ABERTO.

           MOVE 'S'                      TO WSS-TITULO-CONTABIL.
           MOVE 'N'                      TO WSS-TITULO-LIQUIDADO.

           PERFORM 2400-PAGAMENTOS-TITULO
              THRU 2400-PAGAMENTOS-TITULO-EXIT.

           IF WSS-TITULO-LIQUIDADO EQUAL 'S'
              GO TO 2300-TITULO-ABERTO-EXIT
           END-IF.

           PERFORM 2600-APROPRIA-ENCARGOS
              THRU 2600-APROPRIA-ENCARGOS-EXIT.

           PERFORM 2700-GRAVA-SUBFORNN
              THRU 2700-GRAVA-SUBFORNN-EXIT.

       2300-TITULO-ABERTO-EXIT.
           EXIT.

      *----
      * PAGAMENTOS DE CHAVE MENOR QUE A DO TITULO NAO TEM TITULO NO
      * DUPLICTA; OS DE CHAVE IGUAL SAO BAIXADOS ATE LIQUIDAR
      *----
       2400-PAGAMENTOS-TITULO.

           PERFORM 2410-PAGTO-SEM-TITULO
              THRU 2410-PAGTO-SEM-TITULO-EXIT
              UNTIL WSS-PAG-ATUAL NOT LESS WSS-CHAVE-DUP.

           PERFORM 2420-BAIXA-PAGAMENTO
              THRU 2420-BAIXA-PAGAMENTO-EXIT
              UNTIL WSS-PAG-ATUAL NOT EQUAL WSS-CHAVE-DUP
                 OR WSS-TITULO-LIQUIDADO EQUAL 'S'.

       2400-PAGAMENTOS-TITULO-EXIT.
           EXIT.

      *----
       2410-PAGTO-SEM-TITULO.

           SET IDX-PAG                   TO WSS-CURSOR-PAG.
           MOVE TPG-CHAVE (IDX-PAG)      TO WSS-CHAVE-PAG.

           ADD 1                         TO WSS-QTD-SEM-TITULO.
           ADD 1                         TO WSS-QTD-DIVERGENCIAS.

           MOVE WCP-FORNECEDOR           TO FORN-DET.
           MOVE SPACES                   TO NF-DET.
           MOVE WCP-NUMERO-NF            TO NF-DET (1:8).
           MOVE '-'                      TO NF-DET (9:1).
           MOVE WCP-PARCELA              TO NF-DET (10:2).
           MOVE TPG-MOEDA (IDX-PAG)      TO MOEDA-DET.
           MOVE TPG-DATA (IDX-PAG)       TO WSS-DATA-NOTA.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE '*PAGTO S/TIT'           TO EVENTO-DET.
           MOVE TPG-VALOR (IDX-PAG)      TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO VALOR-DET.
           MOVE 'SEM TITULO EM ABERTO'   TO OBS-DET.
           PERFORM ROT-GRAVA-DETALHE
              THRU ROT-GRAVA-DETALHE-EXIT.

           ADD 1                         TO WSS-CURSOR-PAG.
           PERFORM ROT-POSICIONA-PAG
              THRU ROT-POSICIONA-PAG-EXIT.

       2410-PAGTO-SEM-TITULO-EXIT.
           EXIT.

      *----
      * BAIXA DO PAGAMENTO. A LIQUIDACAO SEGUE A REGRA DO COBOL174
      * (EM REAIS PELO PAG-VALOR, EM MOEDA ESTRANGEIRA PELO VALOR NA
      * MOEDA). NA LIQUIDACAO, O QUE O PAG-VALOR TRAZ ALEM DO
      * PRINCIPAL E DA VARIACAO CAMBIAL SAO OS ENCARGOS PAGOS, E O
      * APROPRIADO E ACERTADO PARA ELES; A BAIXA PARCIAL ABATE SO O
      * PRINCIPAL. FORNECEDORES A PAGAR E ENCARGOS A PAGAR SAO
      * DEBITADOS PELO PAG-VALOR MENOS O RETIDO (O RETIDO E DEBITADO
      * PELO COBOL263), CONTRA O BANCO E O DESCONTO CAPTURADO
      *----
       2420-BAIXA-PAGAMENTO.

           SET IDX-PAG                   TO WSS-CURSOR-PAG.

           PERFORM ROT-IDENTIFICA-TITULO
              THRU ROT-IDENTIFICA-TITULO-EXIT.
           MOVE TPG-DATA (IDX-PAG)       TO WSS-DATA-NOTA.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE TPG-VALOR (IDX-PAG)      TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO VALOR-DET.

           IF WSS-TITULO-CONTABIL NOT EQUAL 'S'
              ADD 1                      TO WSS-QTD-DIVERGENCIAS
              MOVE '*PAGTO NAO B'        TO EVENTO-DET
              MOVE 'TITULO NAO CONTABIL' TO OBS-DET
              PERFORM ROT-GRAVA-DETALHE
                 THRU ROT-GRAVA-DETALHE-EXIT
              GO TO 2420-BAIXA-PAGAMENTO-AVANCA
           END-IF.

           MOVE SUB-MOEDA                TO WSS-MOEDA-TIT.
           IF WSS-MOEDA-TIT EQUAL 'BRL'
              OR WSS-MOEDA-TIT EQUAL LOW-VALUES
              MOVE SPACES                TO WSS-MOEDA-TIT
           END-IF.

           MOVE TPG-MOEDA (IDX-PAG)      TO WSS-MOEDA-PAGTO.
           IF WSS-MOEDA-PAGTO EQUAL 'BRL'
              OR WSS-MOEDA-PAGTO EQUAL LOW-VALUES
              MOVE SPACES                TO WSS-MOEDA-PAGTO
           END-IF.

           IF WSS-MOEDA-TIT NOT EQUAL WSS-MOEDA-PAGTO
              ADD 1                      TO WSS-QTD-DIVERGENCIAS
              MOVE '*PAGTO NAO B'        TO EVENTO-DET
              MOVE 'MOEDA DIVERGENTE'    TO OBS-DET
              PERFORM ROT-GRAVA-DETALHE
                 THRU ROT-GRAVA-DETALHE-EXIT
              GO TO 2420-BAIXA-PAGAMENTO-AVANCA
           END-IF.

           ADD 1                         TO WSS-QTD-PAGTOS.
           ADD TPG-VALOR (IDX-PAG)       TO WSS-TOT-PAGO.

           IF WSS-MOEDA-TIT EQUAL SPACES
              MOVE TPG-VALOR (IDX-PAG)   TO WSS-VALOR-BAIXA
           ELSE
              MOVE TPG-VALOR-MOEDA (IDX-PAG) TO WSS-VALOR-BAIXA
           END-IF.

           MOVE 0                        TO WSS-ENCARGOS-PAGOS.

           IF WSS-VALOR-BAIXA NOT LESS SUB-VALOR-ABERTO
              MOVE 'S'                   TO WSS-TITULO-LIQUIDADO
              MOVE SUB-PRINCIPAL         TO WSS-PRINC-BAIXA
              COMPUTE WSS-ENCARGOS-PAGOS =
                      TPG-VALOR (IDX-PAG) - WSS-PRINC-BAIXA
                      - TPG-VARIACAO (IDX-PAG)
              IF WSS-ENCARGOS-PAGOS LESS 0
                 MOVE 0                  TO WSS-ENCARGOS-PAGOS
              END-IF
           ELSE
              IF WSS-MOEDA-TIT EQUAL SPACES
                 MOVE TPG-VALOR (IDX-PAG) TO WSS-PRINC-BAIXA
              ELSE
                 COMPUTE WSS-PRINC-BAIXA ROUNDED =
                         TPG-VALOR-MOEDA (IDX-PAG) * SUB-TAXA-EMISSAO
              END-IF
              IF WSS-PRINC-BAIXA GREATER SUB-PRINCIPAL
                 MOVE SUB-PRINCIPAL      TO WSS-PRINC-BAIXA
              END-IF
           END-IF.

           MOVE 'BAIX'                   TO WSS-EVENTO-LANC.

           IF WSS-TITULO-LIQUIDADO EQUAL 'S'
              COMPUTE WSS-AJUSTE = WSS-ENCARGOS-PAGOS - SUB-ENCARGOS
              ADD WSS-AJUSTE             TO WSS-TOT-ENCARGOS
              MOVE 'ENDE'                TO WSS-TIPO-LANC
              MOVE WSS-AJUSTE            TO WSS-VALOR-LANC
              PERFORM 3200-GRAVA-LANCAMENTO
                 THRU 3200-GRAVA-LANCAMENTO-EXIT
              MOVE 'ENFO'                TO WSS-TIPO-LANC
              MOVE WSS-AJUSTE            TO WSS-VALOR-LANC
              PERFORM 3200-GRAVA-LANCAMENTO
                 THRU 3200-GRAVA-LANCAMENTO-EXIT
           END-IF.

           MOVE 0                        TO WSS-DESCONTO.
           IF TPG-DESC-SITUACAO (IDX-PAG) EQUAL 'C'
              MOVE TPG-DESCONTO (IDX-PAG) TO WSS-DESCONTO
           END-IF.

      *----
      * OS ENCARGOS PAGOS BAIXAM A CONTA DE ENCARGOS A PAGAR ('ENFO',
      * ESTORNO DO CREDITO) E O RESTANTE A DE FORNECEDORES
      *----
           IF WSS-ENCARGOS-PAGOS GREATER 0
              MOVE 'ENFO'                TO WSS-TIPO-LANC
              COMPUTE WSS-VALOR-LANC = 0 - WSS-ENCARGOS-PAGOS
              PERFORM 3200-GRAVA-LANCAMENTO
                 THRU 3200-GRAVA-LANCAMENTO-EXIT
           END-IF.

           COMPUTE WSS-VALOR-FORN =
                   TPG-VALOR (IDX-PAG) - TPG-RETIDO (IDX-PAG)
                   - WSS-ENCARGOS-PAGOS.

           MOVE 'PGFO'                   TO WSS-TIPO-LANC.
           MOVE WSS-VALOR-FORN           TO WSS-VALOR-LANC.
           PERFORM 3200-GRAVA-LANCAMENTO
              THRU 3200-GRAVA-LANCAMENTO-EXIT.
           MOVE WSS-CONTA-ACHADA         TO WSS-CONTA-PGFO.

           MOVE 'PGBC'                   TO WSS-TIPO-LANC.
           COMPUTE WSS-VALOR-LANC = TPG-VALOR (IDX-PAG)
                                  - TPG-RETIDO (IDX-PAG) - WSS-DESCONTO.
           PERFORM 3200-GRAVA-LANCAMENTO
              THRU 3200-GRAVA-LANCAMENTO-EXIT.

           MOVE 'PGDS'                   TO WSS-TIPO-LANC.
           MOVE WSS-DESCONTO             TO WSS-VALOR-LANC.
           PERFORM 3200-GRAVA-LANCAMENTO
              THRU 3200-GRAVA-LANCAMENTO-EXIT.

      *----
      * RETIDO (DEBITO DO COBOL263) E VARIACAO CAMBIAL (PERDA A
      * CREDITO E GANHO A DEBITO NO COBOL270) TAMBEM MOVIMENTAM A
      * CONTA DE FORNECEDORES NO CONTROLE
      *----
           MOVE WSS-CONTA-PGFO           TO WSS-CONTA-SOMA.
           COMPUTE WSS-VALOR-SOMA = TPG-VARIACAO (IDX-PAG)
                                  - TPG-RETIDO (IDX-PAG).
           PERFORM 3300-MOVIMENTA-CONTA
              THRU 3300-MOVIMENTA-CONTA-EXIT.

           MOVE WSS-PRINC-BAIXA          TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO PRINCIPAL-DET.
           MOVE WSS-ENCARGOS-PAGOS       TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO ENCARGOS-DET.

           IF TPG-RETIDO (IDX-PAG) GREATER 0
              OR TPG-VARIACAO (IDX-PAG) NOT EQUAL 0
              MOVE 'COM RETIDO/VARIACAO' TO OBS-DET
           END-IF.

           IF WSS-TITULO-LIQUIDADO EQUAL 'S'
              ADD 1                      TO WSS-QTD-LIQUIDADOS
              MOVE 'LIQUIDACAO'          TO EVENTO-DET
              MOVE 0                     TO SUB-VALOR-ABERTO
                                            SUB-PRINCIPAL
                                            SUB-ENCARGOS
           ELSE
              ADD 1                      TO WSS-QTD-PARCIAIS
              MOVE 'BAIXA PARC'          TO EVENTO-DET
              SUBTRACT WSS-VALOR-BAIXA   FROM SUB-VALOR-ABERTO
              SUBTRACT WSS-PRINC-BAIXA   FROM SUB-PRINCIPAL
           END-IF.

           PERFORM ROT-GRAVA-DETALHE
              THRU ROT-GRAVA-DETALHE-EXIT.

       2420-BAIXA-PAGAMENTO-AVANCA.

           MOVE SPACES                   TO DET01.

           ADD 1                         TO WSS-CURSOR-PAG.
           PERFORM ROT-POSICIONA-PAG
              THRU ROT-POSICIONA-PAG-EXIT.

       2420-BAIXA-PAGAMENTO-EXIT.
           EXIT.

      *----
      * MULTA E JUROS DO TITULO VENCIDO ATE A DATA DE REFERENCIA
      * (REGRA DO COBOL119, SOBRE O PRINCIPAL EM ABERTO): LANCA SO A
      * DIFERENCA PARA O JA APROPRIADO, ESTORNANDO QUANDO CAI
      *----
       2600-APROPRIA-ENCARGOS.

           MOVE 0                        TO WSS-ENCARGOS.
           MOVE 0                        TO WSS-DIAS-UTEIS.

           IF DUP-DATA-VENCIMENTO NOT NUMERIC
              OR DUP-DATA-VENCIMENTO EQUAL 0
              OR DUP-DATA-VENCIMENTO NOT LESS WSS-DATA-REF
              GO TO 2600-APROPRIA-ENCARGOS-LANCA
           END-IF.

           MOVE 0                        TO WSS-MULTA-PCT
                                            WSS-JUROS-DIA.

           IF WSS-QTD-FORNS GREATER 0
              SET IDX-FOR TO 1
              SEARCH WSS-FOR-ENTRY
                 AT END
                    CONTINUE
                 WHEN TFM-CODIGO (IDX-FOR) EQUAL SUB-FORNECEDOR
                    MOVE TFM-MULTA-PCT (IDX-FOR) TO WSS-MULTA-PCT
                    MOVE TFM-JUROS-DIA (IDX-FOR) TO WSS-JUROS-DIA
              END-SEARCH
           END-IF.

           IF WSS-MULTA-PCT EQUAL 0 AND WSS-JUROS-DIA EQUAL 0
              GO TO 2600-APROPRIA-ENCARGOS-LANCA
           END-IF.

           PERFORM 2610-CONTA-DIAS-UTEIS
              THRU 2610-CONTA-DIAS-UTEIS-EXIT.

           COMPUTE WSS-ENCARGOS ROUNDED =
                   (SUB-PRINCIPAL * WSS-MULTA-PCT / 100)
                   + (SUB-PRINCIPAL * WSS-JUROS-DIA * WSS-DIAS-UTEIS).

       2600-APROPRIA-ENCARGOS-LANCA.

           COMPUTE WSS-AJUSTE = WSS-ENCARGOS - SUB-ENCARGOS.

           IF WSS-AJUSTE EQUAL 0
              GO TO 2600-APROPRIA-ENCARGOS-EXIT
           END-IF.

           ADD WSS-AJUSTE                TO WSS-TOT-ENCARGOS.

           MOVE 'ENCG'                   TO WSS-EVENTO-LANC.

           MOVE 'ENDE'                   TO WSS-TIPO-LANC.
           MOVE WSS-AJUSTE               TO WSS-VALOR-LANC.
           PERFORM 3200-GRAVA-LANCAMENTO
              THRU 3200-GRAVA-LANCAMENTO-EXIT.

           MOVE 'ENFO'                   TO WSS-TIPO-LANC.
           MOVE WSS-AJUSTE               TO WSS-VALOR-LANC.
           PERFORM 3200-GRAVA-LANCAMENTO
              THRU 3200-GRAVA-LANCAMENTO-EXIT.

           MOVE WSS-ENCARGOS             TO SUB-ENCARGOS.
           MOVE WSS-DATA-REF             TO SUB-DATA-ENCARGOS.

           PERFORM ROT-IDENTIFICA-TITULO
              THRU ROT-IDENTIFICA-TITULO-EXIT.
           MOVE 'ENCARGOS'               TO EVENTO-DET.
           MOVE WSS-AJUSTE               TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO ENCARGOS-DET.
           IF WSS-AJUSTE LESS 0
              MOVE 'ESTORNO'             TO OBS-DET
           ELSE
              MOVE WSS-DIAS-UTEIS        TO MASCARA-QTDE
              MOVE MASCARA-QTDE (10:5)   TO OBS-DET
              MOVE ' DIAS UTEIS'         TO OBS-DET (6:11)
           END-IF.
           PERFORM ROT-GRAVA-DETALHE
              THRU ROT-GRAVA-DETALHE-EXIT.

       2600-APROPRIA-ENCARGOS-EXIT.
           EXIT.

      *----
      * DIAS UTEIS ENTRE O VENCIMENTO E A DATA DE REFERENCIA: AVANCA
      * UM DIA POR VEZ DESCONTANDO SABADO/DOMINGO (RESTO 5/6 DA
      * CONTAGEM DO COBOL096) E OS FERIADOS CADASTRADOS
      *----
       2610-CONTA-DIAS-UTEIS.

           MOVE FUNCTION INTEGER-OF-DATE (DUP-DATA-VENCIMENTO)
                TO WSS-DATA-CORR.
           MOVE FUNCTION INTEGER-OF-DATE (WSS-DATA-REF)
                TO WSS-DATA-REF-INT.

           PERFORM 2611-AVANCA-DIA
              THRU 2611-AVANCA-DIA-EXIT
              UNTIL WSS-DATA-CORR NOT LESS WSS-DATA-REF-INT.

       2610-CONTA-DIAS-UTEIS-EXIT.
           EXIT.

      *----
       2611-AVANCA-DIA.

           ADD 1                         TO WSS-DATA-CORR.

           COMPUTE WSS-DIA-SEMANA =
                   FUNCTION MOD (WSS-DATA-CORR - 1, 7).

           IF WSS-DIA-SEMANA EQUAL 5 OR WSS-DIA-SEMANA EQUAL 6
              GO TO 2611-AVANCA-DIA-EXIT
           END-IF.

           MOVE FUNCTION DATE-OF-INTEGER (WSS-DATA-CORR)
                TO WSS-DATA-AAAAMMDD.

           IF WSS-QTD-FERIADOS GREATER 0
              SET IDX-FER TO 1
              SEARCH WSS-FERIADO-ENTRY
                 AT END
                    ADD 1                TO WSS-DIAS-UTEIS
                 WHEN WSS-FERIADO-DATA (IDX-FER) EQUAL
                      WSS-DATA-AAAAMMDD
                    CONTINUE
              END-SEARCH
           ELSE
              ADD 1                      TO WSS-DIAS-UTEIS
           END-IF.

       2611-AVANCA-DIA-EXIT.
           EXIT.

      *----
      * TITULO QUE SEGUE EM ABERTO: NOVA GERACAO DO SUBLEDGER E EM
      * ABERTO DO CONTROLE (PRINCIPAL NA CONTA CREDITADA NA ENTRADA,
      * ENCARGOS NA CONTA DO TIPO 'ENFO' DO FORNECEDOR)
      *----
       2700-GRAVA-SUBFORNN.

           WRITE REG-SUBFORNN FROM REG-SUBFORN.

           IF ST-SUBFORNN NOT EQUAL 0 THEN
              DISPLAY 'COBOL273 - ERRO WRITE SUBFORNN FS=' ST-SUBFORNN
              MOVE ST-SUBFORNN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-ABERTOS.

           MOVE SUB-CONTA-PASSIVO        TO WSS-CONTA-SOMA.
           MOVE SUB-PRINCIPAL            TO WSS-VALOR-SOMA.
           PERFORM 3310-SOMA-ABERTO
              THRU 3310-SOMA-ABERTO-EXIT.

           IF SUB-ENCARGOS GREATER 0
              MOVE 'ENFO'                TO WSS-TIPO-LANC
              PERFORM 3220-ACHA-CONTA
                 THRU 3220-ACHA-CONTA-EXIT
              MOVE WSS-CONTA-ACHADA      TO WSS-CONTA-SOMA
              MOVE SUB-ENCARGOS          TO WSS-VALOR-SOMA
              PERFORM 3310-SOMA-ABERTO
                 THRU 3310-SOMA-ABERTO-EXIT
           END-IF.

           COMPUTE WSS-ABERTO-TIT = SUB-PRINCIPAL + SUB-ENCARGOS.
           ADD WSS-ABERTO-TIT            TO WSS-ABERTO-FORN.
           ADD WSS-ABERTO-TIT            TO WSS-TOT-ABERTO.

           PERFORM ROT-IDENTIFICA-TITULO
              THRU ROT-IDENTIFICA-TITULO-EXIT.
           MOVE 'EM ABERTO'              TO EVENTO-DET.
           MOVE SUB-PRINCIPAL            TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO PRINCIPAL-DET.
           MOVE SUB-ENCARGOS             TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO ENCARGOS-DET.
           MOVE WSS-ABERTO-TIT           TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO VALOR-DET.
           PERFORM ROT-GRAVA-DETALHE
              THRU ROT-GRAVA-DETALHE-EXIT.

       2700-GRAVA-SUBFORNN-EXIT.
           EXIT.

      *----
      * LANCAMENTO DO EVENTO NA CONTA DO TIPO PARA O FORNECEDOR DO
      * TITULO; O DE FORNECEDORES A PAGAR MOVIMENTA O CONTROLE
      *----
       3200-GRAVA-LANCAMENTO.

           PERFORM 3220-ACHA-CONTA
              THRU 3220-ACHA-CONTA-EXIT.

           IF WSS-VALOR-LANC EQUAL 0
              GO TO 3200-GRAVA-LANCAMENTO-EXIT
           END-IF.

           IF WSS-VALOR-LANC LESS 0
              COMPUTE WSS-VALOR-ABS = 0 - WSS-VALOR-LANC
              IF WSS-NATUREZA-ACHADA EQUAL 'D'
                 MOVE 'C'                TO WSS-NATUREZA-ACHADA
              ELSE
                 MOVE 'D'                TO WSS-NATUREZA-ACHADA
              END-IF
           ELSE
              MOVE WSS-VALOR-LANC        TO WSS-VALOR-ABS
           END-IF.

           MOVE SPACES                   TO REG-LANCFOR.
           MOVE WSS-CONTA-ACHADA         TO LGL-CONTA.
           MOVE WSS-NATUREZA-ACHADA      TO LGL-NATUREZA.
           MOVE WSS-VALOR-ABS            TO LGL-VALOR.
           MOVE SPACES                   TO LGL-DEPTO.
           MOVE WSS-TIPO-LANC            TO LGL-TIPO.
           STRING WSS-EVENTO-LANC        DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  SUB-FORNECEDOR (1:13)  DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  SUB-NUMERO-NF          DELIMITED BY SIZE
                  '-'                    DELIMITED BY SIZE
                  SUB-PARCELA            DELIMITED BY SIZE
                  INTO LGL-HISTORICO
           END-STRING.

           WRITE REG-LANCFOR.

           IF ST-LANCFOR NOT EQUAL 0 THEN
              DISPLAY 'COBOL273 - ERRO WRITE LANCFOR FS=' ST-LANCFOR
              MOVE ST-LANCFOR            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-LANC.

           IF WSS-NATUREZA-ACHADA EQUAL 'D'
              ADD WSS-VALOR-ABS          TO WSS-TOT-DEBITOS
           ELSE
              ADD WSS-VALOR-ABS          TO WSS-TOT-CREDITOS
           END-IF.

           IF WSS-TIPO-PASSIVO
              MOVE WSS-CONTA-ACHADA      TO WSS-CONTA-SOMA
              IF WSS-NATUREZA-ACHADA EQUAL 'C'
                 MOVE WSS-VALOR-ABS      TO WSS-VALOR-SOMA
              ELSE
                 COMPUTE WSS-VALOR-SOMA = 0 - WSS-VALOR-ABS
              END-IF
              PERFORM 3300-MOVIMENTA-CONTA
                 THRU 3300-MOVIMENTA-CONTA-EXIT
           END-IF.

       3200-GRAVA-LANCAMENTO-EXIT.
           EXIT.

      *----
      * CONTA DO TIPO PARA O FORNECEDOR; A LINHA CURINGA ('*') SO
      * VALE SE O FORNECEDOR NAO TIVER LINHA PROPRIA
      *----
       3210-PROCURA-CONTA.

           IF TFC-TIPO (WSS-IDX) NOT EQUAL WSS-TIPO-LANC
              GO TO 3210-PROCURA-CONTA-EXIT
           END-IF.

           IF TFC-FORNECEDOR (WSS-IDX) EQUAL SUB-FORNECEDOR
              MOVE TFC-CONTA (WSS-IDX)    TO WSS-CONTA-ACHADA
              MOVE TFC-NATUREZA (WSS-IDX) TO WSS-NATUREZA-ACHADA
              MOVE 'Y'                    TO WSS-ACHOU-FORN
              GO TO 3210-PROCURA-CONTA-EXIT
           END-IF.

           IF TFC-FORNECEDOR (WSS-IDX) EQUAL '*'
              AND WSS-CONTA-ACHADA EQUAL 0
              MOVE TFC-CONTA (WSS-IDX)    TO WSS-CONTA-ACHADA
              MOVE TFC-NATUREZA (WSS-IDX) TO WSS-NATUREZA-ACHADA
           END-IF.

       3210-PROCURA-CONTA-EXIT.
           EXIT.

      *----
       3220-ACHA-CONTA.

           MOVE 0                        TO WSS-CONTA-ACHADA.
           MOVE 'N'                      TO WSS-ACHOU-FORN.

           PERFORM 3210-PROCURA-CONTA
              THRU 3210-PROCURA-CONTA-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX > WSS-QTD-FCT
                 OR WSS-ACHOU-FORN EQUAL 'Y'.

           IF WSS-CONTA-ACHADA EQUAL 0
              DISPLAY 'COBOL273 - SEM CONTA NA FORNCTA PARA O TIPO '
                      WSS-TIPO-LANC ' FORNECEDOR ' SUB-FORNECEDOR
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       3220-ACHA-CONTA-EXIT.
           EXIT.

      *----
       3300-MOVIMENTA-CONTA.

           PERFORM ROT-POSICIONA-CONTA
              THRU ROT-POSICIONA-CONTA-EXIT.

           ADD WSS-VALOR-SOMA            TO TCT-MOVIMENTO (IDX-CTA).

       3300-MOVIMENTA-CONTA-EXIT.
           EXIT.

      *----
       3310-SOMA-ABERTO.

           PERFORM ROT-POSICIONA-CONTA
              THRU ROT-POSICIONA-CONTA-EXIT.

           ADD WSS-VALOR-SOMA            TO TCT-ABERTO (IDX-CTA).

       3310-SOMA-ABERTO-EXIT.
           EXIT.

      *----
      * CONCILIACAO POR CONTA: SALDO ANTERIOR MAIS O MOVIMENTO DA
      * RODADA CONTRA O EM ABERTO DO DUPLICTA; O SALDO ATUAL VAI
      * PARA A GERACAO SEGUINTE DO SALDOCP
      *----
       5000-CONCILIA-CONTAS.

           DISPLAY '5000-CONCILIA-CONTAS'.

           IF WSS-QTD-CTA GREATER 1
              SORT WSS-CTA-ENTRY ASCENDING TCT-CONTA
           END-IF.

           OPEN OUTPUT SALDOCPN.

           IF ST-SALDOCPN NOT EQUAL 0 THEN
              DISPLAY 'COBOL273 - ERRO OPEN SALDOCPN FS=' ST-SALDOCPN
              MOVE ST-SALDOCPN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'CONCILIACAO DO EM ABERTO COM AS CONTAS DE FORNECEDORES'
                                         TO CAB02.
           WRITE REG-RELSUBF FROM CAB02 AFTER ADVANCING 3
           END-WRITE.

           WRITE REG-RELSUBF FROM CAB04 AFTER ADVANCING 2
           END-WRITE.

           PERFORM 5010-CONCILIA-CONTA
              THRU 5010-CONCILIA-CONTA-EXIT
              VARYING WSS-IDX-CTA FROM 1 BY 1
              UNTIL WSS-IDX-CTA GREATER WSS-QTD-CTA.

           CLOSE SALDOCPN.

           MOVE 'TOTAL'                  TO CONTA-DET.
           MOVE WSS-TOT-ANTERIOR         TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO ANTERIOR-DET.
           MOVE WSS-TOT-MOVIMENTO        TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO MOVIMENTO-DET.
           MOVE WSS-TOT-ATUAL            TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO ATUAL-DET.
           MOVE WSS-TOT-ABERTO           TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO ABERTO-DET.
           MOVE WSS-TOT-DIFERENCA        TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO DIFERENCA-DET.

           WRITE REG-RELSUBF FROM DET02 AFTER ADVANCING 2
           END-WRITE.

           MOVE 'LANCAMENTOS GRAVADOS'   TO LT-ROTULO.
           MOVE WSS-QTD-LANC             TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'TOTAL A DEBITO'         TO LT-ROTULO.
           MOVE WSS-TOT-DEBITOS          TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'TOTAL A CREDITO'        TO LT-ROTULO.
           MOVE WSS-TOT-CREDITOS         TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'DIVERGENCIAS APONTADAS' TO LT-ROTULO.
           MOVE WSS-QTD-DIVERGENCIAS     TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

       5000-CONCILIA-CONTAS-EXIT.
           EXIT.

      *----
       5010-CONCILIA-CONTA.

           COMPUTE WSS-SALDO-ATUAL = TCT-SALDO-ANT (WSS-IDX-CTA)
                                   + TCT-MOVIMENTO (WSS-IDX-CTA).
           COMPUTE WSS-DIFERENCA = WSS-SALDO-ATUAL
                                 - TCT-ABERTO (WSS-IDX-CTA).

           ADD TCT-SALDO-ANT (WSS-IDX-CTA) TO WSS-TOT-ANTERIOR.
           ADD TCT-MOVIMENTO (WSS-IDX-CTA) TO WSS-TOT-MOVIMENTO.
           ADD WSS-SALDO-ATUAL           TO WSS-TOT-ATUAL.
           ADD WSS-DIFERENCA             TO WSS-TOT-DIFERENCA.

           MOVE SPACES                   TO DET02.
           MOVE TCT-CONTA (WSS-IDX-CTA)  TO CONTA-DET.
           MOVE TCT-SALDO-ANT (WSS-IDX-CTA) TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO ANTERIOR-DET.
           MOVE TCT-MOVIMENTO (WSS-IDX-CTA) TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO MOVIMENTO-DET.
           MOVE WSS-SALDO-ATUAL          TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO ATUAL-DET.
           MOVE TCT-ABERTO (WSS-IDX-CTA) TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO ABERTO-DET.
           MOVE WSS-DIFERENCA            TO MASCARA-SINAL.
           MOVE MASCARA-SINAL            TO DIFERENCA-DET.

           IF WSS-DIFERENCA NOT EQUAL 0
              MOVE '*DIVERGENTE*'        TO SITUACAO-DET
              ADD 1                      TO WSS-QTD-DIVERGENCIAS
           ELSE
              MOVE 'CONCILIADA'          TO SITUACAO-DET
           END-IF.

           WRITE REG-RELSUBF FROM DET02 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELSUBF NOT EQUAL 0 THEN
              DISPLAY 'COBOL273 - ERRO WRITE RELSUBF FS=' ST-RELSUBF
              MOVE ST-RELSUBF            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SPACES                   TO DET02.

           MOVE SPACES                   TO REG-SALDOCP.
           MOVE TCT-CONTA (WSS-IDX-CTA)  TO SCP-CONTA.
           MOVE WSS-SALDO-ATUAL          TO SCP-SALDO.
           MOVE WSS-DATA-REF             TO SCP-DATA-REF.

           WRITE REG-SALDOCPN FROM REG-SALDOCP.

           IF ST-SALDOCPN NOT EQUAL 0 THEN
              DISPLAY 'COBOL273 - ERRO WRITE SALDOCPN FS=' ST-SALDOCPN
              MOVE ST-SALDOCPN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       5010-CONCILIA-CONTA-EXIT.
           EXIT.

      *----
      * CONTA NA TABELA DE CONTROLE (INCLUI QUANDO AINDA NAO EXISTE)
      *----
       ROT-POSICIONA-CONTA.

           SET IDX-CTA                   TO 1.

           SEARCH WSS-CTA-ENTRY
              AT END
                 IF WSS-QTD-CTA NOT LESS 200
                    DISPLAY 'COBOL273 - TABELA DE CONTAS CHEIA'
                    MOVE 16              TO RETURN-CODE
                    PERFORM ROT-ABEND
                       THRU ROT-ABEND-EXIT
                 END-IF
                 ADD 1                   TO WSS-QTD-CTA
                 SET IDX-CTA             TO WSS-QTD-CTA
                 MOVE WSS-CONTA-SOMA     TO TCT-CONTA (IDX-CTA)
                 MOVE 0                  TO TCT-SALDO-ANT (IDX-CTA)
                                            TCT-MOVIMENTO (IDX-CTA)
                                            TCT-ABERTO (IDX-CTA)
              WHEN TCT-CONTA (IDX-CTA) EQUAL WSS-CONTA-SOMA
                 CONTINUE
           END-SEARCH.

       ROT-POSICIONA-CONTA-EXIT.
           EXIT.

      *----
      * CHAVE DO PROXIMO PAGAMENTO DO CICLO (HIGH-VALUES NO FIM)
      *----
       ROT-POSICIONA-PAG.

           IF WSS-CURSOR-PAG GREATER WSS-QTD-PAG
              MOVE HIGH-VALUES           TO WSS-PAG-ATUAL
           ELSE
              MOVE TPG-CHAVE (WSS-CURSOR-PAG) TO WSS-PAG-ATUAL
           END-IF.

       ROT-POSICIONA-PAG-EXIT.
           EXIT.

      *----
      * FORNECEDOR, NOTA-PARCELA, MOEDA E VENCIMENTO DO TITULO NA
      * LINHA DE DETALHE
      *----
       ROT-IDENTIFICA-TITULO.

           MOVE SUB-FORNECEDOR           TO FORN-DET.
           MOVE SPACES                   TO NF-DET.
           MOVE SUB-NUMERO-NF            TO NF-DET (1:8).
           MOVE '-'                      TO NF-DET (9:1).
           MOVE SUB-PARCELA              TO NF-DET (10:2).
           MOVE DUP-MOEDA                TO MOEDA-DET.
           MOVE DUP-DATA-VENCIMENTO      TO WSS-DATA-NOTA.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.

       ROT-IDENTIFICA-TITULO-EXIT.
           EXIT.

      *----
      * TAXA DE MAIOR VIGENCIA ATE A DATA PEDIDA, NA MOEDA PEDIDA
      *----
       ROT-ACHA-TAXA.

           MOVE 0                        TO WSS-TAXA-ACHADA.
           MOVE 0                        TO WSS-VIG-ACHADA.

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
                  WSS-DATA-TAXA
              AND TCM-VIGENCIA (WSS-IDX-TAX) NOT LESS WSS-VIG-ACHADA
              MOVE TCM-VIGENCIA (WSS-IDX-TAX) TO WSS-VIG-ACHADA
              MOVE TCM-TAXA (WSS-IDX-TAX)     TO WSS-TAXA-ACHADA
           END-IF.

       ROT-COMPARA-TAXA-EXIT.
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
       ROT-GRAVA-DETALHE.

           WRITE REG-RELSUBF FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELSUBF NOT EQUAL 0 THEN
              DISPLAY 'COBOL273 - ERRO WRITE RELSUBF FS=' ST-RELSUBF
              MOVE ST-RELSUBF            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SPACES                   TO DET01.

       ROT-GRAVA-DETALHE-EXIT.
           EXIT.

      *----
       ROT-GRAVA-LINHA.

           WRITE REG-RELSUBF FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELSUBF NOT EQUAL 0 THEN
              DISPLAY 'COBOL273 - ERRO WRITE RELSUBF FS=' ST-RELSUBF
              MOVE ST-RELSUBF            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SPACES                   TO LINHA-TEXTO.

       ROT-GRAVA-LINHA-EXIT.
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

           DISPLAY '***ABEND-COBOL273*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
