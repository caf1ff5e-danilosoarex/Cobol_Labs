      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : PEDIDO DE FUNDING DA CONTA DE PAGAMENTOS (A MESMA
      *            CONTA CONCILIADA PELO COBOL190). APURA, POR
      *            EMPRESA E DATA-VALOR DENTRO DA JANELA DO CARTAO
      *            FUNDPRM, O VALOR QUE PRECISA ESTAR NA CONTA:
      *            - LIQUIDO E PENSAO DO FOLHANET, SO COM A
      *              COMPETENCIA LIBERADA PELO REVISOR (RELCTL DO
      *              COBOL192), NA DATA DE PAGAMENTO DO CALPROC E
      *              CONVERTIDO PELO CAMBIOTB QUANDO EM MOEDA
      *              ESTRANGEIRA (CRITERIO DO COBOL160);
      *            - REMESSA DE REPASSE A TERCEIROS (CNABTER, COBOL180);
      *            - GUIAS GPS/DARF NAO SUBSTITUIDAS (GUIAREC, COBOL182
      *              E COBOL251), NO VENCIMENTO;
      *            - DEPOSITO DO FGTS (FGTSREC, COBOL181), NO DIA DE
      *              RECOLHIMENTO DO MES SEGUINTE A COMPETENCIA;
      *            - PROPOSTA APROVADA DE FORNECEDORES (PROPOSTA,
      *              COBOL193), NA DATA DA REMESSA.
      *            TERCEIROS E FORNECEDORES SAO DO GRUPO E FICAM NA
      *            EMPRESA TITULAR DA CONTA DE FUNDING. FUNCOES:
      *            'EMITE'   - EMITE O PEDIDO (RELFUND, COM USUARIO,
      *                        DATA/HORA E CAMPOS DE ASSINATURA), GRAVA
      *                        O PEDIDO EMITIDO (FUNDPED) E AS ORDENS DE
      *                        TRANSFERENCIA ENTRE EMPRESAS PARA A
      *                        CONTA DE FUNDING (FUNDTRF);
      *            'CONFERE' - REAPURA E CONFRONTA COM O FUNDPED
      *                        EMITIDO, APONTANDO TODA EMPRESA/DATA
      *                        CUJO VALOR MUDOU DEPOIS DA EMISSAO
      *                        (RETORNO 4).
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - LAYOUT DA PROPOSTA COM 120 POSICOES (PARCELA
      *                  DA NOTA FISCAL)
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL255.
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
           SELECT FUNDPRM ASSIGN TO FUNDPRM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FUNDPRM.
      *
           SELECT EMPREGID ASSIGN TO EMPREGID
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-EMPREGID.
      *
           SELECT RELCTL ASSIGN TO RELCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELCTL.
      *
           SELECT CALPROC ASSIGN TO CALPROC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CALPROC.
      *
           SELECT CAMBIOTB ASSIGN TO CAMBIOTB
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CAMBIOTB.
      *
           SELECT FOLHANET ASSIGN TO FOLHANET
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FOLHANET.
      *
           SELECT CNABTER ASSIGN TO CNABTER
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CNABTER.
      *
           SELECT GUIAREC ASSIGN TO GUIAREC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-GUIAREC.
      *
           SELECT FGTSREC ASSIGN TO FGTSREC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FGTSREC.
      *
           SELECT PROPOSTA ASSIGN TO PROPOSTA
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PROPOSTA.
      *
           SELECT FUNDPED ASSIGN TO FUNDPED
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FUNDPED.
      *
           SELECT FUNDTRF ASSIGN TO FUNDTRF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FUNDTRF.
      *
           SELECT RELFUND ASSIGN TO RELFUND
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELFUND.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   FUNDPRM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CARTAO: FUNCAO, COMPETENCIA DA FOLHA, JANELA DE DATAS-VALOR
      * (FIM ZERADO = SO A DATA INICIAL), EMPRESA TITULAR E DADOS DA
      * CONTA DE FUNDING E DIA DE RECOLHIMENTO DO FGTS (ZERO = 20)
      *----
       01   REG-FUNDPRM.
            03 FDP-FUNCAO                  PIC X(008).
               88 FDP-EMITE                        VALUE 'EMITE'.
               88 FDP-CONFERE                      VALUE 'CONFERE'.
            03 FDP-COMPETENCIA             PIC 9(006).
            03 FDP-DATA-INICIO             PIC 9(008).
            03 FDP-DATA-FIM                PIC 9(008).
            03 FDP-EMPRESA-CAIXA           PIC X(002).
            03 FDP-BANCO                   PIC 9(003).
            03 FDP-AGENCIA                 PIC 9(005).
            03 FDP-CONTA                   PIC 9(012).
            03 FDP-DV                      PIC X(001).
            03 FDP-DIA-FGTS                PIC 9(002).
            03 FILLER                      PIC X(025).
      *----
       FD   EMPREGID
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-EMPREGID.
            03 EMP-CNPJ                    PIC 9(014).
            03 EMP-RAZAO                   PIC X(040).
            03 EMP-EMPRESA                 PIC X(002).
            03 FILLER                      PIC X(024).
      *----
       FD   RELCTL
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-RELCTL.
            03 RLC-COMPETENCIA             PIC 9(006).
            03 RLC-STATUS                  PIC X(008).
            03 RLC-USUARIO                 PIC X(008).
            03 RLC-DATA-HORA               PIC X(014).
            03 FILLER                      PIC X(044).
      *----
       FD   CALPROC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-CALPROC.
            03 CAL-COMPETENCIA             PIC 9(006).
            03 CAL-CORTE-PONTO             PIC 9(008).
            03 CAL-PRAZO-FUNCI             PIC 9(008).
            03 CAL-DATA-PAGAMENTO          PIC 9(008).
            03 CAL-VENC-GPS                PIC 9(008).
            03 CAL-VENC-DARF               PIC 9(008).
            03 CAL-GRUPO                   PIC X(001).
            03 CAL-PERIODO                 PIC 9(002).
            03 CAL-INICIO                  PIC 9(008).
            03 CAL-FIM                     PIC 9(008).
            03 CAL-ULTIMO                  PIC X(001).
            03 FILLER                      PIC X(014).
      *----
       FD   CAMBIOTB
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-CAMBIOTB.
            03 CMB-MOEDA                   PIC X(003).
            03 CMB-VIGENCIA                PIC 9(008).
            03 CMB-TAXA                    PIC 9(005)V9(005).
            03 FILLER                      PIC X(059).
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
            03 FILLER                      PIC X(045).
            03 FN-PENSAO                   PIC 9(007)V99.
            03 FILLER                      PIC X(008).
      *----
      * REMESSA CNAB 240 DE REPASSE A TERCEIROS (COBOL180): O HEADER
      * TRAZ A DATA DA REMESSA E OS SEGMENTOS 'A' OS CREDITOS
      *----
       FD   CNABTER
            RECORDING MODE IS F
            RECORD CONTAINS 240 CHARACTERS.
      *----
       01   REG-CNABTER.
            03 CNT-BANCO                   PIC 9(003).
            03 CNT-LOTE                    PIC 9(004).
            03 CNT-TIPO                    PIC 9(001).
            03 FILLER                      PIC X(232).
      *----
       01   REG-CNABTER-HDR.
            03 FILLER                      PIC X(008).
            03 CNH-EMPRESA                 PIC X(030).
            03 CNH-DATA                    PIC 9(008).
            03 FILLER                      PIC X(194).
      *----
       01   REG-CNABTER-SEGA.
            03 FILLER                      PIC X(013).
            03 CNA-SEGMENTO                PIC X(001).
            03 FILLER                      PIC X(059).
            03 CNA-VALOR                   PIC 9(013)V99.
            03 FILLER                      PIC X(152).
      *----
       FD   GUIAREC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-GUIAREC.
            03 GUI-TIPO                    PIC X(004).
            03 GUI-CODIGO-RECEITA          PIC X(004).
            03 GUI-CNPJ                    PIC 9(014).
            03 GUI-COMPETENCIA             PIC 9(006).
            03 GUI-VENCIMENTO              PIC 9(008).
            03 GUI-VALOR                   PIC 9(011)V99.
            03 GUI-SITUACAO                PIC X(001).
               88 GUI-ORIGINAL                     VALUE ' '.
               88 GUI-SUBSTITUIDA                  VALUE 'S'.
               88 GUI-RECALCULADA                  VALUE 'R'.
            03 GUI-VENC-ORIGINAL           PIC 9(008).
            03 GUI-VALOR-MULTA             PIC 9(009)V99.
            03 GUI-VALOR-JUROS             PIC 9(009)V99.
      *----
      * ARQUIVO DE RECOLHIMENTO DO FGTS (COBOL181): HEADER '0' POR
      * EMPRESA (CNPJ E COMPETENCIA) E TRAILER '9' COM O DEPOSITO
      * TOTAL DA EMPRESA
      *----
       FD   FGTSREC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-FGTSREC.
            03 FGR-TIPO                    PIC X(001).
            03 FGR-DADOS                   PIC X(079).
      *----
       01   REG-FGTSREC-HDR.
            03 FILLER                      PIC X(001).
            03 FGH-CNPJ                    PIC 9(014).
            03 FGH-RAZAO                   PIC X(040).
            03 FGH-COMPETENCIA             PIC 9(006).
            03 FILLER                      PIC X(019).
      *----
       01   REG-FGTSREC-TRL.
            03 FILLER                      PIC X(001).
            03 FGT-QTDE                    PIC 9(006).
            03 FGT-BASE                    PIC 9(011)V99.
            03 FGT-DEPOSITO                PIC 9(011)V99.
            03 FILLER                      PIC X(047).
      *----
       FD   PROPOSTA
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.
      *----
       01   REG-PROPOSTA.
            03 PRO-FORNECEDOR              PIC X(030).
            03 PRO-NUMERO-NF               PIC 9(008).
            03 PRO-VALOR                   PIC 9(009)V99.
            03 PRO-DATA-PAGTO              PIC 9(008).
            03 FILLER                      PIC X(063).
      *----
       FD   FUNDPED
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.
      *----
           COPY  'COPY2551'.
      *----
       FD   FUNDTRF
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.
      *----
      * ORDEM DE TRANSFERENCIA ENTRE EMPRESAS: DA EMPRESA DEVEDORA
      * PARA A CONTA DE FUNDING DA EMPRESA TITULAR, NA DATA-VALOR
      *----
       01   REG-FUNDTRF.
            03 FTR-EMPRESA-ORIGEM          PIC X(002).
            03 FTR-CNPJ-ORIGEM             PIC 9(014).
            03 FTR-EMPRESA-DESTINO         PIC X(002).
            03 FTR-CNPJ-DESTINO            PIC 9(014).
            03 FTR-BANCO                   PIC 9(003).
            03 FTR-AGENCIA                 PIC 9(005).
            03 FTR-CONTA                   PIC 9(012).
            03 FTR-DV                      PIC X(001).
            03 FTR-DATA-VALOR              PIC 9(008).
            03 FTR-VALOR                   PIC 9(011)V99.
            03 FTR-HISTORICO               PIC X(030).
            03 FILLER                      PIC X(016).
      *----
       FD   RELFUND.
      *----
       01   REG-RELFUND                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-FUNDPRM                      PIC 9(002) VALUE 0.
       77  ST-EMPREGID                     PIC 9(002) VALUE 0.
       77  ST-RELCTL                       PIC 9(002) VALUE 0.
       77  ST-CALPROC                      PIC 9(002) VALUE 0.
       77  ST-CAMBIOTB                     PIC 9(002) VALUE 0.
       77  ST-FOLHANET                     PIC 9(002) VALUE 0.
       77  ST-CNABTER                      PIC 9(002) VALUE 0.
       77  ST-GUIAREC                      PIC 9(002) VALUE 0.
       77  ST-FGTSREC                      PIC 9(002) VALUE 0.
       77  ST-PROPOSTA                     PIC 9(002) VALUE 0.
       77  ST-FUNDPED                      PIC 9(002) VALUE 0.
       77  ST-FUNDTRF                      PIC 9(002) VALUE 0.
       77  ST-RELFUND                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-FUNCAO                      PIC X(008) VALUE SPACES.
       77  WSS-COMPETENCIA                 PIC 9(006) VALUE 0.
       77  WSS-DATA-INICIO                 PIC 9(008) VALUE 0.
       77  WSS-DATA-FIM                    PIC 9(008) VALUE 0.
       77  WSS-EMPRESA-CAIXA               PIC X(002) VALUE SPACES.
       77  WSS-CNPJ-CAIXA                  PIC 9(014) VALUE 0.
       77  WSS-DIA-FGTS                    PIC 9(002) VALUE 20.
       77  WSS-LIBERADO                    PIC X(001) VALUE 'N'.
       77  WSS-USUARIO-LIBERACAO           PIC X(008) VALUE SPACES.
       77  WSS-DATA-FOLHA                  PIC 9(008) VALUE 0.
       77  WSS-QTD-EMPRESAS                PIC 9(002) VALUE 0.
       77  WSS-QTD-TAXAS                   PIC 9(004) VALUE 0.
       77  WSS-QTD-FUNDING                 PIC 9(004) VALUE 0.
       77  WSS-QTD-EMITIDOS                PIC 9(004) VALUE 0.
       77  WSS-IDX-TAX                     PIC 9(004) COMP VALUE 0.
       77  WSS-IRF                         PIC 9(004) COMP VALUE 0.
       77  WSS-TAXA-ACHADA                 PIC 9(005)V9(005) VALUE 0.
       77  WSS-VIG-ACHADA                  PIC 9(008) VALUE 0.
       77  WSS-VALOR                       PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-DATA-VALOR                  PIC 9(008) VALUE 0.
       77  WSS-EMPRESA                     PIC X(002) VALUE SPACES.
       77  WSS-ORIGEM                      PIC 9(001) VALUE 0.
           88 WSS-ORIGEM-FOLHA                     VALUE 1.
           88 WSS-ORIGEM-TERCEIROS                 VALUE 2.
           88 WSS-ORIGEM-GUIAS                     VALUE 3.
           88 WSS-ORIGEM-FGTS                      VALUE 4.
           88 WSS-ORIGEM-FORNEC                    VALUE 5.
       77  WSS-DATA-CNABTER                PIC 9(008) VALUE 0.
       77  WSS-EMPRESA-FGTS                PIC X(002) VALUE SPACES.
       77  WSS-DATA-FGTS                   PIC 9(008) VALUE 0.
       77  WSS-CNPJ-BUSCA                  PIC 9(014) VALUE 0.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-DIFERENCA                   PIC S9(013)V99 COMP-3
                                                          VALUE 0.
       77  WSS-REG-FOLHA                   PIC 9(006) VALUE ZEROES.
       77  WSS-REG-TERCEIROS               PIC 9(006) VALUE ZEROES.
       77  WSS-REG-GUIAS                   PIC 9(006) VALUE ZEROES.
       77  WSS-REG-FGTS                    PIC 9(006) VALUE ZEROES.
       77  WSS-REG-FORNEC                  PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-FORA-JANELA             PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-OCORRENCIAS             PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-ALTERADOS               PIC 9(004) VALUE ZEROES.
       77  WSS-QTD-ORDENS                  PIC 9(004) VALUE ZEROES.
       77  WSS-TOTAL-GERAL                 PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-DATA-HOJE                   PIC 9(008) VALUE 0.
       77  WSS-HORA-AGORA                  PIC 9(006) VALUE 0.
       77  MASCARA-DATA                    PIC 9999/99/99.
       77  MASCARA-HORA                    PIC 99.99.99.
       77  MASCARA-VALOR                   PIC ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-TOTAL                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-DIFERENCA               PIC ---.---.---.--9,99.
      *----
       01  DATA-HORA.
           03 DH-DATA                      PIC 9(008).
           03 DH-HORA                      PIC 9(006).
           03 FILLER                       PIC X(007).
      *----
       01  WSS-DATA-GRP.
           03 WSS-GRP-ANO                  PIC 9(004).
           03 WSS-GRP-MES                  PIC 9(002).
           03 WSS-GRP-DIA                  PIC 9(002).
      *----
       01  WSS-TAB-EMPRESAS.
           05 WSS-EMP-ENTRY OCCURS 0 TO 20 TIMES
                 DEPENDING ON WSS-QTD-EMPRESAS
                 INDEXED BY IDX-EMP.
              10 TEM-EMPRESA               PIC X(002).
              10 TEM-CNPJ                  PIC 9(014).
              10 TEM-RAZAO                 PIC X(040).
      *----
       01  WSS-TAB-TAXAS.
           05 WSS-TAX-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-TAXAS.
              10 TCM-MOEDA                 PIC X(003).
              10 TCM-VIGENCIA              PIC 9(008).
              10 TCM-TAXA                  PIC 9(005)V9(005).
      *----
      * VALOR NECESSARIO POR EMPRESA E DATA-VALOR, POR ORIGEM
      * (1 FOLHA, 2 TERCEIROS, 3 GUIAS, 4 FGTS, 5 FORNECEDORES)
      *----
       01  WSS-TAB-FUNDING.
           05 WSS-FND-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-FUNDING
                 INDEXED BY IDX-FND.
              10 TFD-EMPRESA               PIC X(002).
              10 TFD-DATA-VALOR            PIC 9(008).
              10 TFD-VALOR                 PIC 9(011)V99 COMP-3
                                           OCCURS 5 TIMES.
              10 TFD-TOTAL                 PIC 9(011)V99 COMP-3.
              10 TFD-CONFERIDO             PIC X(001).
      *----
      * PEDIDO EMITIDO, CARREGADO NA FUNCAO 'CONFERE'
      *----
       01  WSS-TAB-EMITIDOS.
           05 WSS-EMI-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-EMITIDOS
                 INDEXED BY IDX-EMI.
              10 TEI-EMPRESA               PIC X(002).
              10 TEI-DATA-VALOR            PIC 9(008).
              10 TEI-TOTAL                 PIC 9(011)V99.
              10 TEI-USUARIO               PIC X(008).
              10 TEI-DATA-HORA             PIC X(014).
              10 TEI-CONFERIDO             PIC X(001).
      *----
      * LINKAGE DO SUBPROGRAMA QUE DEVOLVE O USER-ID (COBOL101)
      *----
           COPY  'COPY1011'.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL255'.
           03 FILLER                       PIC X(040)
              VALUE 'PEDIDO DE FUNDING DA CONTA DE PAGAMENTOS'.
           03 FILLER                       PIC X(010) VALUE 'FUNCAO: '.
           03 CAB-FUNCAO                   PIC X(008) VALUE SPACES.
           03 FILLER                       PIC X(015)
              VALUE '  COMPETENCIA: '.
           03 CAB-COMPETENCIA              PIC 9(006) VALUE 0.
           03 FILLER                       PIC X(010)
              VALUE '  JANELA: '.
           03 CAB-INICIO                   PIC 9999/99/99.
           03 FILLER                       PIC X(003) VALUE ' A '.
           03 CAB-FIM                      PIC 9999/99/99.
      *----
       01  CAB02.
           03 FILLER                       PIC X(004) VALUE 'EMP'.
           03 FILLER                       PIC X(012)
              VALUE 'DATA-VALOR'.
           03 FILLER                       PIC X(016)
              VALUE '  FOLHA LIBERADA'.
           03 FILLER                       PIC X(016)
              VALUE '       TERCEIROS'.
           03 FILLER                       PIC X(016)
              VALUE '           GUIAS'.
           03 FILLER                       PIC X(016)
              VALUE '            FGTS'.
           03 FILLER                       PIC X(016)
              VALUE '    FORNECEDORES'.
           03 FILLER                       PIC X(019)
              VALUE '    TOTAL DO PEDIDO'.
      *----
       01  DET01.
           03 EMPRESA-DET                  PIC X(002) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DATA-DET                     PIC 9999/99/99.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 FOLHA-DET                    PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 TERCEIROS-DET                PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 GUIAS-DET                    PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 FGTS-DET                     PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 FORNEC-DET                   PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 TOTAL-DET                    PIC X(017) VALUE SPACES.
      *----
       01  CAB03.
           03 FILLER                       PIC X(004) VALUE 'EMP'.
           03 FILLER                       PIC X(012)
              VALUE 'DATA-VALOR'.
           03 FILLER                       PIC X(019)
              VALUE '   VALOR DO PEDIDO'.
           03 FILLER                       PIC X(019)
              VALUE '     VALOR APURADO'.
           03 FILLER                       PIC X(020)
              VALUE '           DIFERENCA'.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 FILLER                       PIC X(030) VALUE 'SITUACAO'.
      *----
       01  DET02.
           03 EMPRESA-CNF                  PIC X(002) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DATA-CNF                     PIC 9999/99/99.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 EMITIDO-CNF                  PIC X(017) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 APURADO-CNF                  PIC X(017) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DIFERENCA-CNF                PIC X(018) VALUE SPACES.
           03 FILLER                       PIC X(004) VALUE SPACES.
           03 SITUACAO-CNF                 PIC X(030) VALUE SPACES.
      *----
       01  LINHA-TEXTO.
           03 LT-ROTULO                    PIC X(034) VALUE SPACES.
           03 LT-VALOR                     PIC X(060) VALUE SPACES.
           03 FILLER                       PIC X(038) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL255'
           DISPLAY ' PEDIDO DE FUNDING DA CONTA DE PAGAMENTOS'.

           PERFORM 0001-CARGA-CARTAO
              THRU 0001-CARGA-CARTAO-EXIT.

           PERFORM 0002-CARGA-EMPRESAS
              THRU 0002-CARGA-EMPRESAS-EXIT.

           PERFORM 0004-VERIFICA-LIBERACAO
              THRU 0004-VERIFICA-LIBERACAO-EXIT.

           PERFORM 0006-BUSCA-DATA-FOLHA
              THRU 0006-BUSCA-DATA-FOLHA-EXIT.

           PERFORM 0008-CARGA-TAXAS
              THRU 0008-CARGA-TAXAS-EXIT.

           OPEN OUTPUT RELFUND.

           IF ST-RELFUND NOT EQUAL 0 THEN
              DISPLAY 'COBOL255 - ERRO OPEN RELFUND FS=' ST-RELFUND
              MOVE ST-RELFUND            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           WRITE REG-RELFUND FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           PERFORM 1000-APURA-FOLHA
              THRU 1000-APURA-FOLHA-EXIT.

           PERFORM 1100-APURA-TERCEIROS
              THRU 1100-APURA-TERCEIROS-EXIT.

           PERFORM 1200-APURA-GUIAS
              THRU 1200-APURA-GUIAS-EXIT.

           PERFORM 1300-APURA-FGTS
              THRU 1300-APURA-FGTS-EXIT.

           PERFORM 1400-APURA-FORNECEDORES
              THRU 1400-APURA-FORNECEDORES-EXIT.

           PERFORM 3000-IMPRIME-PEDIDO
              THRU 3000-IMPRIME-PEDIDO-EXIT.

           IF WSS-FUNCAO EQUAL 'EMITE'
              PERFORM 4000-EMITE-PEDIDO
                 THRU 4000-EMITE-PEDIDO-EXIT
           ELSE
              PERFORM 5000-CONFERE-PEDIDO
                 THRU 5000-CONFERE-PEDIDO-EXIT
           END-IF.

           CLOSE RELFUND.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL255                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* FUNCAO               : ' WSS-FUNCAO.
           DISPLAY '* CREDITOS DA FOLHA    : ' WSS-REG-FOLHA.
           DISPLAY '* CREDITOS A TERCEIROS : ' WSS-REG-TERCEIROS.
           DISPLAY '* GUIAS                : ' WSS-REG-GUIAS.
           DISPLAY '* RECOLHIMENTOS FGTS   : ' WSS-REG-FGTS.
           DISPLAY '* TITULOS FORNECEDORES : ' WSS-REG-FORNEC.
           DISPLAY '* FORA DA JANELA       : ' WSS-QTD-FORA-JANELA.
           DISPLAY '* OCORRENCIAS          : ' WSS-QTD-OCORRENCIAS.
           DISPLAY '* EMPRESA/DATA-VALOR   : ' WSS-QTD-FUNDING.
           DISPLAY '* ORDENS DE TRANSF.    : ' WSS-QTD-ORDENS.
           DISPLAY '* ALTERADOS APOS PEDIDO: ' WSS-QTD-ALTERADOS.
           DISPLAY '* TOTAL DO PEDIDO      : ' WSS-TOTAL-GERAL.
           DISPLAY '*******************************************'.

           IF WSS-QTD-OCORRENCIAS GREATER 0
              OR WSS-QTD-ALTERADOS GREATER 0
              MOVE 4                     TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----
      * CARTAO OBRIGATORIO: FUNCAO, COMPETENCIA, JANELA E EMPRESA
      * TITULAR DA CONTA DE FUNDING
      *----
       0001-CARGA-CARTAO.

           DISPLAY '0001-CARGA-CARTAO'.

           OPEN INPUT FUNDPRM.

           IF ST-FUNDPRM NOT EQUAL 0 THEN
              DISPLAY 'COBOL255 - ERRO OPEN FUNDPRM FS=' ST-FUNDPRM
              MOVE ST-FUNDPRM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ FUNDPRM.

           IF ST-FUNDPRM NOT EQUAL 0 THEN
              DISPLAY 'COBOL255 - ERRO READ FUNDPRM FS=' ST-FUNDPRM
              MOVE ST-FUNDPRM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF NOT FDP-EMITE AND NOT FDP-CONFERE
              DISPLAY 'COBOL255 - FUNCAO INVALIDA NO CARTAO: '
                      FDP-FUNCAO
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF FDP-COMPETENCIA NOT NUMERIC
              OR FDP-DATA-INICIO NOT NUMERIC
              OR FDP-DATA-INICIO EQUAL 0
              OR FDP-EMPRESA-CAIXA EQUAL SPACES
              DISPLAY 'COBOL255 - CARTAO FUNDPRM INCOMPLETO '
                      '(COMPETENCIA, DATA INICIAL E EMPRESA TITULAR)'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE FDP-FUNCAO               TO WSS-FUNCAO.
           MOVE FDP-COMPETENCIA          TO WSS-COMPETENCIA.
           MOVE FDP-DATA-INICIO          TO WSS-DATA-INICIO.
           MOVE FDP-EMPRESA-CAIXA        TO WSS-EMPRESA-CAIXA.

           IF FDP-DATA-FIM NUMERIC
              AND FDP-DATA-FIM NOT LESS FDP-DATA-INICIO
              MOVE FDP-DATA-FIM          TO WSS-DATA-FIM
           ELSE
              MOVE FDP-DATA-INICIO       TO WSS-DATA-FIM
           END-IF.

           IF FDP-DIA-FGTS NUMERIC
              AND FDP-DIA-FGTS GREATER 0
              AND FDP-DIA-FGTS LESS 29
              MOVE FDP-DIA-FGTS          TO WSS-DIA-FGTS
           END-IF.

           CLOSE FUNDPRM.

           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.
           MOVE DH-DATA                  TO WSS-DATA-HOJE.
           MOVE DH-HORA                  TO WSS-HORA-AGORA.

           CALL 'COBOL101' USING WSS-USERID-LINKAGE.

           MOVE WSS-FUNCAO               TO CAB-FUNCAO.
           MOVE WSS-COMPETENCIA          TO CAB-COMPETENCIA.
           MOVE WSS-DATA-INICIO          TO CAB-INICIO.
           MOVE WSS-DATA-FIM             TO CAB-FIM.

           DISPLAY ' FUNCAO          : ' WSS-FUNCAO.
           DISPLAY ' COMPETENCIA     : ' WSS-COMPETENCIA.
           DISPLAY ' JANELA          : ' WSS-DATA-INICIO ' A '
                   WSS-DATA-FIM.
           DISPLAY ' EMPRESA TITULAR : ' WSS-EMPRESA-CAIXA.

       0001-CARGA-CARTAO-EXIT.
           EXIT.

      *----
      * EMPRESAS DO GRUPO (CODIGO CURTO X CNPJ), COMO NO COBOL181
      *----
       0002-CARGA-EMPRESAS.

           DISPLAY '0002-CARGA-EMPRESAS'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT EMPREGID.

           IF ST-EMPREGID NOT EQUAL 0 THEN
              DISPLAY 'COBOL255 - ERRO OPEN EMPREGID FS=' ST-EMPREGID
              MOVE ST-EMPREGID           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0003-LER-EMPREGID
              THRU 0003-LER-EMPREGID-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE EMPREGID.

           MOVE 'N'                      TO WSS-EOF.

           SET IDX-EMP TO 1.
           SEARCH WSS-EMP-ENTRY
              AT END
                 DISPLAY 'COBOL255 - EMPRESA TITULAR SEM CNPJ EM '
                         'EMPREGID: ' WSS-EMPRESA-CAIXA
                 MOVE 16                 TO RETURN-CODE
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              WHEN TEM-EMPRESA (IDX-EMP) EQUAL WSS-EMPRESA-CAIXA
                 MOVE TEM-CNPJ (IDX-EMP) TO WSS-CNPJ-CAIXA
           END-SEARCH.

           DISPLAY ' EMPRESAS CARREGADAS : ' WSS-QTD-EMPRESAS.

       0002-CARGA-EMPRESAS-EXIT.
           EXIT.

      *----
       0003-LER-EMPREGID.

           READ EMPREGID
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-EMPREGID NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL255 - ERRO READ EMPREGID FS=' ST-EMPREGID
              MOVE ST-EMPREGID           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF NOT = 'Y'
              AND WSS-QTD-EMPRESAS LESS 20
              ADD 1                      TO WSS-QTD-EMPRESAS
              SET IDX-EMP                TO WSS-QTD-EMPRESAS
              MOVE EMP-EMPRESA           TO TEM-EMPRESA (IDX-EMP)
              MOVE EMP-CNPJ              TO TEM-CNPJ (IDX-EMP)
              MOVE EMP-RAZAO             TO TEM-RAZAO (IDX-EMP)
           END-IF.

       0003-LER-EMPREGID-EXIT.
           EXIT.

      *----
      * PORTAO DE LIBERACAO DO COBOL160: SEM UM 'LIBERADO' DO
      * REVISOR PARA A COMPETENCIA, O LIQUIDO DA FOLHA NAO ENTRA NO
      * PEDIDO
      *----
       0004-VERIFICA-LIBERACAO.

           DISPLAY '0004-VERIFICA-LIBERACAO'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT RELCTL.

           IF ST-RELCTL NOT EQUAL 0
              GO TO 0004-VERIFICA-LIBERACAO-EXIT
           END-IF.

           PERFORM 0005-LER-RELCTL
              THRU 0005-LER-RELCTL-EXIT
              UNTIL WSS-EOF = 'Y' OR WSS-LIBERADO = 'Y'.

           CLOSE RELCTL.

           MOVE 'N'                      TO WSS-EOF.

       0004-VERIFICA-LIBERACAO-EXIT.
           EXIT.

      *----
       0005-LER-RELCTL.

           READ RELCTL
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-RELCTL NOT EQUAL 0 AND WSS-EOF NOT = 'Y'
              DISPLAY 'COBOL255 - ERRO READ RELCTL FS=' ST-RELCTL
              MOVE ST-RELCTL             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0005-LER-RELCTL-EXIT
           END-IF.

           IF RLC-STATUS EQUAL 'LIBERADO'
              AND RLC-COMPETENCIA EQUAL WSS-COMPETENCIA
              MOVE 'Y'                   TO WSS-LIBERADO
              MOVE RLC-USUARIO           TO WSS-USUARIO-LIBERACAO
           END-IF.

       0005-LER-RELCTL-EXIT.
           EXIT.

      *----
      * DATA DE PAGAMENTO DA FOLHA MENSAL NO CALENDARIO (COBOL199);
      * SEM CALENDARIO VALE A DATA INICIAL DA JANELA
      *----
       0006-BUSCA-DATA-FOLHA.

           DISPLAY '0006-BUSCA-DATA-FOLHA'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT CALPROC.

           IF ST-CALPROC NOT EQUAL 0
              GO TO 0006-BUSCA-DATA-FOLHA-CONT
           END-IF.

           PERFORM 0007-LER-CALPROC
              THRU 0007-LER-CALPROC-EXIT
              UNTIL WSS-EOF = 'Y' OR WSS-DATA-FOLHA GREATER 0.

           CLOSE CALPROC.

       0006-BUSCA-DATA-FOLHA-CONT.

           MOVE 'N'                      TO WSS-EOF.

           IF WSS-DATA-FOLHA EQUAL 0
              MOVE WSS-DATA-INICIO       TO WSS-DATA-FOLHA
              DISPLAY 'COBOL255 - COMPETENCIA SEM DATA DE PAGAMENTO '
                      'NO CALPROC, ASSUMIDA A DATA INICIAL'
           END-IF.

           DISPLAY ' PAGAMENTO DA FOLHA : ' WSS-DATA-FOLHA.

       0006-BUSCA-DATA-FOLHA-EXIT.
           EXIT.

      *----
       0007-LER-CALPROC.

           READ CALPROC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CALPROC NOT EQUAL 0 AND WSS-EOF NOT = 'Y'
              MOVE 'Y'                   TO WSS-EOF
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0007-LER-CALPROC-EXIT
           END-IF.

           IF CAL-COMPETENCIA EQUAL WSS-COMPETENCIA
              AND CAL-GRUPO EQUAL SPACE
              MOVE CAL-DATA-PAGAMENTO    TO WSS-DATA-FOLHA
           END-IF.

       0007-LER-CALPROC-EXIT.
           EXIT.

      *----
      * TAXAS DE CAMBIO (COBOL191), OPCIONAL
      *----
       0008-CARGA-TAXAS.

           DISPLAY '0008-CARGA-TAXAS'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT CAMBIOTB.

           IF ST-CAMBIOTB EQUAL 35
              GO TO 0008-CARGA-TAXAS-EXIT
           END-IF.

           IF ST-CAMBIOTB NOT EQUAL 0 THEN
              DISPLAY 'COBOL255 - ERRO OPEN CAMBIOTB FS=' ST-CAMBIOTB
              MOVE ST-CAMBIOTB           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0009-LER-CAMBIOTB
              THRU 0009-LER-CAMBIOTB-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CAMBIOTB.

           MOVE 'N'                      TO WSS-EOF.

           DISPLAY ' TAXAS DE CAMBIO : ' WSS-QTD-TAXAS.

       0008-CARGA-TAXAS-EXIT.
           EXIT.

      *----
       0009-LER-CAMBIOTB.

           READ CAMBIOTB
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CAMBIOTB NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL255 - ERRO READ CAMBIOTB FS=' ST-CAMBIOTB
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

       0009-LER-CAMBIOTB-EXIT.
           EXIT.

      *----
      * LIQUIDO DA FOLHA LIBERADA: CREDITO POSITIVO MAIS A PENSAO
      * ALIMENTICIA, QUE SAI DA MESMA REMESSA DO COBOL160
      *----
       1000-APURA-FOLHA.

           DISPLAY '1000-APURA-FOLHA'.

           IF WSS-LIBERADO NOT = 'Y'
              MOVE SPACES                TO LINHA-TEXTO
              MOVE 'FOLHA NAO LIBERADA PELO REVISOR:' TO LT-ROTULO
              MOVE 'LIQUIDO DA COMPETENCIA FORA DO PEDIDO (COBOL192)'
                                          TO LT-VALOR
              PERFORM 2900-GRAVA-OCORRENCIA
                 THRU 2900-GRAVA-OCORRENCIA-EXIT
              GO TO 1000-APURA-FOLHA-EXIT
           END-IF.

           IF WSS-DATA-FOLHA LESS WSS-DATA-INICIO
              OR WSS-DATA-FOLHA GREATER WSS-DATA-FIM
              ADD 1                      TO WSS-QTD-FORA-JANELA
              DISPLAY 'COBOL255 - PAGAMENTO DA FOLHA FORA DA JANELA'
              GO TO 1000-APURA-FOLHA-EXIT
           END-IF.

           OPEN INPUT FOLHANET.

           IF ST-FOLHANET EQUAL 35
              DISPLAY 'COBOL255 - FOLHANET AUSENTE'
              GO TO 1000-APURA-FOLHA-EXIT
           END-IF.

           IF ST-FOLHANET NOT EQUAL 0 THEN
              DISPLAY 'COBOL255 - ERRO OPEN FOLHANET FS=' ST-FOLHANET
              MOVE ST-FOLHANET           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 1                        TO WSS-ORIGEM.
           MOVE WSS-DATA-FOLHA           TO WSS-DATA-VALOR.

           PERFORM 1010-LER-FOLHANET
              THRU 1010-LER-FOLHANET-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FOLHANET.

           MOVE 'N'                      TO WSS-EOF.

       1000-APURA-FOLHA-EXIT.
           EXIT.

      *----
       1010-LER-FOLHANET.

           READ FOLHANET
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FOLHANET NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL255 - ERRO READ FOLHANET FS=' ST-FOLHANET
              MOVE ST-FOLHANET           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              OR FN-MATRICULA EQUAL 99999999
              GO TO 1010-LER-FOLHANET-EXIT
           END-IF.

           MOVE 0                        TO WSS-VALOR.

           IF FN-LIQUIDO GREATER 0
              MOVE FN-LIQUIDO            TO WSS-VALOR
           END-IF.

           ADD FN-PENSAO                 TO WSS-VALOR.

           IF WSS-VALOR EQUAL 0
              GO TO 1010-LER-FOLHANET-EXIT
           END-IF.

           IF FN-MOEDA NOT EQUAL 'BRL' AND FN-MOEDA NOT EQUAL SPACES
              PERFORM ROT-ACHA-TAXA
                 THRU ROT-ACHA-TAXA-EXIT
              IF WSS-TAXA-ACHADA EQUAL 0
                 MOVE SPACES             TO LINHA-TEXTO
                 MOVE 'SEM TAXA DE CAMBIO, FORA DO PEDIDO:'
                                          TO LT-ROTULO
                 MOVE FN-MATRICULA       TO LT-VALOR (1:8)
                 MOVE FN-MOEDA           TO LT-VALOR (10:3)
                 PERFORM 2900-GRAVA-OCORRENCIA
                    THRU 2900-GRAVA-OCORRENCIA-EXIT
                 GO TO 1010-LER-FOLHANET-EXIT
              END-IF
              COMPUTE WSS-VALOR ROUNDED =
                      WSS-VALOR * WSS-TAXA-ACHADA
           END-IF.

           MOVE FN-EMPRESA               TO WSS-EMPRESA.

           IF WSS-EMPRESA EQUAL SPACES
              MOVE WSS-EMPRESA-CAIXA     TO WSS-EMPRESA
           END-IF.

           ADD 1                         TO WSS-REG-FOLHA.

           PERFORM 2000-ACUMULA
              THRU 2000-ACUMULA-EXIT.

       1010-LER-FOLHANET-EXIT.
           EXIT.

      *----
      * TAXA DE MAIOR VIGENCIA ATE A DATA DE PAGAMENTO (COBOL160)
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

           IF TCM-MOEDA (WSS-IDX-TAX) EQUAL FN-MOEDA
              AND TCM-VIGENCIA (WSS-IDX-TAX) NOT GREATER
                  WSS-DATA-FOLHA
              AND TCM-VIGENCIA (WSS-IDX-TAX) NOT LESS WSS-VIG-ACHADA
              MOVE TCM-VIGENCIA (WSS-IDX-TAX) TO WSS-VIG-ACHADA
              MOVE TCM-TAXA (WSS-IDX-TAX)     TO WSS-TAXA-ACHADA
           END-IF.

       ROT-COMPARA-TAXA-EXIT.
           EXIT.

      *----
      * REPASSE A TERCEIROS: SOMA DOS SEGMENTOS 'A' NA DATA DO
      * HEADER DA REMESSA, NA EMPRESA TITULAR
      *----
       1100-APURA-TERCEIROS.

           DISPLAY '1100-APURA-TERCEIROS'.

           OPEN INPUT CNABTER.

           IF ST-CNABTER EQUAL 35
              DISPLAY 'COBOL255 - CNABTER AUSENTE'
              GO TO 1100-APURA-TERCEIROS-EXIT
           END-IF.

           IF ST-CNABTER NOT EQUAL 0 THEN
              DISPLAY 'COBOL255 - ERRO OPEN CNABTER FS=' ST-CNABTER
              MOVE ST-CNABTER            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 2                        TO WSS-ORIGEM.
           MOVE 0                        TO WSS-DATA-CNABTER.

           PERFORM 1110-LER-CNABTER
              THRU 1110-LER-CNABTER-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CNABTER.

           MOVE 'N'                      TO WSS-EOF.

       1100-APURA-TERCEIROS-EXIT.
           EXIT.

      *----
       1110-LER-CNABTER.

           READ CNABTER
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CNABTER NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL255 - ERRO READ CNABTER FS=' ST-CNABTER
              MOVE ST-CNABTER            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1110-LER-CNABTER-EXIT
           END-IF.

           IF CNT-TIPO EQUAL 0
              MOVE CNH-DATA              TO WSS-DATA-CNABTER
              GO TO 1110-LER-CNABTER-EXIT
           END-IF.

           IF CNT-TIPO NOT EQUAL 3
              OR CNA-SEGMENTO NOT EQUAL 'A'
              GO TO 1110-LER-CNABTER-EXIT
           END-IF.

           IF WSS-DATA-CNABTER LESS WSS-DATA-INICIO
              OR WSS-DATA-CNABTER GREATER WSS-DATA-FIM
              ADD 1                      TO WSS-QTD-FORA-JANELA
              GO TO 1110-LER-CNABTER-EXIT
           END-IF.

           MOVE CNA-VALOR                TO WSS-VALOR.
           MOVE WSS-DATA-CNABTER         TO WSS-DATA-VALOR.
           MOVE WSS-EMPRESA-CAIXA        TO WSS-EMPRESA.

           ADD 1                         TO WSS-REG-TERCEIROS.

           PERFORM 2000-ACUMULA
              THRU 2000-ACUMULA-EXIT.

       1110-LER-CNABTER-EXIT.
           EXIT.

      *----
      * GUIAS GPS/DARF NO VENCIMENTO; A GUIA SUBSTITUIDA PELO
      * RECALCULO DE ATRASO (COBOL251) NAO E MAIS DEVIDA
      *----
       1200-APURA-GUIAS.

           DISPLAY '1200-APURA-GUIAS'.

           OPEN INPUT GUIAREC.

           IF ST-GUIAREC EQUAL 35
              DISPLAY 'COBOL255 - GUIAREC AUSENTE'
              GO TO 1200-APURA-GUIAS-EXIT
           END-IF.

           IF ST-GUIAREC NOT EQUAL 0 THEN
              DISPLAY 'COBOL255 - ERRO OPEN GUIAREC FS=' ST-GUIAREC
              MOVE ST-GUIAREC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 3                        TO WSS-ORIGEM.

           PERFORM 1210-LER-GUIAREC
              THRU 1210-LER-GUIAREC-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE GUIAREC.

           MOVE 'N'                      TO WSS-EOF.

       1200-APURA-GUIAS-EXIT.
           EXIT.

      *----
       1210-LER-GUIAREC.

           READ GUIAREC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-GUIAREC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL255 - ERRO READ GUIAREC FS=' ST-GUIAREC
              MOVE ST-GUIAREC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              OR GUI-SUBSTITUIDA
              GO TO 1210-LER-GUIAREC-EXIT
           END-IF.

           IF GUI-VENCIMENTO LESS WSS-DATA-INICIO
              OR GUI-VENCIMENTO GREATER WSS-DATA-FIM
              ADD 1                      TO WSS-QTD-FORA-JANELA
              GO TO 1210-LER-GUIAREC-EXIT
           END-IF.

           MOVE GUI-CNPJ                 TO WSS-CNPJ-BUSCA.

           PERFORM ROT-ACHA-EMPRESA-CNPJ
              THRU ROT-ACHA-EMPRESA-CNPJ-EXIT.

           MOVE GUI-VALOR                TO WSS-VALOR.
           MOVE GUI-VENCIMENTO           TO WSS-DATA-VALOR.

           ADD 1                         TO WSS-REG-GUIAS.

           PERFORM 2000-ACUMULA
              THRU 2000-ACUMULA-EXIT.

       1210-LER-GUIAREC-EXIT.
           EXIT.

      *----
      * CNPJ FORA DO EMPREGID FICA NA EMPRESA TITULAR, APONTADO
      *----
       ROT-ACHA-EMPRESA-CNPJ.

           MOVE WSS-EMPRESA-CAIXA        TO WSS-EMPRESA.

           SET IDX-EMP TO 1.
           SEARCH WSS-EMP-ENTRY
              AT END
                 MOVE SPACES             TO LINHA-TEXTO
                 MOVE 'CNPJ SEM EMPRESA NO EMPREGID:' TO LT-ROTULO
                 MOVE WSS-CNPJ-BUSCA     TO LT-VALOR (1:14)
                 MOVE 'LANCADO NA EMPRESA TITULAR' TO LT-VALOR (17:26)
                 PERFORM 2900-GRAVA-OCORRENCIA
                    THRU 2900-GRAVA-OCORRENCIA-EXIT
              WHEN TEM-CNPJ (IDX-EMP) EQUAL WSS-CNPJ-BUSCA
                 MOVE TEM-EMPRESA (IDX-EMP) TO WSS-EMPRESA
           END-SEARCH.

       ROT-ACHA-EMPRESA-CNPJ-EXIT.
           EXIT.

      *----
      * FGTS: DEPOSITO DO TRAILER DE CADA EMPRESA, NO DIA DE
      * RECOLHIMENTO DO MES SEGUINTE A COMPETENCIA DO HEADER
      *----
       1300-APURA-FGTS.

           DISPLAY '1300-APURA-FGTS'.

           OPEN INPUT FGTSREC.

           IF ST-FGTSREC EQUAL 35
              DISPLAY 'COBOL255 - FGTSREC AUSENTE'
              GO TO 1300-APURA-FGTS-EXIT
           END-IF.

           IF ST-FGTSREC NOT EQUAL 0 THEN
              DISPLAY 'COBOL255 - ERRO OPEN FGTSREC FS=' ST-FGTSREC
              MOVE ST-FGTSREC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 4                        TO WSS-ORIGEM.

           PERFORM 1310-LER-FGTSREC
              THRU 1310-LER-FGTSREC-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FGTSREC.

           MOVE 'N'                      TO WSS-EOF.

       1300-APURA-FGTS-EXIT.
           EXIT.

      *----
       1310-LER-FGTSREC.

           READ FGTSREC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FGTSREC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL255 - ERRO READ FGTSREC FS=' ST-FGTSREC
              MOVE ST-FGTSREC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1310-LER-FGTSREC-EXIT
           END-IF.

           IF FGR-TIPO EQUAL '0'
              MOVE FGH-CNPJ              TO WSS-CNPJ-BUSCA
              PERFORM ROT-ACHA-EMPRESA-CNPJ
                 THRU ROT-ACHA-EMPRESA-CNPJ-EXIT
              MOVE WSS-EMPRESA           TO WSS-EMPRESA-FGTS
              MOVE FGH-COMPETENCIA       TO WSS-DATA-GRP (1:6)
              MOVE WSS-DIA-FGTS          TO WSS-GRP-DIA
              IF WSS-GRP-MES EQUAL 12
                 MOVE 1                  TO WSS-GRP-MES
                 ADD 1                   TO WSS-GRP-ANO
              ELSE
                 ADD 1                   TO WSS-GRP-MES
              END-IF
              MOVE WSS-DATA-GRP          TO WSS-DATA-FGTS
              GO TO 1310-LER-FGTSREC-EXIT
           END-IF.

           IF FGR-TIPO NOT EQUAL '9'
              GO TO 1310-LER-FGTSREC-EXIT
           END-IF.

           IF WSS-DATA-FGTS LESS WSS-DATA-INICIO
              OR WSS-DATA-FGTS GREATER WSS-DATA-FIM
              ADD 1                      TO WSS-QTD-FORA-JANELA
              GO TO 1310-LER-FGTSREC-EXIT
           END-IF.

           MOVE FGT-DEPOSITO             TO WSS-VALOR.
           MOVE WSS-DATA-FGTS            TO WSS-DATA-VALOR.
           MOVE WSS-EMPRESA-FGTS         TO WSS-EMPRESA.

           ADD 1                         TO WSS-REG-FGTS.

           PERFORM 2000-ACUMULA
              THRU 2000-ACUMULA-EXIT.

       1310-LER-FGTSREC-EXIT.
           EXIT.

      *----
      * PROPOSTA DE FORNECEDORES (JA DENTRO DA ALCADA OU APROVADA
      * PELO SEGUNDO USUARIO NO COBOL193), NA DATA DA REMESSA;
      * PROPOSTA SEM DATA VALE PARA A DATA INICIAL DA JANELA
      *----
       1400-APURA-FORNECEDORES.

           DISPLAY '1400-APURA-FORNECEDORES'.

           OPEN INPUT PROPOSTA.

           IF ST-PROPOSTA EQUAL 35
              DISPLAY 'COBOL255 - PROPOSTA AUSENTE'
              GO TO 1400-APURA-FORNECEDORES-EXIT
           END-IF.

           IF ST-PROPOSTA NOT EQUAL 0 THEN
              DISPLAY 'COBOL255 - ERRO OPEN PROPOSTA FS=' ST-PROPOSTA
              MOVE ST-PROPOSTA           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 5                        TO WSS-ORIGEM.

           PERFORM 1410-LER-PROPOSTA
              THRU 1410-LER-PROPOSTA-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE PROPOSTA.

           MOVE 'N'                      TO WSS-EOF.

       1400-APURA-FORNECEDORES-EXIT.
           EXIT.

      *----
       1410-LER-PROPOSTA.

           READ PROPOSTA
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-PROPOSTA NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL255 - ERRO READ PROPOSTA FS=' ST-PROPOSTA
              MOVE ST-PROPOSTA           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1410-LER-PROPOSTA-EXIT
           END-IF.

           IF PRO-DATA-PAGTO NUMERIC
              AND PRO-DATA-PAGTO GREATER 0
              MOVE PRO-DATA-PAGTO        TO WSS-DATA-VALOR
           ELSE
              MOVE WSS-DATA-INICIO       TO WSS-DATA-VALOR
           END-IF.

           IF WSS-DATA-VALOR LESS WSS-DATA-INICIO
              OR WSS-DATA-VALOR GREATER WSS-DATA-FIM
              ADD 1                      TO WSS-QTD-FORA-JANELA
              GO TO 1410-LER-PROPOSTA-EXIT
           END-IF.

           MOVE PRO-VALOR                TO WSS-VALOR.
           MOVE WSS-EMPRESA-CAIXA        TO WSS-EMPRESA.

           ADD 1                         TO WSS-REG-FORNEC.

           PERFORM 2000-ACUMULA
              THRU 2000-ACUMULA-EXIT.

       1410-LER-PROPOSTA-EXIT.
           EXIT.

      *----
      * ACUMULA WSS-VALOR NA EMPRESA/DATA-VALOR, NA ORIGEM CORRENTE
      *----
       2000-ACUMULA.

           SET IDX-FND TO 1.
           SEARCH WSS-FND-ENTRY
             AT END
                PERFORM 2010-NOVA-DATA-VALOR
                   THRU 2010-NOVA-DATA-VALOR-EXIT
             WHEN TFD-EMPRESA (IDX-FND) EQUAL WSS-EMPRESA
              AND TFD-DATA-VALOR (IDX-FND) EQUAL WSS-DATA-VALOR
                CONTINUE
           END-SEARCH.

           ADD WSS-VALOR     TO TFD-VALOR (IDX-FND WSS-ORIGEM).
           ADD WSS-VALOR     TO TFD-TOTAL (IDX-FND).
           ADD WSS-VALOR     TO WSS-TOTAL-GERAL.

       2000-ACUMULA-EXIT.
           EXIT.

      *----
       2010-NOVA-DATA-VALOR.

           IF WSS-QTD-FUNDING NOT LESS 500
              DISPLAY 'COBOL255 - TABELA DE EMPRESA/DATA ESGOTADA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-FUNDING.
           SET IDX-FND                   TO WSS-QTD-FUNDING.
           MOVE WSS-EMPRESA              TO TFD-EMPRESA (IDX-FND).
           MOVE WSS-DATA-VALOR           TO TFD-DATA-VALOR (IDX-FND).
           MOVE 0                        TO TFD-VALOR (IDX-FND 1)
                                            TFD-VALOR (IDX-FND 2)
                                            TFD-VALOR (IDX-FND 3)
                                            TFD-VALOR (IDX-FND 4)
                                            TFD-VALOR (IDX-FND 5)
                                            TFD-TOTAL (IDX-FND).
           MOVE 'N'                      TO TFD-CONFERIDO (IDX-FND).

       2010-NOVA-DATA-VALOR-EXIT.
           EXIT.

      *----
       2900-GRAVA-OCORRENCIA.

           ADD 1                         TO WSS-QTD-OCORRENCIAS.

           DISPLAY 'COBOL255 - ' LT-ROTULO ' ' LT-VALOR.

           WRITE REG-RELFUND FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELFUND NOT EQUAL 0 THEN
              DISPLAY 'COBOL255 - ERRO WRITE RELFUND FS=' ST-RELFUND
              MOVE ST-RELFUND            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       2900-GRAVA-OCORRENCIA-EXIT.
           EXIT.

      *----
      * COMPOSICAO DO PEDIDO POR EMPRESA E DATA-VALOR
      *----
       3000-IMPRIME-PEDIDO.

           DISPLAY '3000-IMPRIME-PEDIDO'.

           IF WSS-QTD-FUNDING GREATER 1
              SORT WSS-FND-ENTRY ASCENDING TFD-EMPRESA TFD-DATA-VALOR
           END-IF.

           WRITE REG-RELFUND FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

           PERFORM 3100-IMPRIME-LINHA
              THRU 3100-IMPRIME-LINHA-EXIT
              VARYING WSS-IRF FROM 1 BY 1
              UNTIL WSS-IRF GREATER WSS-QTD-FUNDING.

           MOVE SPACES                   TO DET01.
           MOVE 'TOTAL GERAL'            TO DET01 (1:11).
           MOVE WSS-TOTAL-GERAL          TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO TOTAL-DET.

           WRITE REG-RELFUND FROM DET01 AFTER ADVANCING 2
           END-WRITE.

       3000-IMPRIME-PEDIDO-EXIT.
           EXIT.

      *----
       3100-IMPRIME-LINHA.

           MOVE SPACES                   TO DET01.
           MOVE TFD-EMPRESA (WSS-IRF)    TO EMPRESA-DET.
           MOVE TFD-DATA-VALOR (WSS-IRF) TO DATA-DET.
           MOVE TFD-VALOR (WSS-IRF 1)    TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO FOLHA-DET.
           MOVE TFD-VALOR (WSS-IRF 2)    TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO TERCEIROS-DET.
           MOVE TFD-VALOR (WSS-IRF 3)    TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO GUIAS-DET.
           MOVE TFD-VALOR (WSS-IRF 4)    TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO FGTS-DET.
           MOVE TFD-VALOR (WSS-IRF 5)    TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO FORNEC-DET.
           MOVE TFD-TOTAL (WSS-IRF)      TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO TOTAL-DET.

           WRITE REG-RELFUND FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELFUND NOT EQUAL 0 THEN
              DISPLAY 'COBOL255 - ERRO WRITE RELFUND FS=' ST-RELFUND
              MOVE ST-RELFUND            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       3100-IMPRIME-LINHA-EXIT.
           EXIT.

      *----
      * 'EMITE': GRAVA O PEDIDO EMITIDO E AS ORDENS DE TRANSFERENCIA
      * (A EMPRESA TITULAR JA TEM O SALDO NA PROPRIA CONTA) E FECHA O
      * RELATORIO COM OS CAMPOS DE ASSINATURA
      *----
       4000-EMITE-PEDIDO.

           DISPLAY '4000-EMITE-PEDIDO'.

           OPEN OUTPUT FUNDPED.

           IF ST-FUNDPED NOT EQUAL 0 THEN
              DISPLAY 'COBOL255 - ERRO OPEN FUNDPED FS=' ST-FUNDPED
              MOVE ST-FUNDPED            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT FUNDTRF.

           IF ST-FUNDTRF NOT EQUAL 0 THEN
              DISPLAY 'COBOL255 - ERRO OPEN FUNDTRF FS=' ST-FUNDTRF
              MOVE ST-FUNDTRF            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 4100-GRAVA-PEDIDO
              THRU 4100-GRAVA-PEDIDO-EXIT
              VARYING WSS-IRF FROM 1 BY 1
              UNTIL WSS-IRF GREATER WSS-QTD-FUNDING.

           CLOSE FUNDPED.
           CLOSE FUNDTRF.

           MOVE SPACES                   TO LINHA-TEXTO.
           WRITE REG-RELFUND FROM LINHA-TEXTO AFTER ADVANCING 2
           END-WRITE.

           MOVE 'ORDENS DE TRANSFERENCIA (FUNDTRF):' TO LT-ROTULO.
           MOVE WSS-QTD-ORDENS           TO LT-VALOR (1:4).
           MOVE '- DESTINO: CONTA DE FUNDING DA EMPRESA'
                                          TO LT-VALOR (6:38).
           MOVE WSS-EMPRESA-CAIXA        TO LT-VALOR (45:2).
           WRITE REG-RELFUND FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           MOVE SPACES                   TO LINHA-TEXTO.
           IF WSS-LIBERADO = 'Y'
              MOVE 'FOLHA LIBERADA POR            :' TO LT-ROTULO
              MOVE WSS-USUARIO-LIBERACAO TO LT-VALOR
              WRITE REG-RELFUND FROM LINHA-TEXTO AFTER ADVANCING 1
              END-WRITE
           END-IF.

           MOVE SPACES                   TO LINHA-TEXTO.
           MOVE 'PEDIDO EMITIDO POR            :' TO LT-ROTULO.
           MOVE WSS-USERID-SAIDA         TO LT-VALOR (1:8).
           MOVE 'EM'                     TO LT-VALOR (10:2).
           MOVE WSS-DATA-HOJE            TO MASCARA-DATA.
           MOVE MASCARA-DATA             TO LT-VALOR (13:10).
           MOVE WSS-HORA-AGORA           TO MASCARA-HORA.
           MOVE MASCARA-HORA             TO LT-VALOR (24:8).
           WRITE REG-RELFUND FROM LINHA-TEXTO AFTER ADVANCING 2
           END-WRITE.

           MOVE SPACES                   TO LINHA-TEXTO.
           MOVE 'CONFERIDO POR (TESOURARIA)    :' TO LT-ROTULO.
           MOVE ALL '_'                  TO LT-VALOR (1:40).
           WRITE REG-RELFUND FROM LINHA-TEXTO AFTER ADVANCING 3
           END-WRITE.

           MOVE 'APROVADO POR                  :' TO LT-ROTULO.
           WRITE REG-RELFUND FROM LINHA-TEXTO AFTER ADVANCING 3
           END-WRITE.

       4000-EMITE-PEDIDO-EXIT.
           EXIT.

      *----
       4100-GRAVA-PEDIDO.

           MOVE SPACES                   TO REG-FUNDPED.
           MOVE TFD-EMPRESA (WSS-IRF)    TO FPD-EMPRESA.
           MOVE TFD-DATA-VALOR (WSS-IRF) TO FPD-DATA-VALOR.
           MOVE WSS-COMPETENCIA          TO FPD-COMPETENCIA.
           MOVE TFD-VALOR (WSS-IRF 1)    TO FPD-FOLHA.
           MOVE TFD-VALOR (WSS-IRF 2)    TO FPD-TERCEIROS.
           MOVE TFD-VALOR (WSS-IRF 3)    TO FPD-GUIAS.
           MOVE TFD-VALOR (WSS-IRF 4)    TO FPD-FGTS.
           MOVE TFD-VALOR (WSS-IRF 5)    TO FPD-FORNECEDORES.
           MOVE TFD-TOTAL (WSS-IRF)      TO FPD-TOTAL.
           MOVE WSS-USERID-SAIDA         TO FPD-USUARIO.
           MOVE DATA-HORA (1:14)         TO FPD-DATA-HORA.

           WRITE REG-FUNDPED.

           IF ST-FUNDPED NOT EQUAL 0 THEN
              DISPLAY 'COBOL255 - ERRO WRITE FUNDPED FS=' ST-FUNDPED
              MOVE ST-FUNDPED            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF TFD-EMPRESA (WSS-IRF) EQUAL WSS-EMPRESA-CAIXA
              OR TFD-TOTAL (WSS-IRF) EQUAL 0
              GO TO 4100-GRAVA-PEDIDO-EXIT
           END-IF.

           MOVE SPACES                   TO REG-FUNDTRF.
           MOVE TFD-EMPRESA (WSS-IRF)    TO FTR-EMPRESA-ORIGEM.
           MOVE 0                        TO FTR-CNPJ-ORIGEM.

           SET IDX-EMP TO 1.
           SEARCH WSS-EMP-ENTRY
              AT END
                 CONTINUE
              WHEN TEM-EMPRESA (IDX-EMP) EQUAL TFD-EMPRESA (WSS-IRF)
                 MOVE TEM-CNPJ (IDX-EMP) TO FTR-CNPJ-ORIGEM
           END-SEARCH.

           MOVE WSS-EMPRESA-CAIXA        TO FTR-EMPRESA-DESTINO.
           MOVE WSS-CNPJ-CAIXA           TO FTR-CNPJ-DESTINO.
           MOVE FDP-BANCO                TO FTR-BANCO.
           MOVE FDP-AGENCIA              TO FTR-AGENCIA.
           MOVE FDP-CONTA                TO FTR-CONTA.
           MOVE FDP-DV                   TO FTR-DV.
           MOVE TFD-DATA-VALOR (WSS-IRF) TO FTR-DATA-VALOR.
           MOVE TFD-TOTAL (WSS-IRF)      TO FTR-VALOR.
           MOVE 'FUNDING PAGTOS COMPET.' TO FTR-HISTORICO.
           MOVE WSS-COMPETENCIA          TO FTR-HISTORICO (24:6).

           WRITE REG-FUNDTRF.

           IF ST-FUNDTRF NOT EQUAL 0 THEN
              DISPLAY 'COBOL255 - ERRO WRITE FUNDTRF FS=' ST-FUNDTRF
              MOVE ST-FUNDTRF            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-ORDENS.

       4100-GRAVA-PEDIDO-EXIT.
           EXIT.

      *----
      * 'CONFERE': CONFRONTA A APURACAO ATUAL COM O PEDIDO EMITIDO;
      * VALOR MUDADO, EMPRESA/DATA NOVA OU QUE SAIU DA APURACAO SAO
      * ALTERACOES POSTERIORES AO PEDIDO
      *----
       5000-CONFERE-PEDIDO.

           DISPLAY '5000-CONFERE-PEDIDO'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT FUNDPED.

           IF ST-FUNDPED NOT EQUAL 0 THEN
              DISPLAY 'COBOL255 - ERRO OPEN FUNDPED FS=' ST-FUNDPED
                      ' - PEDIDO NAO EMITIDO'
              MOVE ST-FUNDPED            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 5010-LER-FUNDPED
              THRU 5010-LER-FUNDPED-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FUNDPED.

           MOVE 'N'                      TO WSS-EOF.

           WRITE REG-RELFUND FROM CAB03 AFTER ADVANCING 3
           END-WRITE.

           PERFORM 5100-CONFERE-APURADO
              THRU 5100-CONFERE-APURADO-EXIT
              VARYING WSS-IRF FROM 1 BY 1
              UNTIL WSS-IRF GREATER WSS-QTD-FUNDING.

           PERFORM 5200-CONFERE-EMITIDO
              THRU 5200-CONFERE-EMITIDO-EXIT
              VARYING IDX-EMI FROM 1 BY 1
              UNTIL IDX-EMI GREATER WSS-QTD-EMITIDOS.

           MOVE SPACES                   TO LINHA-TEXTO.
           MOVE 'EMPRESA/DATA ALTERADAS APOS   :' TO LT-ROTULO.
           MOVE WSS-QTD-ALTERADOS        TO LT-VALOR (1:4).
           MOVE 'O PEDIDO' TO LT-VALOR (6:8).
           WRITE REG-RELFUND FROM LINHA-TEXTO AFTER ADVANCING 2
           END-WRITE.

           IF WSS-QTD-ALTERADOS GREATER 0
              DISPLAY '*******************************************'
              DISPLAY '* COBOL255 - VALOR DO FUNDING MUDOU APOS  *'
              DISPLAY '* A EMISSAO DO PEDIDO - VER RELFUND       *'
              DISPLAY '*******************************************'
           END-IF.

       5000-CONFERE-PEDIDO-EXIT.
           EXIT.

      *----
       5010-LER-FUNDPED.

           READ FUNDPED
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FUNDPED NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL255 - ERRO READ FUNDPED FS=' ST-FUNDPED
              MOVE ST-FUNDPED            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF NOT = 'Y'
              AND WSS-QTD-EMITIDOS LESS 500
              ADD 1                      TO WSS-QTD-EMITIDOS
              SET IDX-EMI                TO WSS-QTD-EMITIDOS
              MOVE FPD-EMPRESA           TO TEI-EMPRESA (IDX-EMI)
              MOVE FPD-DATA-VALOR        TO TEI-DATA-VALOR (IDX-EMI)
              MOVE FPD-TOTAL             TO TEI-TOTAL (IDX-EMI)
              MOVE FPD-USUARIO           TO TEI-USUARIO (IDX-EMI)
              MOVE FPD-DATA-HORA         TO TEI-DATA-HORA (IDX-EMI)
              MOVE 'N'                   TO TEI-CONFERIDO (IDX-EMI)
           END-IF.

       5010-LER-FUNDPED-EXIT.
           EXIT.

      *----
       5100-CONFERE-APURADO.

           MOVE SPACES                   TO DET02.
           MOVE TFD-EMPRESA (WSS-IRF)    TO EMPRESA-CNF.
           MOVE TFD-DATA-VALOR (WSS-IRF) TO DATA-CNF.
           MOVE TFD-TOTAL (WSS-IRF)      TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO APURADO-CNF.

           SET IDX-EMI TO 1.
           SEARCH WSS-EMI-ENTRY
              AT END
                 MOVE TFD-TOTAL (WSS-IRF) TO WSS-DIFERENCA
                 MOVE 'NOVO APOS O PEDIDO' TO SITUACAO-CNF
                 ADD 1                   TO WSS-QTD-ALTERADOS
              WHEN TEI-EMPRESA (IDX-EMI) EQUAL TFD-EMPRESA (WSS-IRF)
               AND TEI-DATA-VALOR (IDX-EMI) EQUAL
                   TFD-DATA-VALOR (WSS-IRF)
                 MOVE 'Y'                TO TEI-CONFERIDO (IDX-EMI)
                 MOVE TEI-TOTAL (IDX-EMI) TO MASCARA-TOTAL
                 MOVE MASCARA-TOTAL      TO EMITIDO-CNF
                 COMPUTE WSS-DIFERENCA =
                         TFD-TOTAL (WSS-IRF) - TEI-TOTAL (IDX-EMI)
                 IF WSS-DIFERENCA EQUAL 0
                    MOVE 'SEM ALTERACAO' TO SITUACAO-CNF
                 ELSE
                    MOVE 'ALTERADO APOS O PEDIDO' TO SITUACAO-CNF
                    ADD 1                TO WSS-QTD-ALTERADOS
                 END-IF
           END-SEARCH.

           MOVE WSS-DIFERENCA            TO MASCARA-DIFERENCA.
           MOVE MASCARA-DIFERENCA        TO DIFERENCA-CNF.

           WRITE REG-RELFUND FROM DET02 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELFUND NOT EQUAL 0 THEN
              DISPLAY 'COBOL255 - ERRO WRITE RELFUND FS=' ST-RELFUND
              MOVE ST-RELFUND            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       5100-CONFERE-APURADO-EXIT.
           EXIT.

      *----
       5200-CONFERE-EMITIDO.

           IF TEI-CONFERIDO (IDX-EMI) EQUAL 'Y'
              GO TO 5200-CONFERE-EMITIDO-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-ALTERADOS.

           MOVE SPACES                   TO DET02.
           MOVE TEI-EMPRESA (IDX-EMI)    TO EMPRESA-CNF.
           MOVE TEI-DATA-VALOR (IDX-EMI) TO DATA-CNF.
           MOVE TEI-TOTAL (IDX-EMI)      TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO EMITIDO-CNF.
           COMPUTE WSS-DIFERENCA = 0 - TEI-TOTAL (IDX-EMI).
           MOVE WSS-DIFERENCA            TO MASCARA-DIFERENCA.
           MOVE MASCARA-DIFERENCA        TO DIFERENCA-CNF.
           MOVE 'FORA DA APURACAO ATUAL' TO SITUACAO-CNF.

           WRITE REG-RELFUND FROM DET02 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELFUND NOT EQUAL 0 THEN
              DISPLAY 'COBOL255 - ERRO WRITE RELFUND FS=' ST-RELFUND
              MOVE ST-RELFUND            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       5200-CONFERE-EMITIDO-EXIT.
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

           DISPLAY '***ABEND-COBOL255*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
