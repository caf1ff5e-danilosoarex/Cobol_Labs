      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : RAZAO AUXILIAR E ENVELHECIMENTO DO PASSIVO DE
      *            RETENCOES DA FOLHA. PARA A COMPETENCIA DO CARTAO
      *            PASSPRM CASA OS CREDITOS DE PASSIVO CONTABILIZADOS
      *            PELO COBOL162 (LANCGL - TIPOS 'INSS', 'IRRF',
      *            'OUTR' E 'PENS'; 'PLRI'/'PLRO' DA PLR SOMAM EM IRRF
      *            E OUTR) E PELO COBOL181 (LANCFGTS - 'FGTP', FGTS A
      *            RECOLHER) COM OS PAGAMENTOS EFETIVOS:
      *            - GUIAREC (COBOL182/COBOL251): GPS BAIXA INSS E
      *              DARF BAIXA IRRF NA COMPETENCIA DA GUIA, PELO
      *              PRINCIPAL (SEM MULTA E JUROS); GUIA SUBSTITUIDA
      *              NAO CONTA;
      *            - FGTSREC (COBOL181): DEPOSITO DO TRAILER BAIXA
      *              FGTS NA COMPETENCIA DO HEADER;
      *            - CNABTER (COBOL180): REPASSE A TERCEIROS BAIXA
      *              OUTR NA COMPETENCIA DO CARTAO;
      *            - PAGSTAT (COBOL161): LINHA LIQUIDADA ('L') DA
      *              PENSAO RETIDA (MATRICULA + VALOR DE FN-PENSAO DO
      *              FOLHANET) BAIXA PENS, PAGA NO MES DA COMPETENCIA
      *              OU NO SEGUINTE (CRITERIO DO PAGHIST DO COBOL160).
      *            O RAZAO (PASSANT -> PASSNOV) GUARDA UMA LINHA POR
      *            TIPO E COMPETENCIA; CADA ORIGEM PRESENTE NA RODADA
      *            SUBSTITUI O VALOR QUE APURA (REPROCESSAR NAO
      *            DUPLICA). O RELATORIO RELPASS MOSTRA O SALDO EM
      *            ABERTO POR CONTA E COMPETENCIA COM A IDADE DESDE O
      *            VENCIMENTO E O RESUMO POR FAIXA; SALDO VENCIDO
      *            TERMINA COM RETORNO 4. BAIXA ACIMA DO CREDITADO
      *            (COTA PATRONAL DA GPS, POR EXEMPLO) SAI COMO
      *            EXCEDENTE, SEM ABATER OUTRA COMPETENCIA.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL256.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 09:00:00.
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
           SELECT PASSPRM ASSIGN TO PASSPRM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PASSPRM.
      *
           SELECT PASSANT ASSIGN TO PASSANT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PASSANT.
      *
           SELECT LANCGL ASSIGN TO LANCGL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-LANCGL.
      *
           SELECT LANCFGTS ASSIGN TO LANCFGTS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-LANCFGTS.
      *
           SELECT FOLHANET ASSIGN TO FOLHANET
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FOLHANET.
      *
           SELECT PAGSTAT ASSIGN TO PAGSTAT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PAGSTAT.
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
           SELECT PASSNOV ASSIGN TO PASSNOV
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PASSNOV.
      *
           SELECT RELPASS ASSIGN TO RELPASS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELPASS.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   PASSPRM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CARTAO: COMPETENCIA CONTABILIZADA, DATA-BASE DO
      * ENVELHECIMENTO (ZERO = HOJE), DIA DE VENCIMENTO DAS GUIAS E
      * DO FGTS NO MES SEGUINTE (ZERO = 20) E DIA DO REPASSE DE
      * PENSAO E TERCEIROS NO MES SEGUINTE (ZERO = 10)
      *----
       01   REG-PASSPRM.
            03 PSP-COMPETENCIA             PIC 9(006).
            03 PSP-DATA-BASE               PIC 9(008).
            03 PSP-DIA-GUIAS               PIC 9(002).
            03 PSP-DIA-REPASSE             PIC 9(002).
            03 FILLER                      PIC X(062).
      *----
       FD   PASSANT
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2561'.
      *----
       FD   LANCGL
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-LANCGL.
            03 LGL-CONTA                   PIC 9(008).
            03 LGL-NATUREZA                PIC X(001).
            03 LGL-VALOR                   PIC 9(013)V99.
            03 LGL-DEPTO                   PIC X(005).
            03 LGL-TIPO                    PIC X(004).
            03 LGL-HISTORICO               PIC X(030).
            03 FILLER                      PIC X(017).
      *----
      * LANCAMENTOS DA DESPESA PATRONAL DO FGTS (COBOL181), MESMO
      * LAYOUT DO LANCGL
      *----
       FD   LANCFGTS
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-LANCFGTS.
            03 LGF-CONTA                   PIC 9(008).
            03 LGF-NATUREZA                PIC X(001).
            03 LGF-VALOR                   PIC 9(013)V99.
            03 LGF-DEPTO                   PIC X(005).
            03 LGF-TIPO                    PIC X(004).
            03 LGF-HISTORICO               PIC X(030).
            03 FILLER                      PIC X(017).
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
       FD   PAGSTAT
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-PAGSTAT.
            03 PST-MATRICULA               PIC 9(008).
            03 PST-VALOR                   PIC 9(013)V99.
            03 PST-STATUS                  PIC X(001).
            03 PST-CODIGO                  PIC X(002).
            03 PST-DATA                    PIC 9(008).
            03 PST-REMESSA                 PIC X(008).
            03 FILLER                      PIC X(038).
      *----
      * REMESSA CNAB 240 DE REPASSE A TERCEIROS (COBOL180): SO OS
      * SEGMENTOS 'A' INTERESSAM
      *----
       FD   CNABTER
            RECORDING MODE IS F
            RECORD CONTAINS 240 CHARACTERS.
      *----
       01   REG-CNABTER.
            03 CNT-BANCO                   PIC 9(003).
            03 CNT-LOTE                    PIC 9(004).
            03 CNT-TIPO                    PIC 9(001).
            03 FILLER                      PIC X(005).
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
       FD   PASSNOV
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-PASSNOV                    PIC X(080).
      *----
       FD   RELPASS.
      *----
       01   REG-RELPASS                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-PASSPRM                      PIC 9(002) VALUE 0.
       77  ST-PASSANT                      PIC 9(002) VALUE 0.
       77  ST-LANCGL                       PIC 9(002) VALUE 0.
       77  ST-LANCFGTS                     PIC 9(002) VALUE 0.
       77  ST-FOLHANET                     PIC 9(002) VALUE 0.
       77  ST-PAGSTAT                      PIC 9(002) VALUE 0.
       77  ST-CNABTER                      PIC 9(002) VALUE 0.
       77  ST-GUIAREC                      PIC 9(002) VALUE 0.
       77  ST-FGTSREC                      PIC 9(002) VALUE 0.
       77  ST-PASSNOV                      PIC 9(002) VALUE 0.
       77  ST-RELPASS                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-COMPETENCIA                 PIC 9(006) VALUE 0.
       77  WSS-COMPET-SEGUINTE             PIC 9(006) VALUE 0.
       77  WSS-DATA-BASE                   PIC 9(008) VALUE 0.
       77  WSS-DATA-HOJE                   PIC 9(008) VALUE 0.
       77  WSS-DIA-GUIAS                   PIC 9(002) VALUE 20.
       77  WSS-DIA-REPASSE                 PIC 9(002) VALUE 10.
       77  WSS-QTD-PASSIVO                 PIC 9(004) VALUE 0.
       77  WSS-QTD-PENSOES                 PIC 9(005) VALUE 0.
       77  WSS-IDX-PEN                     PIC 9(005) COMP VALUE 0.
       77  WSS-IRP                         PIC 9(004) COMP VALUE 0.
       77  WSS-IDX-TIPO                    PIC 9(001) VALUE 0.
       77  WSS-IDX-FAIXA                   PIC 9(001) VALUE 0.
       77  WSS-TIPO                        PIC X(004) VALUE SPACES.
       77  WSS-CONTA                       PIC 9(008) VALUE 0.
       77  WSS-COMPET-BUSCA                PIC 9(006) VALUE 0.
       77  WSS-VALOR                       PIC S9(013)V99 COMP-3
                                                          VALUE 0.
       77  WSS-COMPET-FGTS                 PIC 9(006) VALUE 0.
       77  WSS-SALDO                       PIC S9(013)V99 COMP-3
                                                          VALUE 0.
       77  WSS-ABERTO                      PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-EXCEDENTE                   PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-DIAS                        PIC S9(005) COMP-3 VALUE 0.
       77  WSS-VENCIMENTO                  PIC 9(008) VALUE 0.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-LIDO-LANCGL                 PIC X(001) VALUE 'N'.
       77  WSS-LIDO-LANCFGTS               PIC X(001) VALUE 'N'.
       77  WSS-LIDO-PAGSTAT                PIC X(001) VALUE 'N'.
       77  WSS-LIDO-CNABTER                PIC X(001) VALUE 'N'.
       77  WSS-REG-PASSANT                 PIC 9(006) VALUE ZEROES.
       77  WSS-REG-LANCGL                  PIC 9(006) VALUE ZEROES.
       77  WSS-REG-LANCFGTS                PIC 9(006) VALUE ZEROES.
       77  WSS-REG-PENSAO-PAGA             PIC 9(006) VALUE ZEROES.
       77  WSS-REG-TERCEIROS               PIC 9(006) VALUE ZEROES.
       77  WSS-REG-GUIAS                   PIC 9(006) VALUE ZEROES.
       77  WSS-REG-FGTS                    PIC 9(006) VALUE ZEROES.
       77  WSS-REG-PASSNOV                 PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-ABERTOS                 PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-VENCIDOS                PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-SEM-PROVISAO            PIC 9(006) VALUE ZEROES.
       77  WSS-TOTAL-ABERTO                PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOTAL-VENCIDO               PIC 9(013)V99 COMP-3 VALUE 0.
       77  MASCARA-DATA                    PIC 9999/99/99.
       77  MASCARA-VALOR                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-DIAS                    PIC -ZZZZ9.
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
      * TIPOS DE PASSIVO NA ORDEM DO RESUMO
      *----
       01  WSS-TIPOS-PASSIVO.
           03 FILLER                       PIC X(020)
              VALUE 'INSSIRRFOUTRPENSFGTS'.
       01  WSS-TIPOS-PASSIVO-R REDEFINES WSS-TIPOS-PASSIVO.
           03 WSS-TIPO-NOME                PIC X(004) OCCURS 5 TIMES.
      *----
      * FAIXAS DE IDADE DO SALDO EM ABERTO, EM DIAS DESDE O
      * VENCIMENTO
      *----
       01  WSS-FAIXAS.
           03 FILLER                       PIC X(012) VALUE 'A VENCER'.
           03 FILLER                       PIC X(012)
              VALUE '01 A 30 DIAS'.
           03 FILLER                       PIC X(012)
              VALUE '31 A 60 DIAS'.
           03 FILLER                       PIC X(012)
              VALUE '61 A 90 DIAS'.
           03 FILLER                       PIC X(012)
              VALUE 'ACIMA DE 90'.
       01  WSS-FAIXAS-R REDEFINES WSS-FAIXAS.
           03 WSS-FAIXA-NOME               PIC X(012) OCCURS 5 TIMES.
      *----
       01  WSS-TAB-RESUMO.
           03 WSS-RES-TIPO OCCURS 5 TIMES.
              05 WSS-RES-FAIXA             PIC 9(013)V99 COMP-3
                                           OCCURS 5 TIMES.
              05 WSS-RES-EXCEDENTE         PIC 9(013)V99 COMP-3.
      *----
      * RAZAO AUXILIAR EM MEMORIA: GERACAO ANTERIOR MAIS AS LINHAS
      * NOVAS DA RODADA; -RODADA E -LIDO GUARDAM O QUE CADA ORIGEM
      * PRESENTE APUROU, APLICADO NO FIM POR SUBSTITUICAO
      *----
       01  WSS-TAB-PASSIVO.
           05 WSS-PSV-ENTRY OCCURS 0 TO 1000 TIMES
                 DEPENDING ON WSS-QTD-PASSIVO
                 INDEXED BY IDX-PSV.
              10 TPS-TIPO                  PIC X(004).
              10 TPS-COMPETENCIA           PIC 9(006).
              10 TPS-CONTA                 PIC 9(008).
              10 TPS-CREDITADO             PIC 9(013)V99 COMP-3.
              10 TPS-BAIXADO               PIC 9(013)V99 COMP-3.
              10 TPS-DATA-BAIXA            PIC 9(008).
              10 TPS-CRED-RODADA           PIC S9(013)V99 COMP-3.
              10 TPS-CRED-LIDO             PIC X(001).
              10 TPS-BXA-RODADA            PIC 9(013)V99 COMP-3.
              10 TPS-BXA-LIDA              PIC X(001).
      *----
      * PENSAO RETIDA NA COMPETENCIA, POR MATRICULA (FOLHANET)
      *----
       01  WSS-TAB-PENSAO.
           05 WSS-PEN-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-PENSOES.
              10 TPE-MATRICULA             PIC 9(008).
              10 TPE-VALOR                 PIC 9(007)V99.
              10 TPE-PAGA                  PIC X(001).
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL256'.
           03 FILLER                       PIC X(050)
              VALUE 'RAZAO AUXILIAR DO PASSIVO DE RETENCOES DA FOLHA'.
           03 FILLER                       PIC X(013)
              VALUE 'COMPETENCIA: '.
           03 CAB-COMPETENCIA              PIC 9(006) VALUE 0.
           03 FILLER                       PIC X(014)
              VALUE '  DATA-BASE: '.
           03 CAB-DATA-BASE                PIC 9999/99/99.
      *----
       01  CAB02.
           03 FILLER                       PIC X(006) VALUE 'TIPO'.
           03 FILLER                       PIC X(010) VALUE 'CONTA'.
           03 FILLER                       PIC X(008) VALUE 'COMPET.'.
           03 FILLER                       PIC X(012)
              VALUE 'VENCIMENTO'.
           03 FILLER                       PIC X(018)
              VALUE '        CREDITADO'.
           03 FILLER                       PIC X(018)
              VALUE '          BAIXADO'.
           03 FILLER                       PIC X(018)
              VALUE '     SALDO ABERTO'.
           03 FILLER                       PIC X(018)
              VALUE '        EXCEDENTE'.
           03 FILLER                       PIC X(008) VALUE '   DIAS'.
           03 FILLER                       PIC X(012) VALUE 'FAIXA'.
      *----
       01  DET01.
           03 TIPO-DET                     PIC X(004) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 CONTA-DET                    PIC 9(008) VALUE 0.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 COMPET-DET                   PIC 9(006) VALUE 0.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 VENC-DET                     PIC 9999/99/99.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 CREDITADO-DET                PIC X(017) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 BAIXADO-DET                  PIC X(017) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 ABERTO-DET                   PIC X(017) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 EXCEDENTE-DET                PIC X(017) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 DIAS-DET                     PIC X(006) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 FAIXA-DET                    PIC X(012) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 OBS-DET                      PIC X(002) VALUE SPACES.
      *----
       01  CAB03.
           03 FILLER                       PIC X(006) VALUE 'TIPO'.
           03 FILLER                       PIC X(018)
              VALUE '         A VENCER'.
           03 FILLER                       PIC X(018)
              VALUE '     01 A 30 DIAS'.
           03 FILLER                       PIC X(018)
              VALUE '     31 A 60 DIAS'.
           03 FILLER                       PIC X(018)
              VALUE '     61 A 90 DIAS'.
           03 FILLER                       PIC X(018)
              VALUE '      ACIMA DE 90'.
           03 FILLER                       PIC X(018)
              VALUE '        EXCEDENTE'.
      *----
       01  DET02.
           03 TIPO-RES                     PIC X(004) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 FAIXA-RES                    PIC X(018) OCCURS 6 TIMES.
      *----
       01  LINHA-TEXTO.
           03 LT-ROTULO                    PIC X(040) VALUE SPACES.
           03 LT-VALOR                     PIC X(060) VALUE SPACES.
           03 FILLER                       PIC X(032) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL256'
           DISPLAY ' RAZAO AUXILIAR DO PASSIVO DE RETENCOES DA FOLHA'.

           PERFORM 0001-CARGA-CARTAO
              THRU 0001-CARGA-CARTAO-EXIT.

           PERFORM 0002-CARGA-RAZAO
              THRU 0002-CARGA-RAZAO-EXIT.

           OPEN OUTPUT RELPASS.

           IF ST-RELPASS NOT EQUAL 0 THEN
              DISPLAY 'COBOL256 - ERRO OPEN RELPASS FS=' ST-RELPASS
              MOVE ST-RELPASS            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           WRITE REG-RELPASS FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           PERFORM 1000-CREDITOS-LANCGL
              THRU 1000-CREDITOS-LANCGL-EXIT.

           PERFORM 1100-CREDITOS-LANCFGTS
              THRU 1100-CREDITOS-LANCFGTS-EXIT.

           PERFORM 1200-CARGA-PENSOES
              THRU 1200-CARGA-PENSOES-EXIT.

           PERFORM 1300-BAIXA-PENSOES
              THRU 1300-BAIXA-PENSOES-EXIT.

           PERFORM 1400-BAIXA-TERCEIROS
              THRU 1400-BAIXA-TERCEIROS-EXIT.

           PERFORM 1500-BAIXA-GUIAS
              THRU 1500-BAIXA-GUIAS-EXIT.

           PERFORM 1600-BAIXA-FGTS
              THRU 1600-BAIXA-FGTS-EXIT.

           PERFORM 3000-ATUALIZA-RAZAO
              THRU 3000-ATUALIZA-RAZAO-EXIT.

           PERFORM 8000-IMPRIME-RESUMO
              THRU 8000-IMPRIME-RESUMO-EXIT.

           CLOSE RELPASS.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL256                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* LINHAS DO RAZAO ANTERIOR: ' WSS-REG-PASSANT.
           DISPLAY '* LANCAMENTOS LANCGL      : ' WSS-REG-LANCGL.
           DISPLAY '* LANCAMENTOS LANCFGTS    : ' WSS-REG-LANCFGTS.
           DISPLAY '* PENSOES PAGAS (PAGSTAT) : ' WSS-REG-PENSAO-PAGA.
           DISPLAY '* REPASSES A TERCEIROS    : ' WSS-REG-TERCEIROS.
           DISPLAY '* GUIAS                   : ' WSS-REG-GUIAS.
           DISPLAY '* RECOLHIMENTOS FGTS      : ' WSS-REG-FGTS.
           DISPLAY '* BAIXAS SEM PROVISAO     : ' WSS-QTD-SEM-PROVISAO.
           DISPLAY '* LINHAS DO RAZAO NOVO    : ' WSS-REG-PASSNOV.
           DISPLAY '* SALDOS EM ABERTO        : ' WSS-QTD-ABERTOS.
           DISPLAY '* SALDOS VENCIDOS         : ' WSS-QTD-VENCIDOS.
           DISPLAY '* TOTAL EM ABERTO         : ' WSS-TOTAL-ABERTO.
           DISPLAY '* TOTAL VENCIDO           : ' WSS-TOTAL-VENCIDO.
           DISPLAY '*******************************************'.

           IF WSS-QTD-VENCIDOS GREATER 0
              OR WSS-QTD-SEM-PROVISAO GREATER 0
              MOVE 4                     TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----
      * CARTAO OBRIGATORIO COM A COMPETENCIA CONTABILIZADA
      *----
       0001-CARGA-CARTAO.

           DISPLAY '0001-CARGA-CARTAO'.

           OPEN INPUT PASSPRM.

           IF ST-PASSPRM NOT EQUAL 0 THEN
              DISPLAY 'COBOL256 - ERRO OPEN PASSPRM FS=' ST-PASSPRM
              MOVE ST-PASSPRM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ PASSPRM.

           IF ST-PASSPRM NOT EQUAL 0 THEN
              DISPLAY 'COBOL256 - ERRO READ PASSPRM FS=' ST-PASSPRM
              MOVE ST-PASSPRM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF PSP-COMPETENCIA NOT NUMERIC
              OR PSP-COMPETENCIA EQUAL 0
              DISPLAY 'COBOL256 - COMPETENCIA INVALIDA NO CARTAO: '
                      PSP-COMPETENCIA
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE PASSPRM.

           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.
           MOVE DH-DATA                  TO WSS-DATA-HOJE.

           MOVE PSP-COMPETENCIA          TO WSS-COMPETENCIA.

           IF PSP-DATA-BASE NUMERIC
              AND PSP-DATA-BASE GREATER 0
              MOVE PSP-DATA-BASE         TO WSS-DATA-BASE
           ELSE
              MOVE WSS-DATA-HOJE         TO WSS-DATA-BASE
           END-IF.

           IF PSP-DIA-GUIAS NUMERIC
              AND PSP-DIA-GUIAS GREATER 0
              AND PSP-DIA-GUIAS LESS 29
              MOVE PSP-DIA-GUIAS         TO WSS-DIA-GUIAS
           END-IF.

           IF PSP-DIA-REPASSE NUMERIC
              AND PSP-DIA-REPASSE GREATER 0
              AND PSP-DIA-REPASSE LESS 29
              MOVE PSP-DIA-REPASSE       TO WSS-DIA-REPASSE
           END-IF.

      *----
      * MES SEGUINTE A COMPETENCIA (JANELA DA PENSAO PAGA)
      *----
           MOVE WSS-COMPETENCIA          TO WSS-DATA-GRP (1:6).
           IF WSS-GRP-MES EQUAL 12
              MOVE 1                     TO WSS-GRP-MES
              ADD 1                      TO WSS-GRP-ANO
           ELSE
              ADD 1                      TO WSS-GRP-MES
           END-IF.
           MOVE WSS-DATA-GRP (1:6)       TO WSS-COMPET-SEGUINTE.

           MOVE WSS-COMPETENCIA          TO CAB-COMPETENCIA.
           MOVE WSS-DATA-BASE            TO CAB-DATA-BASE.

           DISPLAY ' COMPETENCIA : ' WSS-COMPETENCIA.
           DISPLAY ' DATA-BASE   : ' WSS-DATA-BASE.

       0001-CARGA-CARTAO-EXIT.
           EXIT.

      *----
      * RAZAO DA RODADA ANTERIOR (OPCIONAL NA PRIMEIRA RODADA)
      *----
       0002-CARGA-RAZAO.

           DISPLAY '0002-CARGA-RAZAO'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT PASSANT.

           IF ST-PASSANT EQUAL 35
              DISPLAY 'COBOL256 - PASSANT AUSENTE, RAZAO INICIADO'
              GO TO 0002-CARGA-RAZAO-EXIT
           END-IF.

           IF ST-PASSANT NOT EQUAL 0 THEN
              DISPLAY 'COBOL256 - ERRO OPEN PASSANT FS=' ST-PASSANT
              MOVE ST-PASSANT            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0003-LER-PASSANT
              THRU 0003-LER-PASSANT-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE PASSANT.

           MOVE 'N'                      TO WSS-EOF.

           DISPLAY ' LINHAS DO RAZAO ANTERIOR : ' WSS-REG-PASSANT.

       0002-CARGA-RAZAO-EXIT.
           EXIT.

      *----
       0003-LER-PASSANT.

           READ PASSANT
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-PASSANT NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL256 - ERRO READ PASSANT FS=' ST-PASSANT
              MOVE ST-PASSANT            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0003-LER-PASSANT-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-PASSANT.

           MOVE PSV-TIPO                 TO WSS-TIPO.
           MOVE PSV-COMPETENCIA          TO WSS-COMPET-BUSCA.
           MOVE PSV-CONTA                TO WSS-CONTA.

           PERFORM 2000-LOCALIZA-LINHA
              THRU 2000-LOCALIZA-LINHA-EXIT.

           MOVE PSV-CREDITADO            TO TPS-CREDITADO (IDX-PSV).
           MOVE PSV-BAIXADO              TO TPS-BAIXADO (IDX-PSV).
           MOVE PSV-DATA-BAIXA           TO TPS-DATA-BAIXA (IDX-PSV).

       0003-LER-PASSANT-EXIT.
           EXIT.

      *----
      * CREDITOS DE PASSIVO DA COMPETENCIA CONTABILIZADOS PELO
      * COBOL162; A PRESENCA DO LANCGL SUBSTITUI O CREDITADO DOS
      * QUATRO TIPOS NA COMPETENCIA, MESMO QUE ZERADO
      *----
       1000-CREDITOS-LANCGL.

           DISPLAY '1000-CREDITOS-LANCGL'.

           OPEN INPUT LANCGL.

           IF ST-LANCGL EQUAL 35
              DISPLAY 'COBOL256 - LANCGL AUSENTE'
              GO TO 1000-CREDITOS-LANCGL-EXIT
           END-IF.

           IF ST-LANCGL NOT EQUAL 0 THEN
              DISPLAY 'COBOL256 - ERRO OPEN LANCGL FS=' ST-LANCGL
              MOVE ST-LANCGL             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'Y'                      TO WSS-LIDO-LANCGL.
           MOVE WSS-COMPETENCIA          TO WSS-COMPET-BUSCA.
           MOVE 0                        TO WSS-CONTA.

           PERFORM 1020-MARCA-CREDITO
              THRU 1020-MARCA-CREDITO-EXIT
              VARYING WSS-IDX-TIPO FROM 1 BY 1
              UNTIL WSS-IDX-TIPO GREATER 4.

           PERFORM 1010-LER-LANCGL
              THRU 1010-LER-LANCGL-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE LANCGL.

           MOVE 'N'                      TO WSS-EOF.

       1000-CREDITOS-LANCGL-EXIT.
           EXIT.

      *----
       1010-LER-LANCGL.

           READ LANCGL
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-LANCGL NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL256 - ERRO READ LANCGL FS=' ST-LANCGL
              MOVE ST-LANCGL             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1010-LER-LANCGL-EXIT
           END-IF.

           EVALUATE LGL-TIPO
              WHEN 'INSS'
                 MOVE 'INSS'             TO WSS-TIPO
              WHEN 'IRRF'
              WHEN 'PLRI'
                 MOVE 'IRRF'             TO WSS-TIPO
              WHEN 'OUTR'
              WHEN 'PLRO'
                 MOVE 'OUTR'             TO WSS-TIPO
              WHEN 'PENS'
                 MOVE 'PENS'             TO WSS-TIPO
              WHEN OTHER
                 GO TO 1010-LER-LANCGL-EXIT
           END-EVALUATE.

           ADD 1                         TO WSS-REG-LANCGL.

           MOVE LGL-CONTA                TO WSS-CONTA.
           MOVE WSS-COMPETENCIA          TO WSS-COMPET-BUSCA.

           PERFORM 2000-LOCALIZA-LINHA
              THRU 2000-LOCALIZA-LINHA-EXIT.

           IF LGL-NATUREZA EQUAL 'D'
              SUBTRACT LGL-VALOR FROM TPS-CRED-RODADA (IDX-PSV)
           ELSE
              ADD LGL-VALOR      TO TPS-CRED-RODADA (IDX-PSV)
           END-IF.

       1010-LER-LANCGL-EXIT.
           EXIT.

      *----
       1020-MARCA-CREDITO.

           MOVE WSS-TIPO-NOME (WSS-IDX-TIPO) TO WSS-TIPO.

           PERFORM 2000-LOCALIZA-LINHA
              THRU 2000-LOCALIZA-LINHA-EXIT.

           MOVE 'Y'                      TO TPS-CRED-LIDO (IDX-PSV).

       1020-MARCA-CREDITO-EXIT.
           EXIT.

      *----
      * FGTS A RECOLHER ('FGTP') CONTABILIZADO PELO COBOL181
      *----
       1100-CREDITOS-LANCFGTS.

           DISPLAY '1100-CREDITOS-LANCFGTS'.

           OPEN INPUT LANCFGTS.

           IF ST-LANCFGTS EQUAL 35
              DISPLAY 'COBOL256 - LANCFGTS AUSENTE'
              GO TO 1100-CREDITOS-LANCFGTS-EXIT
           END-IF.

           IF ST-LANCFGTS NOT EQUAL 0 THEN
              DISPLAY 'COBOL256 - ERRO OPEN LANCFGTS FS=' ST-LANCFGTS
              MOVE ST-LANCFGTS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'Y'                      TO WSS-LIDO-LANCFGTS.
           MOVE WSS-COMPETENCIA          TO WSS-COMPET-BUSCA.
           MOVE 0                        TO WSS-CONTA.
           MOVE 5                        TO WSS-IDX-TIPO.

           PERFORM 1020-MARCA-CREDITO
              THRU 1020-MARCA-CREDITO-EXIT.

           PERFORM 1110-LER-LANCFGTS
              THRU 1110-LER-LANCFGTS-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE LANCFGTS.

           MOVE 'N'                      TO WSS-EOF.

       1100-CREDITOS-LANCFGTS-EXIT.
           EXIT.

      *----
       1110-LER-LANCFGTS.

           READ LANCFGTS
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-LANCFGTS NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL256 - ERRO READ LANCFGTS FS=' ST-LANCFGTS
              MOVE ST-LANCFGTS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              OR LGF-TIPO NOT EQUAL 'FGTP'
              GO TO 1110-LER-LANCFGTS-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-LANCFGTS.

           MOVE 'FGTS'                   TO WSS-TIPO.
           MOVE LGF-CONTA                TO WSS-CONTA.
           MOVE WSS-COMPETENCIA          TO WSS-COMPET-BUSCA.

           PERFORM 2000-LOCALIZA-LINHA
              THRU 2000-LOCALIZA-LINHA-EXIT.

           IF LGF-NATUREZA EQUAL 'D'
              SUBTRACT LGF-VALOR FROM TPS-CRED-RODADA (IDX-PSV)
           ELSE
              ADD LGF-VALOR      TO TPS-CRED-RODADA (IDX-PSV)
           END-IF.

       1110-LER-LANCFGTS-EXIT.
           EXIT.

      *----
      * PENSAO RETIDA POR MATRICULA NA COMPETENCIA (OPCIONAL; SEM O
      * FOLHANET A PENSAO NAO E BAIXADA NESTA RODADA)
      *----
       1200-CARGA-PENSOES.

           DISPLAY '1200-CARGA-PENSOES'.

           OPEN INPUT FOLHANET.

           IF ST-FOLHANET EQUAL 35
              DISPLAY 'COBOL256 - FOLHANET AUSENTE'
              GO TO 1200-CARGA-PENSOES-EXIT
           END-IF.

           IF ST-FOLHANET NOT EQUAL 0 THEN
              DISPLAY 'COBOL256 - ERRO OPEN FOLHANET FS=' ST-FOLHANET
              MOVE ST-FOLHANET           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1210-LER-FOLHANET
              THRU 1210-LER-FOLHANET-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FOLHANET.

           MOVE 'N'                      TO WSS-EOF.

           DISPLAY ' PENSOES RETIDAS : ' WSS-QTD-PENSOES.

       1200-CARGA-PENSOES-EXIT.
           EXIT.

      *----
       1210-LER-FOLHANET.

           READ FOLHANET
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FOLHANET NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL256 - ERRO READ FOLHANET FS=' ST-FOLHANET
              MOVE ST-FOLHANET           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              OR FN-MATRICULA EQUAL 99999999
              OR FN-PENSAO NOT GREATER 0
              GO TO 1210-LER-FOLHANET-EXIT
           END-IF.

           IF WSS-QTD-PENSOES NOT LESS 20000
              DISPLAY 'COBOL256 - TABELA DE PENSOES ESGOTADA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-PENSOES.
           MOVE FN-MATRICULA     TO TPE-MATRICULA (WSS-QTD-PENSOES).
           MOVE FN-PENSAO        TO TPE-VALOR (WSS-QTD-PENSOES).
           MOVE 'N'              TO TPE-PAGA (WSS-QTD-PENSOES).

       1210-LER-FOLHANET-EXIT.
           EXIT.

      *----
      * PENSAO PAGA: LINHA LIQUIDADA DO PAGSTAT ACUMULADO COM A
      * MATRICULA E O VALOR DA PENSAO RETIDA, PAGA NO MES DA
      * COMPETENCIA OU NO SEGUINTE; CADA PENSAO BAIXA UMA VEZ
      *----
       1300-BAIXA-PENSOES.

           DISPLAY '1300-BAIXA-PENSOES'.

           IF WSS-QTD-PENSOES EQUAL 0
              GO TO 1300-BAIXA-PENSOES-EXIT
           END-IF.

           OPEN INPUT PAGSTAT.

           IF ST-PAGSTAT EQUAL 35
              DISPLAY 'COBOL256 - PAGSTAT AUSENTE'
              GO TO 1300-BAIXA-PENSOES-EXIT
           END-IF.

           IF ST-PAGSTAT NOT EQUAL 0 THEN
              DISPLAY 'COBOL256 - ERRO OPEN PAGSTAT FS=' ST-PAGSTAT
              MOVE ST-PAGSTAT            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'Y'                      TO WSS-LIDO-PAGSTAT.
           MOVE 'PENS'                   TO WSS-TIPO.
           MOVE WSS-COMPETENCIA          TO WSS-COMPET-BUSCA.
           MOVE 0                        TO WSS-CONTA.

           PERFORM 2000-LOCALIZA-LINHA
              THRU 2000-LOCALIZA-LINHA-EXIT.

           MOVE 'Y'                      TO TPS-BXA-LIDA (IDX-PSV).

           PERFORM 1310-LER-PAGSTAT
              THRU 1310-LER-PAGSTAT-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE PAGSTAT.

           MOVE 'N'                      TO WSS-EOF.

       1300-BAIXA-PENSOES-EXIT.
           EXIT.

      *----
       1310-LER-PAGSTAT.

           READ PAGSTAT
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-PAGSTAT NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL256 - ERRO READ PAGSTAT FS=' ST-PAGSTAT
              MOVE ST-PAGSTAT            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              OR PST-STATUS NOT EQUAL 'L'
              GO TO 1310-LER-PAGSTAT-EXIT
           END-IF.

           IF PST-DATA (1:6) NOT EQUAL WSS-COMPETENCIA
              AND PST-DATA (1:6) NOT EQUAL WSS-COMPET-SEGUINTE
              GO TO 1310-LER-PAGSTAT-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-ACHOU.

           PERFORM 1320-CASA-PENSAO
              THRU 1320-CASA-PENSAO-EXIT
              VARYING WSS-IDX-PEN FROM 1 BY 1
              UNTIL WSS-IDX-PEN GREATER WSS-QTD-PENSOES
                 OR WSS-ACHOU = 'Y'.

       1310-LER-PAGSTAT-EXIT.
           EXIT.

      *----
       1320-CASA-PENSAO.

           IF TPE-MATRICULA (WSS-IDX-PEN) NOT EQUAL PST-MATRICULA
              OR TPE-VALOR (WSS-IDX-PEN) NOT EQUAL PST-VALOR
              OR TPE-PAGA (WSS-IDX-PEN) EQUAL 'Y'
              GO TO 1320-CASA-PENSAO-EXIT
           END-IF.

           MOVE 'Y'                      TO WSS-ACHOU.
           MOVE 'Y'                      TO TPE-PAGA (WSS-IDX-PEN).

           ADD 1                         TO WSS-REG-PENSAO-PAGA.
           ADD PST-VALOR            TO TPS-BXA-RODADA (IDX-PSV).

       1320-CASA-PENSAO-EXIT.
           EXIT.

      *----
      * REPASSE A TERCEIROS DOS DESCONTOS RETIDOS (COBOL180) BAIXA
      * OUTR DA COMPETENCIA DO CARTAO
      *----
       1400-BAIXA-TERCEIROS.

           DISPLAY '1400-BAIXA-TERCEIROS'.

           OPEN INPUT CNABTER.

           IF ST-CNABTER EQUAL 35
              DISPLAY 'COBOL256 - CNABTER AUSENTE'
              GO TO 1400-BAIXA-TERCEIROS-EXIT
           END-IF.

           IF ST-CNABTER NOT EQUAL 0 THEN
              DISPLAY 'COBOL256 - ERRO OPEN CNABTER FS=' ST-CNABTER
              MOVE ST-CNABTER            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'Y'                      TO WSS-LIDO-CNABTER.
           MOVE 'OUTR'                   TO WSS-TIPO.
           MOVE WSS-COMPETENCIA          TO WSS-COMPET-BUSCA.
           MOVE 0                        TO WSS-CONTA.

           PERFORM 2000-LOCALIZA-LINHA
              THRU 2000-LOCALIZA-LINHA-EXIT.

           MOVE 'Y'                      TO TPS-BXA-LIDA (IDX-PSV).

           PERFORM 1410-LER-CNABTER
              THRU 1410-LER-CNABTER-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CNABTER.

           MOVE 'N'                      TO WSS-EOF.

       1400-BAIXA-TERCEIROS-EXIT.
           EXIT.

      *----
       1410-LER-CNABTER.

           READ CNABTER
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CNABTER NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL256 - ERRO READ CNABTER FS=' ST-CNABTER
              MOVE ST-CNABTER            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              OR CNT-TIPO NOT EQUAL 3
              OR CNA-SEGMENTO NOT EQUAL 'A'
              GO TO 1410-LER-CNABTER-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-TERCEIROS.
           ADD CNA-VALOR            TO TPS-BXA-RODADA (IDX-PSV).

       1410-LER-CNABTER-EXIT.
           EXIT.

      *----
      * GUIAS: GPS BAIXA INSS E DARF BAIXA IRRF NA COMPETENCIA DA
      * GUIA; A GUIA RECALCULADA (COBOL251) BAIXA SO O PRINCIPAL
      *----
       1500-BAIXA-GUIAS.

           DISPLAY '1500-BAIXA-GUIAS'.

           OPEN INPUT GUIAREC.

           IF ST-GUIAREC EQUAL 35
              DISPLAY 'COBOL256 - GUIAREC AUSENTE'
              GO TO 1500-BAIXA-GUIAS-EXIT
           END-IF.

           IF ST-GUIAREC NOT EQUAL 0 THEN
              DISPLAY 'COBOL256 - ERRO OPEN GUIAREC FS=' ST-GUIAREC
              MOVE ST-GUIAREC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1510-LER-GUIAREC
              THRU 1510-LER-GUIAREC-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE GUIAREC.

           MOVE 'N'                      TO WSS-EOF.

       1500-BAIXA-GUIAS-EXIT.
           EXIT.

      *----
       1510-LER-GUIAREC.

           READ GUIAREC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-GUIAREC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL256 - ERRO READ GUIAREC FS=' ST-GUIAREC
              MOVE ST-GUIAREC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              OR GUI-SUBSTITUIDA
              GO TO 1510-LER-GUIAREC-EXIT
           END-IF.

           EVALUATE GUI-TIPO
              WHEN 'GPS '
                 MOVE 'INSS'             TO WSS-TIPO
              WHEN 'DARF'
                 MOVE 'IRRF'             TO WSS-TIPO
              WHEN OTHER
                 GO TO 1510-LER-GUIAREC-EXIT
           END-EVALUATE.

           ADD 1                         TO WSS-REG-GUIAS.

           MOVE GUI-COMPETENCIA          TO WSS-COMPET-BUSCA.
           MOVE 0                        TO WSS-CONTA.

           PERFORM 2000-LOCALIZA-LINHA
              THRU 2000-LOCALIZA-LINHA-EXIT.

           IF TPS-BXA-LIDA (IDX-PSV) NOT EQUAL 'Y'
              MOVE 'Y'                   TO TPS-BXA-LIDA (IDX-PSV)
              MOVE 0                     TO TPS-BXA-RODADA (IDX-PSV)
           END-IF.

           COMPUTE WSS-VALOR = GUI-VALOR - GUI-VALOR-MULTA
                             - GUI-VALOR-JUROS.

           IF GUI-ORIGINAL
              MOVE GUI-VALOR             TO WSS-VALOR
           END-IF.

           IF WSS-VALOR GREATER 0
              ADD WSS-VALOR         TO TPS-BXA-RODADA (IDX-PSV)
           END-IF.

       1510-LER-GUIAREC-EXIT.
           EXIT.

      *----
      * FGTS: DEPOSITO DO TRAILER DE CADA EMPRESA NA COMPETENCIA DO
      * HEADER
      *----
       1600-BAIXA-FGTS.

           DISPLAY '1600-BAIXA-FGTS'.

           OPEN INPUT FGTSREC.

           IF ST-FGTSREC EQUAL 35
              DISPLAY 'COBOL256 - FGTSREC AUSENTE'
              GO TO 1600-BAIXA-FGTS-EXIT
           END-IF.

           IF ST-FGTSREC NOT EQUAL 0 THEN
              DISPLAY 'COBOL256 - ERRO OPEN FGTSREC FS=' ST-FGTSREC
              MOVE ST-FGTSREC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 0                        TO WSS-COMPET-FGTS.

           PERFORM 1610-LER-FGTSREC
              THRU 1610-LER-FGTSREC-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FGTSREC.

           MOVE 'N'                      TO WSS-EOF.

       1600-BAIXA-FGTS-EXIT.
           EXIT.

      *----
       1610-LER-FGTSREC.

           READ FGTSREC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FGTSREC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL256 - ERRO READ FGTSREC FS=' ST-FGTSREC
              MOVE ST-FGTSREC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1610-LER-FGTSREC-EXIT
           END-IF.

           IF FGR-TIPO EQUAL '0'
              MOVE FGH-COMPETENCIA       TO WSS-COMPET-FGTS
              GO TO 1610-LER-FGTSREC-EXIT
           END-IF.

           IF FGR-TIPO NOT EQUAL '9'
              GO TO 1610-LER-FGTSREC-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-FGTS.

           MOVE 'FGTS'                   TO WSS-TIPO.
           MOVE WSS-COMPET-FGTS          TO WSS-COMPET-BUSCA.
           MOVE 0                        TO WSS-CONTA.

           PERFORM 2000-LOCALIZA-LINHA
              THRU 2000-LOCALIZA-LINHA-EXIT.

           IF TPS-BXA-LIDA (IDX-PSV) NOT EQUAL 'Y'
              MOVE 'Y'                   TO TPS-BXA-LIDA (IDX-PSV)
              MOVE 0                     TO TPS-BXA-RODADA (IDX-PSV)
           END-IF.

           ADD FGT-DEPOSITO         TO TPS-BXA-RODADA (IDX-PSV).

       1610-LER-FGTSREC-EXIT.
           EXIT.

      *----
      * LOCALIZA (OU CRIA) A LINHA DO RAZAO PARA WSS-TIPO E
      * WSS-COMPET-BUSCA; A CONTA CONTABIL VEM DO PRIMEIRO CREDITO
      *----
       2000-LOCALIZA-LINHA.

           SET IDX-PSV TO 1.
           SEARCH WSS-PSV-ENTRY
             AT END
                PERFORM 2010-NOVA-LINHA
                   THRU 2010-NOVA-LINHA-EXIT
             WHEN TPS-TIPO (IDX-PSV) EQUAL WSS-TIPO
              AND TPS-COMPETENCIA (IDX-PSV) EQUAL WSS-COMPET-BUSCA
                CONTINUE
           END-SEARCH.

           IF TPS-CONTA (IDX-PSV) EQUAL 0
              MOVE WSS-CONTA             TO TPS-CONTA (IDX-PSV)
           END-IF.

       2000-LOCALIZA-LINHA-EXIT.
           EXIT.

      *----
       2010-NOVA-LINHA.

           IF WSS-QTD-PASSIVO NOT LESS 1000
              DISPLAY 'COBOL256 - TABELA DO RAZAO ESGOTADA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-PASSIVO.
           SET IDX-PSV                   TO WSS-QTD-PASSIVO.
           MOVE WSS-TIPO                 TO TPS-TIPO (IDX-PSV).
           MOVE WSS-COMPET-BUSCA         TO TPS-COMPETENCIA (IDX-PSV).
           MOVE 0                        TO TPS-CONTA (IDX-PSV)
                                            TPS-CREDITADO (IDX-PSV)
                                            TPS-BAIXADO (IDX-PSV)
                                            TPS-DATA-BAIXA (IDX-PSV)
                                            TPS-CRED-RODADA (IDX-PSV)
                                            TPS-BXA-RODADA (IDX-PSV).
           MOVE 'N'                      TO TPS-CRED-LIDO (IDX-PSV)
                                            TPS-BXA-LIDA (IDX-PSV).

       2010-NOVA-LINHA-EXIT.
           EXIT.

      *----
      * APLICA O APURADO NA RODADA, GRAVA O RAZAO NOVO E IMPRIME O
      * SALDO EM ABERTO COM A IDADE
      *----
       3000-ATUALIZA-RAZAO.

           DISPLAY '3000-ATUALIZA-RAZAO'.

           IF WSS-QTD-PASSIVO GREATER 1
              SORT WSS-PSV-ENTRY ASCENDING TPS-TIPO TPS-COMPETENCIA
           END-IF.

           OPEN OUTPUT PASSNOV.

           IF ST-PASSNOV NOT EQUAL 0 THEN
              DISPLAY 'COBOL256 - ERRO OPEN PASSNOV FS=' ST-PASSNOV
              MOVE ST-PASSNOV            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           WRITE REG-RELPASS FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

           MOVE SPACES                   TO LINHA-TEXTO.
           WRITE REG-RELPASS FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           INITIALIZE WSS-TAB-RESUMO.

           PERFORM 3100-ATUALIZA-LINHA
              THRU 3100-ATUALIZA-LINHA-EXIT
              VARYING WSS-IRP FROM 1 BY 1
              UNTIL WSS-IRP GREATER WSS-QTD-PASSIVO.

           CLOSE PASSNOV.

       3000-ATUALIZA-RAZAO-EXIT.
           EXIT.

      *----
       3100-ATUALIZA-LINHA.

           IF TPS-CRED-LIDO (WSS-IRP) EQUAL 'Y'
              IF TPS-CRED-RODADA (WSS-IRP) LESS 0
                 MOVE 0                  TO TPS-CREDITADO (WSS-IRP)
              ELSE
                 MOVE TPS-CRED-RODADA (WSS-IRP)
                                          TO TPS-CREDITADO (WSS-IRP)
              END-IF
           END-IF.

           IF TPS-BXA-LIDA (WSS-IRP) EQUAL 'Y'
              IF TPS-BXA-RODADA (WSS-IRP) NOT EQUAL
                 TPS-BAIXADO (WSS-IRP)
                 MOVE WSS-DATA-HOJE      TO TPS-DATA-BAIXA (WSS-IRP)
              END-IF
              MOVE TPS-BXA-RODADA (WSS-IRP) TO TPS-BAIXADO (WSS-IRP)
           END-IF.

           IF TPS-CREDITADO (WSS-IRP) EQUAL 0
              AND TPS-BAIXADO (WSS-IRP) EQUAL 0
              GO TO 3100-ATUALIZA-LINHA-EXIT
           END-IF.

      *----
      * VENCIMENTO: GUIAS E FGTS NO DIA DAS GUIAS, PENSAO E
      * TERCEIROS NO DIA DO REPASSE, SEMPRE NO MES SEGUINTE
      *----
           MOVE TPS-COMPETENCIA (WSS-IRP) TO WSS-DATA-GRP (1:6).
           IF WSS-GRP-MES EQUAL 12
              MOVE 1                     TO WSS-GRP-MES
              ADD 1                      TO WSS-GRP-ANO
           ELSE
              ADD 1                      TO WSS-GRP-MES
           END-IF.
           IF TPS-TIPO (WSS-IRP) EQUAL 'PENS'
              OR TPS-TIPO (WSS-IRP) EQUAL 'OUTR'
              MOVE WSS-DIA-REPASSE       TO WSS-GRP-DIA
           ELSE
              MOVE WSS-DIA-GUIAS         TO WSS-GRP-DIA
           END-IF.
           MOVE WSS-DATA-GRP             TO WSS-VENCIMENTO.

           MOVE SPACES                   TO REG-PASSIVO.
           MOVE TPS-TIPO (WSS-IRP)       TO PSV-TIPO.
           MOVE TPS-COMPETENCIA (WSS-IRP) TO PSV-COMPETENCIA.
           MOVE TPS-CONTA (WSS-IRP)      TO PSV-CONTA.
           MOVE TPS-CREDITADO (WSS-IRP)  TO PSV-CREDITADO.
           MOVE TPS-BAIXADO (WSS-IRP)    TO PSV-BAIXADO.
           MOVE WSS-VENCIMENTO           TO PSV-VENCIMENTO.
           MOVE TPS-DATA-BAIXA (WSS-IRP) TO PSV-DATA-BAIXA.

           WRITE REG-PASSNOV FROM REG-PASSIVO.

           IF ST-PASSNOV NOT EQUAL 0 THEN
              DISPLAY 'COBOL256 - ERRO WRITE PASSNOV FS=' ST-PASSNOV
              MOVE ST-PASSNOV            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-PASSNOV.

           COMPUTE WSS-SALDO = TPS-CREDITADO (WSS-IRP)
                             - TPS-BAIXADO (WSS-IRP).

           MOVE 0                        TO WSS-ABERTO
                                            WSS-EXCEDENTE.
           IF WSS-SALDO GREATER 0
              MOVE WSS-SALDO             TO WSS-ABERTO
           ELSE
              COMPUTE WSS-EXCEDENTE = 0 - WSS-SALDO
           END-IF.

           PERFORM 3200-CLASSIFICA-TIPO
              THRU 3200-CLASSIFICA-TIPO-EXIT.

           ADD WSS-EXCEDENTE   TO WSS-RES-EXCEDENTE (WSS-IDX-TIPO).

           MOVE SPACES                   TO DET01.
           MOVE TPS-TIPO (WSS-IRP)       TO TIPO-DET.
           MOVE TPS-CONTA (WSS-IRP)      TO CONTA-DET.
           MOVE TPS-COMPETENCIA (WSS-IRP) TO COMPET-DET.
           MOVE WSS-VENCIMENTO           TO VENC-DET.
           MOVE TPS-CREDITADO (WSS-IRP)  TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO CREDITADO-DET.
           MOVE TPS-BAIXADO (WSS-IRP)    TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO BAIXADO-DET.
           MOVE WSS-ABERTO               TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO ABERTO-DET.
           MOVE WSS-EXCEDENTE            TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO EXCEDENTE-DET.

      *----
      * BAIXA SEM CREDITO NA CONTABILIDADE: PASSIVO NAO PROVISIONADO
      *----
           IF TPS-CREDITADO (WSS-IRP) EQUAL 0
              MOVE 'SP'                  TO OBS-DET
              ADD 1                      TO WSS-QTD-SEM-PROVISAO
           END-IF.

           IF WSS-ABERTO GREATER 0
              PERFORM 3300-ENVELHECE
                 THRU 3300-ENVELHECE-EXIT
           END-IF.

           WRITE REG-RELPASS FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELPASS NOT EQUAL 0 THEN
              DISPLAY 'COBOL256 - ERRO WRITE RELPASS FS=' ST-RELPASS
              MOVE ST-RELPASS            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       3100-ATUALIZA-LINHA-EXIT.
           EXIT.

      *----
       3200-CLASSIFICA-TIPO.

           MOVE 1                        TO WSS-IDX-TIPO.

           PERFORM 3210-COMPARA-TIPO
              THRU 3210-COMPARA-TIPO-EXIT
              UNTIL WSS-IDX-TIPO EQUAL 5
                 OR WSS-TIPO-NOME (WSS-IDX-TIPO) EQUAL
                    TPS-TIPO (WSS-IRP).

       3200-CLASSIFICA-TIPO-EXIT.
           EXIT.

      *----
       3210-COMPARA-TIPO.

           ADD 1                         TO WSS-IDX-TIPO.

       3210-COMPARA-TIPO-EXIT.
           EXIT.

      *----
      * IDADE EM DIAS CORRIDOS DESDE O VENCIMENTO ATE A DATA-BASE
      *----
       3300-ENVELHECE.

           ADD 1                         TO WSS-QTD-ABERTOS.
           ADD WSS-ABERTO                TO WSS-TOTAL-ABERTO.

           COMPUTE WSS-DIAS =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-BASE)
                 - FUNCTION INTEGER-OF-DATE (WSS-VENCIMENTO).

           EVALUATE TRUE
              WHEN WSS-DIAS NOT GREATER 0
                 MOVE 1                  TO WSS-IDX-FAIXA
              WHEN WSS-DIAS NOT GREATER 30
                 MOVE 2                  TO WSS-IDX-FAIXA
              WHEN WSS-DIAS NOT GREATER 60
                 MOVE 3                  TO WSS-IDX-FAIXA
              WHEN WSS-DIAS NOT GREATER 90
                 MOVE 4                  TO WSS-IDX-FAIXA
              WHEN OTHER
                 MOVE 5                  TO WSS-IDX-FAIXA
           END-EVALUATE.

           IF WSS-IDX-FAIXA GREATER 1
              ADD 1                      TO WSS-QTD-VENCIDOS
              ADD WSS-ABERTO             TO WSS-TOTAL-VENCIDO
           END-IF.

           ADD WSS-ABERTO TO
               WSS-RES-FAIXA (WSS-IDX-TIPO WSS-IDX-FAIXA).

           MOVE WSS-DIAS                 TO MASCARA-DIAS.
           MOVE MASCARA-DIAS             TO DIAS-DET.
           MOVE WSS-FAIXA-NOME (WSS-IDX-FAIXA) TO FAIXA-DET.

       3300-ENVELHECE-EXIT.
           EXIT.

      *----
      * RESUMO DO SALDO EM ABERTO POR TIPO E FAIXA DE IDADE
      *----
       8000-IMPRIME-RESUMO.

           DISPLAY '8000-IMPRIME-RESUMO'.

           WRITE REG-RELPASS FROM CAB03 AFTER ADVANCING 3
           END-WRITE.

           MOVE SPACES                   TO LINHA-TEXTO.
           WRITE REG-RELPASS FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           PERFORM 8100-IMPRIME-TIPO
              THRU 8100-IMPRIME-TIPO-EXIT
              VARYING WSS-IDX-TIPO FROM 1 BY 1
              UNTIL WSS-IDX-TIPO GREATER 5.

           MOVE SPACES                   TO LINHA-TEXTO.
           MOVE 'TOTAL EM ABERTO                :' TO LT-ROTULO.
           MOVE WSS-TOTAL-ABERTO         TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO LT-VALOR.
           WRITE REG-RELPASS FROM LINHA-TEXTO AFTER ADVANCING 2
           END-WRITE.

           MOVE 'TOTAL VENCIDO                  :' TO LT-ROTULO.
           MOVE WSS-TOTAL-VENCIDO        TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO LT-VALOR.
           WRITE REG-RELPASS FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           MOVE SPACES                   TO LINHA-TEXTO.
           MOVE 'ORIGENS SEM ARQUIVO NA RODADA  :' TO LT-ROTULO.
           IF WSS-LIDO-LANCGL NOT = 'Y'
              MOVE 'LANCGL'              TO LT-VALOR (1:9)
           END-IF.
           IF WSS-LIDO-LANCFGTS NOT = 'Y'
              MOVE 'LANCFGTS'            TO LT-VALOR (10:9)
           END-IF.
           IF WSS-LIDO-PAGSTAT NOT = 'Y'
              MOVE 'PAGSTAT'             TO LT-VALOR (19:9)
           END-IF.
           IF WSS-LIDO-CNABTER NOT = 'Y'
              MOVE 'CNABTER'             TO LT-VALOR (28:9)
           END-IF.
           IF LT-VALOR NOT EQUAL SPACES
              WRITE REG-RELPASS FROM LINHA-TEXTO AFTER ADVANCING 1
              END-WRITE
           END-IF.

           MOVE SPACES                   TO LINHA-TEXTO.
           MOVE 'SP = BAIXA SEM PROVISAO CONTABIL' TO LT-ROTULO.
           WRITE REG-RELPASS FROM LINHA-TEXTO AFTER ADVANCING 2
           END-WRITE.

           IF WSS-QTD-VENCIDOS GREATER 0
              DISPLAY '*******************************************'
              DISPLAY '* COBOL256 - RETENCAO VENCIDA SEM BAIXA   *'
              DISPLAY '* VER RELPASS                             *'
              DISPLAY '*******************************************'
           END-IF.

       8000-IMPRIME-RESUMO-EXIT.
           EXIT.

      *----
       8100-IMPRIME-TIPO.

           MOVE SPACES                   TO DET02.
           MOVE WSS-TIPO-NOME (WSS-IDX-TIPO) TO TIPO-RES.

           PERFORM 8110-IMPRIME-FAIXA
              THRU 8110-IMPRIME-FAIXA-EXIT
              VARYING WSS-IDX-FAIXA FROM 1 BY 1
              UNTIL WSS-IDX-FAIXA GREATER 5.

           MOVE WSS-RES-EXCEDENTE (WSS-IDX-TIPO) TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO FAIXA-RES (6).

           WRITE REG-RELPASS FROM DET02 AFTER ADVANCING 1
           END-WRITE.

       8100-IMPRIME-TIPO-EXIT.
           EXIT.

      *----
       8110-IMPRIME-FAIXA.

           MOVE WSS-RES-FAIXA (WSS-IDX-TIPO WSS-IDX-FAIXA)
                                          TO MASCARA-VALOR.
           MOVE MASCARA-VALOR       TO FAIXA-RES (WSS-IDX-FAIXA).

       8110-IMPRIME-FAIXA-EXIT.
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

           DISPLAY '***ABEND-COBOL256*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
