      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : VERIFICACAO DE DUPLICIDADE DOS TITULOS A PAGAR.
      *            CADA TITULO DO DUPLICTA AINDA NAO VERIFICADO
      *            (FORA DO REGISTRO DUPVERIF DA RODADA ANTERIOR) E
      *            CONFRONTADO COM OS TITULOS EM ABERTO E COM OS
      *            PAGOS (PAGTOS):
      *            - 'N' MESMO FORNECEDOR E MESMO NUMERO DE NF;
      *            - 'C' MESMO CNPJ NO FORNMST E MESMA NF SOB OUTRO
      *              CODIGO DE FORNECEDOR;
      *            - 'V' MESMO FORNECEDOR OU CNPJ, MESMO VALOR E
      *              VENCIMENTO (OU PAGAMENTO) A POUCOS DIAS (CARTAO).
      *            O TITULO SUSPEITO FICA BLOQUEADO NA PROPOSTA DO
      *            COBOL193 ATE A DECISAO DO CONTAS A PAGAR (DUPDECIS:
      *            LIBERA OU CONFIRMA A DUPLICIDADE). SAI A NOVA
      *            GERACAO DO REGISTRO (DUPVERIN), O RELATORIO RELDUPL
      *            E, NO AUDLOG, CADA SUSPEITA E CADA DECISAO.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - LAYOUT DO FORNMST COM 160 POSICOES E DATA DE
      *                  EMISSAO NO DUPLICTA
      * 15/10/2026 VRB - LAYOUT DO DUPLICTA COM 160 POSICOES (LINHA
      *                  DIGITAVEL DO BOLETO)
      * 15/10/2026 VRB - PARCELAS DA MESMA NOTA FISCAL NAO SAO
      *                  DUPLICIDADE ENTRE SI (PARCELA NO DUPLICTA E NO
      *                  PAGTOS)
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL265.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 17:00:00.
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
           SELECT DUPPARM ASSIGN TO DUPPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DUPPARM.
      *
           SELECT FORNMST ASSIGN TO FORNMST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FORNMST.
      *
           SELECT DUPVERIF ASSIGN TO DUPVERIF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DUPVERIF.
      *
           SELECT DUPDECIS ASSIGN TO DUPDECIS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DUPDECIS.
      *
           SELECT PAGTOS ASSIGN TO PAGTOS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PAGTOS.
      *
           SELECT DUPLICTA ASSIGN TO DUPLICTA
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DUPLICTA.
      *
           SELECT DUPVERIN ASSIGN TO DUPVERIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DUPVERIN.
      *
           SELECT RELDUPL ASSIGN TO RELDUPL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELDUPL.
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
       FD   DUPPARM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CARTAO: DATA DE REFERENCIA (ZERO ASSUME A DATA DO SISTEMA) E
      * DIAS DE TOLERANCIA DA REGRA DE MESMO VALOR (NAO NUMERICO OU
      * ZERO ASSUME 5 DIAS)
      *----
       01   REG-DUPPARM.
            03 DPP-DATA-REF                PIC 9(008).
            03 DPP-TOL-DIAS                PIC 9(003).
            03 FILLER                      PIC X(069).
      *----
       FD   FORNMST
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
       01   REG-FORNMST.
            03 FOR-CODIGO                  PIC X(030).
            03 FOR-RAZAO                   PIC X(040).
            03 FOR-CNPJ                    PIC 9(014).
            03 FILLER                      PIC X(076).
      *----
       FD   DUPVERIF
            RECORDING MODE IS F
            RECORD CONTAINS 140 CHARACTERS.
      *----
       01   REG-DUPVERIF-E                 PIC X(140).
      *----
       FD   DUPDECIS
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2652'.
      *----
       FD   PAGTOS
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-PAGTOS.
            03 PAG-CHAVE.
               05 PAG-FORNECEDOR           PIC X(030).
               05 PAG-NUMERO-NF            PIC 9(008).
            03 PAG-VALOR                   PIC 9(007)V99.
            03 PAG-DATA-PAGTO              PIC 9(008).
            03 FILLER                      PIC X(010).
            03 PAG-PARCELA                 PIC 9(002).
            03 FILLER                      PIC X(013).
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
       FD   DUPVERIN
            RECORDING MODE IS F
            RECORD CONTAINS 140 CHARACTERS.
      *----
       01   REG-DUPVERIN                   PIC X(140).
      *----
       FD   RELDUPL.
      *----
       01   REG-RELDUPL                    PIC X(132).
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
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-DUPPARM                      PIC 9(002) VALUE 0.
       77  ST-FORNMST                      PIC 9(002) VALUE 0.
       77  ST-DUPVERIF                     PIC 9(002) VALUE 0.
       77  ST-DUPDECIS                     PIC 9(002) VALUE 0.
       77  ST-PAGTOS                       PIC 9(002) VALUE 0.
       77  ST-DUPLICTA                     PIC 9(002) VALUE 0.
       77  ST-DUPVERIN                     PIC 9(002) VALUE 0.
       77  ST-RELDUPL                      PIC 9(002) VALUE 0.
       77  ST-AUDLOG                       PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-DATA-REF                    PIC 9(008) VALUE 0.
       77  WSS-TOL-DIAS                    PIC 9(003) VALUE 5.
       77  WSS-QTD-FORNS                   PIC 9(005) VALUE 0.
       77  WSS-QTD-VERIF                   PIC 9(005) VALUE 0.
       77  WSS-QTD-PAGTOS                  PIC 9(005) VALUE 0.
       77  WSS-QTD-TITULOS                 PIC 9(005) VALUE 0.
       77  WSS-REG-VERIF-ANT               PIC 9(006) VALUE ZEROES.
       77  WSS-REG-TITULOS                 PIC 9(006) VALUE ZEROES.
       77  WSS-REG-NOVOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-REG-SUSPEITOS               PIC 9(006) VALUE ZEROES.
       77  WSS-REG-DECISOES                PIC 9(006) VALUE ZEROES.
       77  WSS-REG-LIBERADOS               PIC 9(006) VALUE ZEROES.
       77  WSS-REG-CONFIRMADOS             PIC 9(006) VALUE ZEROES.
       77  WSS-REG-IGNORADAS               PIC 9(006) VALUE ZEROES.
       77  WSS-REG-PENDENTES               PIC 9(006) VALUE ZEROES.
       77  WSS-REG-BAIXADOS                PIC 9(006) VALUE ZEROES.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-REGRA                       PIC X(001) VALUE SPACES.
       77  WSS-REF-ORIGEM                  PIC X(001) VALUE SPACES.
       77  WSS-CNPJ                        PIC 9(014) VALUE 0.
       77  WSS-DIAS-DIFERENCA              PIC S9(007) COMP VALUE 0.
       77  WSS-AUD-SEQ                     PIC 9(003) VALUE 0.
       77  WSS-AUD-TIPO                    PIC X(010) VALUE SPACES.
       77  WSS-AUD-USUARIO                 PIC X(008) VALUE SPACES.
       77  WSS-AUD-NUMERO-NF               PIC 9(008) VALUE 0.
       77  MASCARA-VALOR                   PIC ZZZ.ZZZ.ZZ9,99.
      *----
      * REGISTRO DE VERIFICACAO (COPY2651) EM TRABALHO
      *----
           COPY  'COPY2651'.
      *----
      * TITULO DE REFERENCIA NO CONFRONTO (EM ABERTO OU PAGO)
      *----
       01  WSS-REFERENCIA.
           03 WSS-REF-FORNECEDOR           PIC X(030).
           03 WSS-REF-NUMERO-NF            PIC 9(008).
           03 WSS-REF-VALOR                PIC 9(007)V99.
           03 WSS-REF-DATA                 PIC 9(008).
           03 WSS-REF-CNPJ                 PIC 9(014).
           03 WSS-REF-PARCELA              PIC 9(002).
      *----
      * CNPJ DO CADASTRO DE FORNECEDORES EM MEMORIA
      *----
       01  WSS-TAB-FORNS.
           05 WSS-FRN-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-FORNS
                 INDEXED BY IDX-FRN.
              10 TFR-CODIGO                PIC X(030).
              10 TFR-CNPJ                  PIC 9(014).
      *----
      * REGISTRO DE VERIFICACAO DA RODADA ANTERIOR, ACRESCIDO DOS
      * TITULOS VERIFICADOS NESTA RODADA; O INDICADOR DE USO IMPEDE
      * QUE DOIS TITULOS IGUAIS NO DUPLICTA CAIAM NO MESMO REGISTRO
      *----
       01  WSS-TAB-VERIF.
           05 WSS-VRF-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-VERIF
                 INDEXED BY IDX-VRF.
              10 TVF-REGISTRO              PIC X(140).
              10 TVF-USADO                 PIC X(001).
      *----
      * HISTORICO DE PAGAMENTOS (PAGTOS) COM O CNPJ DO FORNECEDOR
      *----
       01  WSS-TAB-PAGTOS.
           05 WSS-PAG-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-PAGTOS
                 INDEXED BY IDX-PAG.
              10 TPG-FORNECEDOR            PIC X(030).
              10 TPG-NUMERO-NF             PIC 9(008).
              10 TPG-VALOR                 PIC 9(007)V99.
              10 TPG-DATA-PAGTO            PIC 9(008).
              10 TPG-CNPJ                  PIC 9(014).
              10 TPG-PARCELA               PIC 9(002).
      *----
      * TITULOS EM ABERTO DO DUPLICTA, NA ORDEM DO ARQUIVO, COM A
      * POSICAO DO REGISTRO DE VERIFICACAO (ZERO = TITULO NOVO)
      *----
       01  WSS-TAB-TITULOS.
           05 WSS-TIT-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-TITULOS
                 INDEXED BY IDX-TIT IDX-REF.
              10 TTI-FORNECEDOR            PIC X(030).
              10 TTI-NUMERO-NF             PIC 9(008).
              10 TTI-DATA-VENCIMENTO       PIC 9(008).
              10 TTI-VALOR                 PIC 9(007)V99.
              10 TTI-CNPJ                  PIC 9(014).
              10 TTI-SITUACAO              PIC X(001).
              10 TTI-POS-VERIF             PIC 9(005) COMP.
              10 TTI-PARCELA               PIC 9(002).
              10 TTI-QTD-PARCELAS          PIC 9(002).
      *----
       01  DATA-HORA.
           03 DH-DATA                      PIC 9(008).
           03 FILLER                       PIC X(013).
      *----
      * LINKAGE DO SUBPROGRAMA QUE RETORNA O USER-ID (COBOL101),
      * GRAVADO NO REGISTRO E NA TRILHA DE AUDITORIA
      *----
           COPY  'COPY1011'.
      *----
      * LINKAGE DO ENCADEAMENTO DO AUDLOG (COBOL259): SEQUENCIA E
      * HASH DO REGISTRO ANTERIOR EM CADA GRAVACAO
      *----
           COPY  'COPY2591'.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(010) VALUE 'COBOL265'.
           03 FILLER                       PIC X(052)
              VALUE 'VERIFICACAO DE DUPLICIDADE DE TITULOS A PAGAR'.
           03 FILLER                       PIC X(012)
              VALUE 'REFERENCIA: '.
           03 CAB-DATA-REF                 PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(014)
              VALUE '  TOLERANCIA: '.
           03 CAB-TOL-DIAS                 PIC ZZ9.
           03 FILLER                       PIC X(005) VALUE ' DIAS'.
      *----
       01  CAB02.
           03 FILLER                       PIC X(031)
              VALUE 'FORNECEDOR'.
           03 FILLER                       PIC X(009) VALUE 'NOTA'.
           03 FILLER                       PIC X(009) VALUE 'VENCTO'.
           03 FILLER                       PIC X(016)
              VALUE '         VALOR'.
           03 FILLER                       PIC X(031)
              VALUE 'OCORRENCIA'.
           03 FILLER                       PIC X(036)
              VALUE 'TITULO DE REFERENCIA'.
      *----
       01  DET01.
           03 FORN-DET                     PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 NF-DET                       PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 VENC-DET                     PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 VALOR-DET                    PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 OCORRENCIA-DET               PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 REF-FORN-DET                 PIC X(025) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 REF-NF-DET                   PIC X(008) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 REF-ORIGEM-DET               PIC X(001) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL265'
           DISPLAY ' VERIFICACAO DE DUPLICIDADE DE TITULOS'.

           CALL 'COBOL101' USING WSS-USERID-LINKAGE.

           PERFORM 0001-CARGA-CARTAO
              THRU 0001-CARGA-CARTAO-EXIT.

           PERFORM 0002-CARGA-FORNMST
              THRU 0002-CARGA-FORNMST-EXIT.

           PERFORM 0004-CARGA-DUPVERIF
              THRU 0004-CARGA-DUPVERIF-EXIT.

           PERFORM 0006-CARGA-PAGTOS
              THRU 0006-CARGA-PAGTOS-EXIT.

           PERFORM 1000-ABRE-SAIDAS
              THRU 1000-ABRE-SAIDAS-EXIT.

           PERFORM 2000-APLICA-DECISOES
              THRU 2000-APLICA-DECISOES-EXIT.

           PERFORM 3000-CARGA-DUPLICTA
              THRU 3000-CARGA-DUPLICTA-EXIT.

           PERFORM 4000-VERIFICA-TITULO
              THRU 4000-VERIFICA-TITULO-EXIT
              VARYING IDX-TIT FROM 1 BY 1
              UNTIL IDX-TIT > WSS-QTD-TITULOS.

           PERFORM 7000-GRAVA-DUPVERIN
              THRU 7000-GRAVA-DUPVERIN-EXIT.

           CLOSE RELDUPL.
           CLOSE AUDLOG.

           COMPUTE WSS-REG-BAIXADOS = WSS-REG-VERIF-ANT
                                    - WSS-REG-TITULOS
                                    + WSS-REG-NOVOS.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL265                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* TITULOS EM ABERTO    : ' WSS-REG-TITULOS.
           DISPLAY '* TITULOS VERIFICADOS  : ' WSS-REG-NOVOS.
           DISPLAY '* NOVAS SUSPEITAS      : ' WSS-REG-SUSPEITOS.
           DISPLAY '* DECISOES LIDAS       : ' WSS-REG-DECISOES.
           DISPLAY '* LIBERADOS PELO AP    : ' WSS-REG-LIBERADOS.
           DISPLAY '* DUPLICIDADES CONFIRM.: ' WSS-REG-CONFIRMADOS.
           DISPLAY '* DECISOES IGNORADAS   : ' WSS-REG-IGNORADAS.
           DISPLAY '* BLOQUEADOS (DUPVERIN): ' WSS-REG-PENDENTES.
           DISPLAY '* BAIXADOS DO REGISTRO : ' WSS-REG-BAIXADOS.
           DISPLAY '*******************************************'.

           STOP RUN.

      *----
       0001-CARGA-CARTAO.

           DISPLAY '0001-CARGA-CARTAO'.

           OPEN INPUT DUPPARM.

           IF ST-DUPPARM NOT EQUAL 0 THEN
              DISPLAY 'COBOL265 - ERRO OPEN DUPPARM FS=' ST-DUPPARM
              MOVE ST-DUPPARM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ DUPPARM.

           IF ST-DUPPARM NOT EQUAL 0
              DISPLAY 'COBOL265 - CARTAO DUPPARM AUSENTE'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF DPP-DATA-REF NUMERIC AND DPP-DATA-REF GREATER 0
              MOVE DPP-DATA-REF          TO WSS-DATA-REF
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:8) TO WSS-DATA-REF
           END-IF.

           IF DPP-TOL-DIAS NUMERIC AND DPP-TOL-DIAS GREATER 0
              MOVE DPP-TOL-DIAS          TO WSS-TOL-DIAS
           END-IF.

           MOVE WSS-DATA-REF             TO CAB-DATA-REF.
           MOVE WSS-TOL-DIAS             TO CAB-TOL-DIAS.

           CLOSE DUPPARM.

       0001-CARGA-CARTAO-EXIT.
           EXIT.

      *----
       0002-CARGA-FORNMST.

           DISPLAY '0002-CARGA-FORNMST'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT FORNMST.

           IF ST-FORNMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL265 - ERRO OPEN FORNMST FS=' ST-FORNMST
              MOVE ST-FORNMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0003-LER-FORNMST
              THRU 0003-LER-FORNMST-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FORNMST.

       0002-CARGA-FORNMST-EXIT.
           EXIT.

      *----
       0003-LER-FORNMST.

           READ FORNMST
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FORNMST NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL265 - ERRO READ FORNMST FS=' ST-FORNMST
              MOVE ST-FORNMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0003-LER-FORNMST-EXIT
           END-IF.

           IF WSS-QTD-FORNS NOT LESS 5000
              DISPLAY 'COBOL265 - TABELA DE FORNECEDORES CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-FORNS.
           SET IDX-FRN                   TO WSS-QTD-FORNS.
           MOVE FOR-CODIGO               TO TFR-CODIGO (IDX-FRN).
           MOVE 0                        TO TFR-CNPJ (IDX-FRN).

           IF FOR-CNPJ NUMERIC
              MOVE FOR-CNPJ              TO TFR-CNPJ (IDX-FRN)
           END-IF.

       0003-LER-FORNMST-EXIT.
           EXIT.

      *----
      * REGISTRO DA RODADA ANTERIOR (NA PRIMEIRA RODADA NAO EXISTE E
      * TODO O DUPLICTA E VERIFICADO)
      *----
       0004-CARGA-DUPVERIF.

           DISPLAY '0004-CARGA-DUPVERIF'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT DUPVERIF.

           IF ST-DUPVERIF EQUAL 35
              GO TO 0004-CARGA-DUPVERIF-EXIT
           END-IF.

           IF ST-DUPVERIF NOT EQUAL 0 THEN
              DISPLAY 'COBOL265 - ERRO OPEN DUPVERIF FS=' ST-DUPVERIF
              MOVE ST-DUPVERIF           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0005-LER-DUPVERIF
              THRU 0005-LER-DUPVERIF-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE DUPVERIF.

           MOVE WSS-QTD-VERIF            TO WSS-REG-VERIF-ANT.

       0004-CARGA-DUPVERIF-EXIT.
           EXIT.

      *----
       0005-LER-DUPVERIF.

           READ DUPVERIF
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-DUPVERIF NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL265 - ERRO READ DUPVERIF FS=' ST-DUPVERIF
              MOVE ST-DUPVERIF           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0005-LER-DUPVERIF-EXIT
           END-IF.

           IF WSS-QTD-VERIF NOT LESS 20000
              DISPLAY 'COBOL265 - TABELA DE VERIFICACAO CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-VERIF.
           SET IDX-VRF                   TO WSS-QTD-VERIF.
           MOVE REG-DUPVERIF-E           TO TVF-REGISTRO (IDX-VRF).
           MOVE 'N'                      TO TVF-USADO (IDX-VRF).

       0005-LER-DUPVERIF-EXIT.
           EXIT.

      *----
      * HISTORICO DE PAGAMENTOS (SEM O ARQUIVO, SO OS TITULOS EM
      * ABERTO SAO CONFRONTADOS); PAGTOS ANTERIOR A DATA DO PAGAMENTO
      * NO REGISTRO VEM COM A DATA ZERADA E NAO ENTRA NA REGRA DE
      * MESMO VALOR
      *----
       0006-CARGA-PAGTOS.

           DISPLAY '0006-CARGA-PAGTOS'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT PAGTOS.

           IF ST-PAGTOS EQUAL 35
              GO TO 0006-CARGA-PAGTOS-EXIT
           END-IF.

           IF ST-PAGTOS NOT EQUAL 0 THEN
              DISPLAY 'COBOL265 - ERRO OPEN PAGTOS FS=' ST-PAGTOS
              MOVE ST-PAGTOS             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0007-LER-PAGTOS
              THRU 0007-LER-PAGTOS-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE PAGTOS.

       0006-CARGA-PAGTOS-EXIT.
           EXIT.

      *----
       0007-LER-PAGTOS.

           READ PAGTOS
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-PAGTOS NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL265 - ERRO READ PAGTOS FS=' ST-PAGTOS
              MOVE ST-PAGTOS             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0007-LER-PAGTOS-EXIT
           END-IF.

           IF WSS-QTD-PAGTOS NOT LESS 20000
              DISPLAY 'COBOL265 - TABELA DE PAGAMENTOS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-PAGTOS.
           SET IDX-PAG                   TO WSS-QTD-PAGTOS.
           MOVE PAG-FORNECEDOR           TO TPG-FORNECEDOR (IDX-PAG).
           MOVE PAG-NUMERO-NF            TO TPG-NUMERO-NF (IDX-PAG).
           MOVE PAG-VALOR                TO TPG-VALOR (IDX-PAG).
           MOVE 0                        TO TPG-DATA-PAGTO (IDX-PAG).

           IF PAG-DATA-PAGTO NUMERIC
              MOVE PAG-DATA-PAGTO        TO TPG-DATA-PAGTO (IDX-PAG)
           END-IF.

           MOVE 1                        TO TPG-PARCELA (IDX-PAG).

           IF PAG-PARCELA NUMERIC AND PAG-PARCELA GREATER 0
              MOVE PAG-PARCELA           TO TPG-PARCELA (IDX-PAG)
           END-IF.

           MOVE PAG-FORNECEDOR           TO WSS-REF-FORNECEDOR.

           PERFORM ROT-ACHA-CNPJ
              THRU ROT-ACHA-CNPJ-EXIT.

           MOVE WSS-CNPJ                 TO TPG-CNPJ (IDX-PAG).

       0007-LER-PAGTOS-EXIT.
           EXIT.

      *----
       1000-ABRE-SAIDAS.

           OPEN OUTPUT RELDUPL.

           IF ST-RELDUPL NOT EQUAL 0 THEN
              DISPLAY 'COBOL265 - ERRO OPEN RELDUPL FS=' ST-RELDUPL
              MOVE ST-RELDUPL            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           WRITE REG-RELDUPL FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           WRITE REG-RELDUPL FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

      *----
      * TRILHA DE AUDITORIA: CADA RODADA ACRESCENTA AO AUDLOG,
      * ENCADEADO AO ULTIMO REGISTRO GRAVADO
      *----
           MOVE 'INICIA'                 TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           OPEN EXTEND AUDLOG.

           IF ST-AUDLOG EQUAL 35
              OPEN OUTPUT AUDLOG
           END-IF.

           IF ST-AUDLOG NOT EQUAL 0 THEN
              DISPLAY 'COBOL265 - ERRO OPEN AUDLOG FS=' ST-AUDLOG
              MOVE ST-AUDLOG             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       1000-ABRE-SAIDAS-EXIT.
           EXIT.

      *----
      * DECISOES DO CONTAS A PAGAR SOBRE AS SUSPEITAS PENDENTES DO
      * REGISTRO (SEM O ARQUIVO, NENHUMA DECISAO NA RODADA)
      *----
       2000-APLICA-DECISOES.

           DISPLAY '2000-APLICA-DECISOES'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT DUPDECIS.

           IF ST-DUPDECIS EQUAL 35
              GO TO 2000-APLICA-DECISOES-EXIT
           END-IF.

           IF ST-DUPDECIS NOT EQUAL 0 THEN
              DISPLAY 'COBOL265 - ERRO OPEN DUPDECIS FS=' ST-DUPDECIS
              MOVE ST-DUPDECIS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 2001-LER-DUPDECIS
              THRU 2001-LER-DUPDECIS-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE DUPDECIS.

       2000-APLICA-DECISOES-EXIT.
           EXIT.

      *----
       2001-LER-DUPDECIS.

           READ DUPDECIS
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-DUPDECIS NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL265 - ERRO READ DUPDECIS FS=' ST-DUPDECIS
              MOVE ST-DUPDECIS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 2001-LER-DUPDECIS-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-DECISOES.

           IF DDC-USUARIO EQUAL SPACES
              MOVE WSS-USERID-SAIDA      TO DDC-USUARIO
           END-IF.

           MOVE DDC-FORNECEDOR           TO FORN-DET.
           MOVE DDC-NUMERO-NF            TO NF-DET.
           MOVE DDC-DATA-VENCIMENTO      TO VENC-DET.
           MOVE SPACES                   TO VALOR-DET.

           IF NOT DDC-LIBERA AND NOT DDC-CONFIRMA
              ADD 1                      TO WSS-REG-IGNORADAS
              MOVE 'DECISAO INVALIDA - IGNORADA'
                                          TO OCORRENCIA-DET
              PERFORM 2900-GRAVA-LINHA
                 THRU 2900-GRAVA-LINHA-EXIT
              GO TO 2001-LER-DUPDECIS-EXIT
           END-IF.

      *----
      * A DECISAO VALE PARA TODO REGISTRO SUSPEITO COM A CHAVE (DOIS
      * TITULOS IGUAIS NO DUPLICTA TEM DOIS REGISTROS)
      *----
           MOVE 'N'                      TO WSS-ACHOU.

           PERFORM 2100-DECIDE-SUSPEITA
              THRU 2100-DECIDE-SUSPEITA-EXIT
              VARYING IDX-VRF FROM 1 BY 1
              UNTIL IDX-VRF > WSS-QTD-VERIF.

           IF WSS-ACHOU NOT = 'Y'
              ADD 1                      TO WSS-REG-IGNORADAS
              MOVE 'DECISAO SEM SUSPEITA PENDENTE'
                                          TO OCORRENCIA-DET
              PERFORM 2900-GRAVA-LINHA
                 THRU 2900-GRAVA-LINHA-EXIT
           END-IF.

       2001-LER-DUPDECIS-EXIT.
           EXIT.

      *----
       2100-DECIDE-SUSPEITA.

           MOVE TVF-REGISTRO (IDX-VRF)   TO REG-DUPVERIF.

           IF DVF-CHAVE NOT EQUAL DDC-CHAVE OR NOT DVF-SUSPEITO
              GO TO 2100-DECIDE-SUSPEITA-EXIT
           END-IF.

           MOVE 'Y'                      TO WSS-ACHOU.
           MOVE DDC-DECISAO              TO DVF-SITUACAO.
           MOVE WSS-DATA-REF             TO DVF-DATA-DECISAO.
           MOVE DDC-USUARIO              TO DVF-USUARIO.
           MOVE REG-DUPVERIF             TO TVF-REGISTRO (IDX-VRF).

           MOVE DVF-VALOR                TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO VALOR-DET.
           MOVE DVF-REF-FORNECEDOR       TO REF-FORN-DET.
           MOVE DVF-REF-NUMERO-NF        TO REF-NF-DET.
           MOVE DVF-REF-ORIGEM           TO REF-ORIGEM-DET.

           IF DVF-LIBERADO
              ADD 1                      TO WSS-REG-LIBERADOS
              MOVE 'LIBERADO PELO CONTAS A PAGAR'
                                          TO OCORRENCIA-DET
              MOVE 'DUP-LIBERA'          TO WSS-AUD-TIPO
           ELSE
              ADD 1                      TO WSS-REG-CONFIRMADOS
              MOVE 'DUPLICIDADE CONFIRMADA'
                                          TO OCORRENCIA-DET
              MOVE 'DUP-CONFIR'          TO WSS-AUD-TIPO
           END-IF.

           PERFORM 2900-GRAVA-LINHA
              THRU 2900-GRAVA-LINHA-EXIT.

           MOVE DDC-USUARIO              TO WSS-AUD-USUARIO.
           MOVE DVF-NUMERO-NF            TO WSS-AUD-NUMERO-NF.

           PERFORM ROT-GRAVA-AUDLOG
              THRU ROT-GRAVA-AUDLOG-EXIT.

       2100-DECIDE-SUSPEITA-EXIT.
           EXIT.

      *----
       2900-GRAVA-LINHA.

           WRITE REG-RELDUPL FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELDUPL NOT EQUAL 0 THEN
              DISPLAY 'COBOL265 - ERRO WRITE RELDUPL FS=' ST-RELDUPL
              MOVE ST-RELDUPL            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SPACES                   TO OCORRENCIA-DET
                                            REF-FORN-DET
                                            REF-NF-DET
                                            REF-ORIGEM-DET.

       2900-GRAVA-LINHA-EXIT.
           EXIT.

      *----
      * TITULOS EM ABERTO, CADA UM LIGADO AO SEU REGISTRO DE
      * VERIFICACAO QUANDO JA VERIFICADO
      *----
       3000-CARGA-DUPLICTA.

           DISPLAY '3000-CARGA-DUPLICTA'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT DUPLICTA.

           IF ST-DUPLICTA NOT EQUAL 0 THEN
              DISPLAY 'COBOL265 - ERRO OPEN DUPLICTA FS=' ST-DUPLICTA
              MOVE ST-DUPLICTA           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 3001-LER-DUPLICTA
              THRU 3001-LER-DUPLICTA-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE DUPLICTA.

       3000-CARGA-DUPLICTA-EXIT.
           EXIT.

      *----
       3001-LER-DUPLICTA.

           READ DUPLICTA
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-DUPLICTA NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL265 - ERRO READ DUPLICTA FS=' ST-DUPLICTA
              MOVE ST-DUPLICTA           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 3001-LER-DUPLICTA-EXIT
           END-IF.

           IF WSS-QTD-TITULOS NOT LESS 20000
              DISPLAY 'COBOL265 - TABELA DE TITULOS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-TITULOS.
           ADD 1                         TO WSS-QTD-TITULOS.
           SET IDX-TIT                   TO WSS-QTD-TITULOS.
           MOVE DUP-FORNECEDOR           TO TTI-FORNECEDOR (IDX-TIT).
           MOVE DUP-NUMERO-NF            TO TTI-NUMERO-NF (IDX-TIT).
           MOVE DUP-DATA-VENCIMENTO      TO
                TTI-DATA-VENCIMENTO (IDX-TIT).
           MOVE DUP-VALOR                TO TTI-VALOR (IDX-TIT).
           MOVE SPACES                   TO TTI-SITUACAO (IDX-TIT).
           MOVE 0                        TO TTI-POS-VERIF (IDX-TIT).
           MOVE 1                        TO TTI-PARCELA (IDX-TIT)
                                            TTI-QTD-PARCELAS (IDX-TIT).

           IF DUP-PARCELA NUMERIC AND DUP-PARCELA GREATER 0
              MOVE DUP-PARCELA           TO TTI-PARCELA (IDX-TIT)
           END-IF.

           IF DUP-QTD-PARCELAS NUMERIC AND DUP-QTD-PARCELAS GREATER 0
              MOVE DUP-QTD-PARCELAS      TO TTI-QTD-PARCELAS (IDX-TIT)
           END-IF.

           MOVE DUP-FORNECEDOR           TO WSS-REF-FORNECEDOR.

           PERFORM ROT-ACHA-CNPJ
              THRU ROT-ACHA-CNPJ-EXIT.

           MOVE WSS-CNPJ                 TO TTI-CNPJ (IDX-TIT).

           IF WSS-QTD-VERIF EQUAL 0
              GO TO 3001-LER-DUPLICTA-EXIT
           END-IF.

           SET IDX-VRF                   TO 1.

           SEARCH WSS-VRF-ENTRY
               AT END
                  CONTINUE
               WHEN TVF-REGISTRO (IDX-VRF) (1:38) EQUAL DUP-CHAVE
                AND TVF-REGISTRO (IDX-VRF) (39:8) EQUAL
                    DUP-DATA-VENCIMENTO
                AND TVF-USADO (IDX-VRF) EQUAL 'N'
                  MOVE 'Y'               TO TVF-USADO (IDX-VRF)
                  SET TTI-POS-VERIF (IDX-TIT) TO IDX-VRF
                  MOVE TVF-REGISTRO (IDX-VRF) TO REG-DUPVERIF
                  MOVE DVF-SITUACAO      TO TTI-SITUACAO (IDX-TIT)
           END-SEARCH.

       3001-LER-DUPLICTA-EXIT.
           EXIT.

      *----
      * TITULO NOVO: CONFRONTO COM OS TITULOS EM ABERTO ANTERIORES A
      * ELE NO DUPLICTA OU JA VERIFICADOS (A DUPLICIDADE CONFIRMADA
      * NAO SERVE DE REFERENCIA) E DEPOIS COM OS PAGOS; A PRIMEIRA
      * REGRA ATENDIDA MARCA A SUSPEITA
      *----
       4000-VERIFICA-TITULO.

           IF TTI-POS-VERIF (IDX-TIT) GREATER 0
              GO TO 4000-VERIFICA-TITULO-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-NOVOS.
           MOVE SPACES                   TO WSS-REGRA
                                            WSS-REF-ORIGEM.

           PERFORM 4100-CONFRONTA-ABERTO
              THRU 4100-CONFRONTA-ABERTO-EXIT
              VARYING IDX-REF FROM 1 BY 1
              UNTIL IDX-REF > WSS-QTD-TITULOS
                 OR WSS-REGRA NOT EQUAL SPACES.

           IF WSS-REGRA EQUAL SPACES
              PERFORM 4200-CONFRONTA-PAGO
                 THRU 4200-CONFRONTA-PAGO-EXIT
                 VARYING IDX-PAG FROM 1 BY 1
                 UNTIL IDX-PAG > WSS-QTD-PAGTOS
                    OR WSS-REGRA NOT EQUAL SPACES
           END-IF.

           PERFORM 4500-REGISTRA-VERIFICACAO
              THRU 4500-REGISTRA-VERIFICACAO-EXIT.

       4000-VERIFICA-TITULO-EXIT.
           EXIT.

      *----
       4100-CONFRONTA-ABERTO.

           IF IDX-REF EQUAL IDX-TIT
              GO TO 4100-CONFRONTA-ABERTO-EXIT
           END-IF.

           IF IDX-REF GREATER IDX-TIT
              AND TTI-POS-VERIF (IDX-REF) EQUAL 0
              GO TO 4100-CONFRONTA-ABERTO-EXIT
           END-IF.

           IF TTI-SITUACAO (IDX-REF) EQUAL 'D'
              GO TO 4100-CONFRONTA-ABERTO-EXIT
           END-IF.

           MOVE TTI-FORNECEDOR (IDX-REF) TO WSS-REF-FORNECEDOR.
           MOVE TTI-NUMERO-NF (IDX-REF)  TO WSS-REF-NUMERO-NF.
           MOVE TTI-VALOR (IDX-REF)      TO WSS-REF-VALOR.
           MOVE TTI-DATA-VENCIMENTO (IDX-REF)
                                          TO WSS-REF-DATA.
           MOVE TTI-CNPJ (IDX-REF)       TO WSS-REF-CNPJ.
           MOVE TTI-PARCELA (IDX-REF)    TO WSS-REF-PARCELA.

           PERFORM 4300-APLICA-REGRAS
              THRU 4300-APLICA-REGRAS-EXIT.

           IF WSS-REGRA NOT EQUAL SPACES
              MOVE 'A'                   TO WSS-REF-ORIGEM
           END-IF.

       4100-CONFRONTA-ABERTO-EXIT.
           EXIT.

      *----
       4200-CONFRONTA-PAGO.

           MOVE TPG-FORNECEDOR (IDX-PAG) TO WSS-REF-FORNECEDOR.
           MOVE TPG-NUMERO-NF (IDX-PAG)  TO WSS-REF-NUMERO-NF.
           MOVE TPG-VALOR (IDX-PAG)      TO WSS-REF-VALOR.
           MOVE TPG-DATA-PAGTO (IDX-PAG) TO WSS-REF-DATA.
           MOVE TPG-CNPJ (IDX-PAG)       TO WSS-REF-CNPJ.
           MOVE TPG-PARCELA (IDX-PAG)    TO WSS-REF-PARCELA.

           PERFORM 4300-APLICA-REGRAS
              THRU 4300-APLICA-REGRAS-EXIT.

           IF WSS-REGRA NOT EQUAL SPACES
              MOVE 'P'                   TO WSS-REF-ORIGEM
           END-IF.

       4200-CONFRONTA-PAGO-EXIT.
           EXIT.

      *----
      * REGRAS DO CONFRONTO DO TITULO (IDX-TIT) COM A REFERENCIA
      *----
       4300-APLICA-REGRAS.

      *----
      * OUTRA PARCELA DA MESMA NOTA PARCELADA (MESMO FORNECEDOR OU
      * CNPJ) NAO E DUPLICIDADE
      *----
           IF TTI-QTD-PARCELAS (IDX-TIT) GREATER 1
              AND TTI-NUMERO-NF (IDX-TIT) EQUAL WSS-REF-NUMERO-NF
              AND TTI-PARCELA (IDX-TIT) NOT EQUAL WSS-REF-PARCELA
              AND (TTI-FORNECEDOR (IDX-TIT) EQUAL WSS-REF-FORNECEDOR
                   OR (TTI-CNPJ (IDX-TIT) GREATER 0
                       AND TTI-CNPJ (IDX-TIT) EQUAL WSS-REF-CNPJ))
              GO TO 4300-APLICA-REGRAS-EXIT
           END-IF.

           IF TTI-NUMERO-NF (IDX-TIT) EQUAL WSS-REF-NUMERO-NF
              IF TTI-FORNECEDOR (IDX-TIT) EQUAL WSS-REF-FORNECEDOR
                 MOVE 'N'                TO WSS-REGRA
                 GO TO 4300-APLICA-REGRAS-EXIT
              END-IF
              IF TTI-CNPJ (IDX-TIT) GREATER 0
                 AND TTI-CNPJ (IDX-TIT) EQUAL WSS-REF-CNPJ
                 MOVE 'C'                TO WSS-REGRA
                 GO TO 4300-APLICA-REGRAS-EXIT
              END-IF
           END-IF.

           IF TTI-VALOR (IDX-TIT) NOT EQUAL WSS-REF-VALOR
              GO TO 4300-APLICA-REGRAS-EXIT
           END-IF.

           IF TTI-FORNECEDOR (IDX-TIT) NOT EQUAL WSS-REF-FORNECEDOR
              AND (TTI-CNPJ (IDX-TIT) EQUAL 0
                   OR TTI-CNPJ (IDX-TIT) NOT EQUAL WSS-REF-CNPJ)
              GO TO 4300-APLICA-REGRAS-EXIT
           END-IF.

           IF WSS-REF-DATA NOT NUMERIC OR WSS-REF-DATA EQUAL 0
              OR TTI-DATA-VENCIMENTO (IDX-TIT) EQUAL 0
              GO TO 4300-APLICA-REGRAS-EXIT
           END-IF.

           COMPUTE WSS-DIAS-DIFERENCA =
                   FUNCTION INTEGER-OF-DATE
                            (TTI-DATA-VENCIMENTO (IDX-TIT))
                   - FUNCTION INTEGER-OF-DATE (WSS-REF-DATA).

           IF WSS-DIAS-DIFERENCA LESS 0
              COMPUTE WSS-DIAS-DIFERENCA = 0 - WSS-DIAS-DIFERENCA
           END-IF.

           IF WSS-DIAS-DIFERENCA NOT GREATER WSS-TOL-DIAS
              MOVE 'V'                   TO WSS-REGRA
           END-IF.

       4300-APLICA-REGRAS-EXIT.
           EXIT.

      *----
      * NOVO REGISTRO DE VERIFICACAO DO TITULO; A SUSPEITA VAI PARA
      * O RELATORIO E PARA O AUDLOG
      *----
       4500-REGISTRA-VERIFICACAO.

           IF WSS-QTD-VERIF NOT LESS 20000
              DISPLAY 'COBOL265 - TABELA DE VERIFICACAO CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SPACES                   TO REG-DUPVERIF.
           MOVE TTI-FORNECEDOR (IDX-TIT) TO DVF-FORNECEDOR.
           MOVE TTI-NUMERO-NF (IDX-TIT)  TO DVF-NUMERO-NF.
           MOVE TTI-DATA-VENCIMENTO (IDX-TIT)
                                          TO DVF-DATA-VENCIMENTO.
           MOVE TTI-VALOR (IDX-TIT)      TO DVF-VALOR.
           MOVE WSS-DATA-REF             TO DVF-DATA-VERIF.
           MOVE 0                        TO DVF-DATA-DECISAO
                                            DVF-REF-NUMERO-NF.
           MOVE WSS-USERID-SAIDA         TO DVF-USUARIO.

           IF WSS-REGRA EQUAL SPACES
              MOVE 'O'                   TO DVF-SITUACAO
           ELSE
              MOVE 'S'                   TO DVF-SITUACAO
              MOVE WSS-REGRA             TO DVF-REGRA
              MOVE WSS-REF-ORIGEM        TO DVF-REF-ORIGEM
              MOVE WSS-REF-FORNECEDOR    TO DVF-REF-FORNECEDOR
              MOVE WSS-REF-NUMERO-NF     TO DVF-REF-NUMERO-NF
           END-IF.

           ADD 1                         TO WSS-QTD-VERIF.
           SET IDX-VRF                   TO WSS-QTD-VERIF.
           MOVE REG-DUPVERIF             TO TVF-REGISTRO (IDX-VRF).
           MOVE 'Y'                      TO TVF-USADO (IDX-VRF).
           SET TTI-POS-VERIF (IDX-TIT)   TO IDX-VRF.
           MOVE DVF-SITUACAO             TO TTI-SITUACAO (IDX-TIT).

           IF NOT DVF-SUSPEITO
              GO TO 4500-REGISTRA-VERIFICACAO-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-SUSPEITOS.

           MOVE DVF-FORNECEDOR           TO FORN-DET.
           MOVE DVF-NUMERO-NF            TO NF-DET.
           MOVE DVF-DATA-VENCIMENTO      TO VENC-DET.
           MOVE DVF-VALOR                TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO VALOR-DET.
           MOVE DVF-REF-FORNECEDOR       TO REF-FORN-DET.
           MOVE DVF-REF-NUMERO-NF        TO REF-NF-DET.
           MOVE DVF-REF-ORIGEM           TO REF-ORIGEM-DET.

           EVALUATE DVF-REGRA
               WHEN 'N'
                    MOVE 'SUSPEITO - MESMO FORNEC. E NF'
                                          TO OCORRENCIA-DET
               WHEN 'C'
                    MOVE 'SUSPEITO - MESMO CNPJ E NF'
                                          TO OCORRENCIA-DET
               WHEN OTHER
                    MOVE 'SUSPEITO - MESMO VALOR/PRAZO'
                                          TO OCORRENCIA-DET
           END-EVALUATE.

           PERFORM 2900-GRAVA-LINHA
              THRU 2900-GRAVA-LINHA-EXIT.

           MOVE SPACES                   TO WSS-AUD-TIPO.

           STRING 'DUP-SUSP-'            DELIMITED BY SIZE
                  DVF-REGRA              DELIMITED BY SIZE
              INTO WSS-AUD-TIPO
           END-STRING.

           MOVE WSS-USERID-SAIDA         TO WSS-AUD-USUARIO.
           MOVE DVF-NUMERO-NF            TO WSS-AUD-NUMERO-NF.

           PERFORM ROT-GRAVA-AUDLOG
              THRU ROT-GRAVA-AUDLOG-EXIT.

       4500-REGISTRA-VERIFICACAO-EXIT.
           EXIT.

      *----
      * NOVA GERACAO DO REGISTRO: UM REGISTRO POR TITULO EM ABERTO,
      * NA ORDEM DO DUPLICTA (O TITULO JA BAIXADO SAI DO REGISTRO)
      *----
       7000-GRAVA-DUPVERIN.

           DISPLAY '7000-GRAVA-DUPVERIN'.

           OPEN OUTPUT DUPVERIN.

           IF ST-DUPVERIN NOT EQUAL 0 THEN
              DISPLAY 'COBOL265 - ERRO OPEN DUPVERIN FS=' ST-DUPVERIN
              MOVE ST-DUPVERIN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 7100-GRAVA-UM-REGISTRO
              THRU 7100-GRAVA-UM-REGISTRO-EXIT
              VARYING IDX-TIT FROM 1 BY 1
              UNTIL IDX-TIT > WSS-QTD-TITULOS.

           CLOSE DUPVERIN.

       7000-GRAVA-DUPVERIN-EXIT.
           EXIT.

      *----
       7100-GRAVA-UM-REGISTRO.

           SET IDX-VRF                   TO TTI-POS-VERIF (IDX-TIT).
           MOVE TVF-REGISTRO (IDX-VRF)   TO REG-DUPVERIF.

           IF DVF-BLOQUEADO
              ADD 1                      TO WSS-REG-PENDENTES
           END-IF.

           WRITE REG-DUPVERIN FROM REG-DUPVERIF.

           IF ST-DUPVERIN NOT EQUAL 0 THEN
              DISPLAY 'COBOL265 - ERRO WRITE DUPVERIN FS=' ST-DUPVERIN
              MOVE ST-DUPVERIN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       7100-GRAVA-UM-REGISTRO-EXIT.
           EXIT.

      *----
      * CNPJ DO FORNECEDOR EM WSS-REF-FORNECEDOR (ZERO QUANDO FORA
      * DO FORNMST: ENTAO SO VALEM AS REGRAS PELO CODIGO)
      *----
       ROT-ACHA-CNPJ.

           MOVE 0                        TO WSS-CNPJ.

           IF WSS-QTD-FORNS EQUAL 0
              GO TO ROT-ACHA-CNPJ-EXIT
           END-IF.

           SET IDX-FRN                   TO 1.

           SEARCH WSS-FRN-ENTRY
               AT END
                  CONTINUE
               WHEN TFR-CODIGO (IDX-FRN) EQUAL WSS-REF-FORNECEDOR
                  MOVE TFR-CNPJ (IDX-FRN) TO WSS-CNPJ
           END-SEARCH.

       ROT-ACHA-CNPJ-EXIT.
           EXIT.

      *----
      * TRILHA DE AUDITORIA DA VERIFICACAO
      * (AUD-VALOR = USUARIO + NUMERO DA NF)
      *----
       ROT-GRAVA-AUDLOG.

           MOVE SPACES                   TO REG-AUDLOG.
           MOVE 'COBOL265'               TO AUD-JOBNAME.
           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.
           MOVE DATA-HORA (1:14)         TO AUD-DATA-HORA.
           MOVE WSS-AUD-TIPO             TO AUD-TIPO.
           ADD 1                         TO WSS-AUD-SEQ.
           MOVE WSS-AUD-SEQ              TO AUD-SEQ.

           STRING WSS-AUD-USUARIO        DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WSS-AUD-NUMERO-NF      DELIMITED BY SIZE
              INTO AUD-VALOR
           END-STRING.

           MOVE 'ENCADEIA'               TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           WRITE REG-AUDLOG.

           IF ST-AUDLOG NOT EQUAL 0 THEN
              DISPLAY 'COBOL265 - ERRO WRITE AUDLOG FS=' ST-AUDLOG
              MOVE ST-AUDLOG             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       ROT-GRAVA-AUDLOG-EXIT.
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

           DISPLAY '***ABEND-COBOL265*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
