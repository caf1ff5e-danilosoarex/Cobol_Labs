      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : MANUTENCAO BATCH DO CADASTRO DE CHAVES PIX
      *            (PIXCHAVE, COPY2611), UMA CHAVE POR FUNCIONARIO
      *            ('F', MATRICULA) OU FORNECEDOR ('V', CODIGO DO
      *            FORNMST). LE O ARQUIVO DE MOVIMENTOS PIXMOV ('I'
      *            INCLUSAO, 'A' ALTERACAO, 'E' EXCLUSAO), CONFERE O
      *            BENEFICIARIO (FUNCMST/FORNMST), O FORMATO DA CHAVE
      *            (COBOL261), A TITULARIDADE DA CHAVE CPF/CNPJ
      *            (CPFFUNC/FORNMST) E QUE A MESMA CHAVE NAO ESTEJA
      *            CADASTRADA PARA OUTRO BENEFICIARIO, E REGRAVA O
      *            CADASTRO COMPLETO NA NOVA GERACAO PIXCHANV, COM
      *            RELATORIO DE APLICADOS E REJEITADOS (RELPIX). NA
      *            ALTERACAO, CAMPO EM BRANCO NO MOVIMENTO MANTEM O
      *            VALOR CADASTRADO. A FORMA DE PAGAMENTO ('P' PIX OU
      *            'T' TED) DIZ SE A REMESSA (COBOL160/COBOL193) PAGA
      *            NA CHAVE OU NA CONTA. TODA INCLUSAO, ALTERACAO E
      *            EXCLUSAO APLICADA VAI PARA O AUDLOG COM O USUARIO.
      *            CHAVE DE FUNCIONARIO INCLUIDA OU ALTERADA COM FORMA
      *            'P', OU PASSADA PARA A FORMA 'P', FICA PENDENTE:
      *            SO E LIBERADA PARA CREDITO APOS O CALLBACK (PIXCONF)
      *            CONFIRMADO POR USUARIO DIFERENTE DO QUE ALTEROU E
      *            A CARENCIA DO BANCPARM, COMO NA CONTA BANCARIA
      *            (COBOL230).
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - LAYOUT DO FORNMST COM 160 POSICOES (TERMOS DE
      *                  DESCONTO POR PAGAMENTO ANTECIPADO)
      * 15/10/2026 VRB - CHAVE PIX DE FUNCIONARIO NOVA OU ALTERADA
      *                  FICA PENDENTE ATE O CALLBACK (PIXCONF) E A
      *                  CARENCIA DO BANCPARM
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL262.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 16:00:00.
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
           SELECT PIXCHAVE ASSIGN TO PIXCHAVE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PIXCHAVE.
      *
           SELECT PIXMOV ASSIGN TO PIXMOV
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PIXMOV.
      *
           SELECT FUNCMST ASSIGN TO FUNCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FM-MATRICULA
                  FILE STATUS IS ST-FUNCMST.
      *
           SELECT FORNMST ASSIGN TO FORNMST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FORNMST.
      *
           SELECT CPFFUNC ASSIGN TO CPFFUNC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CPFFUNC.
      *
           SELECT PIXCHANV ASSIGN TO PIXCHANV
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PIXCHANV.
      *
           SELECT RELPIX ASSIGN TO RELPIX
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELPIX.
      *
           SELECT AUDLOG ASSIGN TO AUDLOG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-AUDLOG.
      *
           SELECT BANCPARM ASSIGN TO BANCPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-BANCPARM.
      *
           SELECT PIXCONF ASSIGN TO PIXCONF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PIXCONF.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   PIXCHAVE
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
       01   REG-PIXCHAVE-E                 PIC X(160).
      *----
       FD   PIXMOV
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
       01   REG-PIXMOV.
            03 MPX-TIPO                    PIC X(001).
               88 MPX-INCLUSAO                     VALUE 'I'.
               88 MPX-ALTERACAO                    VALUE 'A'.
               88 MPX-EXCLUSAO                     VALUE 'E'.
            03 MPX-CHAVE-REG.
               05 MPX-TIPO-BENEF           PIC X(001).
                  88 MPX-FUNCIONARIO               VALUE 'F'.
                  88 MPX-FORNECEDOR                VALUE 'V'.
               05 MPX-BENEFICIARIO         PIC X(030).
               05 MPX-BENEF-MATR REDEFINES MPX-BENEFICIARIO.
                  07 MPX-MATRICULA         PIC X(008).
                  07 FILLER                PIC X(022).
            03 MPX-TIPO-CHAVE              PIC X(002).
            03 MPX-CHAVE                   PIC X(077).
            03 MPX-FORMA                   PIC X(001).
            03 FILLER                      PIC X(048).
      *----
       FD  FUNCMST
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      *----
       01  REG-FUNCMST.
           03  FM-MATRICULA                PIC 9(008).
           03  FM-NOME                     PIC X(040).
           03  FILLER                      PIC X(032).
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
       FD   CPFFUNC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-CPFFUNC.
            03 CPF-MATRICULA               PIC 9(008).
            03 CPF-NUMERO                  PIC 9(011).
            03 FILLER                      PIC X(061).
      *----
       FD   PIXCHANV
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
       01   REG-PIXCHANV                   PIC X(160).
      *----
       FD   RELPIX.
      *----
       01   REG-RELPIX                     PIC X(132).
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
       FD   BANCPARM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CARTAO DE PARAMETRO DO COBOL230: DIAS DE CARENCIA ENTRE A
      * ALTERACAO E O PRIMEIRO CREDITO (SEM O CARTAO VALE O PADRAO)
      *----
       01   REG-BANCPARM.
            03 PRB-DIAS-CARENCIA           PIC 9(003).
            03 FILLER                      PIC X(077).
      *----
       FD   PIXCONF
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
      * CONFIRMACAO DA CHAVE POR CALLBACK: O RH LIGA PARA O TELEFONE
      * JA CADASTRADO DO FUNCIONARIO (NUNCA O INFORMADO NO PEDIDO DE
      * ALTERACAO), CONFERE O TIPO E A CHAVE E REGISTRA QUEM
      * CONFIRMOU E QUANDO
      *----
       01   REG-PIXCONF.
            03 PCF-MATRICULA               PIC 9(008).
            03 PCF-TIPO-CHAVE              PIC X(002).
            03 PCF-CHAVE                   PIC X(077).
            03 PCF-USUARIO                 PIC X(008).
            03 PCF-DATA                    PIC 9(008).
            03 PCF-TELEFONE                PIC X(011).
            03 FILLER                      PIC X(046).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-PIXCHAVE                     PIC 9(002) VALUE 0.
       77  ST-PIXMOV                       PIC 9(002) VALUE 0.
       77  ST-FUNCMST                      PIC 9(002) VALUE 0.
       77  ST-FORNMST                      PIC 9(002) VALUE 0.
       77  ST-CPFFUNC                      PIC 9(002) VALUE 0.
       77  ST-PIXCHANV                     PIC 9(002) VALUE 0.
       77  ST-RELPIX                       PIC 9(002) VALUE 0.
       77  ST-AUDLOG                       PIC 9(002) VALUE 0.
       77  ST-BANCPARM                     PIC 9(002) VALUE 0.
       77  ST-PIXCONF                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-QTD-CHAVES                  PIC 9(005) VALUE 0.
       77  WSS-QTD-FORNS                   PIC 9(004) VALUE 0.
       77  WSS-QTD-CPFS                    PIC 9(005) VALUE 0.
       77  WSS-REG-MOVIMENTOS              PIC 9(006) VALUE ZEROES.
       77  WSS-REG-APLICADOS               PIC 9(006) VALUE ZEROES.
       77  WSS-REG-REJEITADOS              PIC 9(006) VALUE ZEROES.
       77  WSS-REG-CONFIRMACOES            PIC 9(006) VALUE ZEROES.
       77  WSS-REG-CONFIRMADAS             PIC 9(006) VALUE ZEROES.
       77  WSS-REG-RECUSADAS               PIC 9(006) VALUE ZEROES.
       77  WSS-REG-PENDENTES               PIC 9(006) VALUE ZEROES.
       77  WSS-DIAS-CARENCIA               PIC 9(003) VALUE 5.
       77  WSS-DATA-INTEIRA                PIC 9(008) VALUE 0.
       77  WSS-DATA-LIBERACAO              PIC 9(008) VALUE 0.
       77  WSS-TIPO-CHAVE-ANT              PIC X(002) VALUE SPACES.
       77  WSS-CHAVE-ANT                   PIC X(077) VALUE SPACES.
       77  WSS-FORMA-ANT                   PIC X(001) VALUE SPACE.
       77  WSS-RESULTADO                   PIC X(001) VALUE SPACE.
           88 WSS-MOV-APLICADO                       VALUE 'A'.
           88 WSS-MOV-REJEITADO                      VALUE 'R'.
       77  WSS-MOTIVO                      PIC X(040) VALUE SPACES.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-DUPLICADA                   PIC X(001) VALUE 'N'.
       77  WSS-DATA-HOJE                   PIC 9(008) VALUE ZEROES.
       77  WSS-NOME                        PIC X(040) VALUE SPACES.
       77  WSS-DOC-TITULAR                 PIC 9(014) VALUE ZEROES.
       77  WSS-AUD-SEQ                     PIC 9(003) VALUE 0.
       77  WSS-AUD-TIPO                    PIC X(010) VALUE SPACES.
       77  WSS-AUD-USUARIO                 PIC X(008) VALUE SPACES.
       77  WSS-AUD-BENEF                   PIC X(031) VALUE SPACES.
      *----
      * TIPO DE BENEFICIARIO + BENEFICIARIO PROCURADO NA TABELA (DO
      * MOVIMENTO OU, NA CONFIRMACAO, 'F' + MATRICULA)
      *----
       01  WSS-CHAVE-PROCURA.
           03 WCP-TIPO-BENEF               PIC X(001).
           03 WCP-BENEFICIARIO             PIC X(030).
           03 WCP-BENEF-MATR REDEFINES WCP-BENEFICIARIO.
              05 WCP-MATRICULA             PIC 9(008).
              05 FILLER                    PIC X(022).
      *----
      * REGISTRO DE TRABALHO NO LAYOUT DO CADASTRO (COPY2611)
      *----
           COPY  'COPY2611'.
      *----
      * CADASTRO COMPLETO EM MEMORIA: OS MOVIMENTOS SAO APLICADOS NA
      * TABELA E O RESULTADO REGRAVADO NA NOVA GERACAO, EM ORDEM DE
      * TIPO DE BENEFICIARIO + BENEFICIARIO
      *----
       01  WSS-TAB-CHAVES.
           05 WSS-PXC-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-CHAVES
                 ASCENDING KEY IS TPX-CHAVE-REG
                 INDEXED BY IDX-PXC IDX-DUP.
              10 TPX-REGISTRO.
                 15 TPX-CHAVE-REG          PIC X(031).
                 15 TPX-TIPO-CHAVE         PIC X(002).
                 15 TPX-CHAVE              PIC X(077).
                 15 FILLER                 PIC X(050).
              10 TPX-ATIVO                 PIC X(001).
      *----
      * FORNECEDORES (CODIGO, RAZAO E CNPJ) PARA CONFERIR O
      * BENEFICIARIO 'V' E A TITULARIDADE DA CHAVE CNPJ
      *----
       01  WSS-TAB-FORNS.
           05 WSS-FRN-ENTRY OCCURS 0 TO 1000 TIMES
                 DEPENDING ON WSS-QTD-FORNS
                 INDEXED BY IDX-FRN.
              10 TFR-CODIGO                PIC X(030).
              10 TFR-RAZAO                 PIC X(040).
              10 TFR-CNPJ                  PIC 9(014).
      *----
      * CPF POR MATRICULA PARA A TITULARIDADE DA CHAVE CPF
      *----
       01  WSS-TAB-CPFS.
           05 WSS-CPF-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-CPFS
                 INDEXED BY IDX-CPF.
              10 TCP-MATRICULA             PIC 9(008).
              10 TCP-CPF                   PIC 9(011).
      *----
       01  DATA-HORA.
           03 DH-DATA                      PIC 9(008).
           03 FILLER                       PIC X(013).
      *----
      * LINKAGE DA VALIDACAO DE FORMATO DA CHAVE PIX (COBOL261)
      *----
           COPY  'COPY2612'.
      *----
      * LINKAGE DO SUBPROGRAMA QUE RETORNA O USER-ID (COBOL101),
      * GRAVADO NO CADASTRO E NA TRILHA DE AUDITORIA
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
           03 FILLER                       PIC X(019) VALUE 'COBOL262'.
           03 FILLER                       PIC X(051)
              VALUE 'MANUTENCAO DO CADASTRO DE CHAVES PIX'.
      *----
       01  DET01.
           03 TIPO-DET                     PIC X(001) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 BENEF-TIPO-DET               PIC X(001) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 BENEFICIARIO-DET             PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 NOME-DET                     PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 TIPO-CHAVE-DET               PIC X(002) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 RESULTADO-DET                PIC X(009) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 MOTIVO-DET                   PIC X(040) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL262'
           DISPLAY ' MANUTENCAO DO CADASTRO DE CHAVES PIX'.

           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.
           MOVE DH-DATA                  TO WSS-DATA-HOJE.

           CALL 'COBOL101' USING WSS-USERID-LINKAGE.

           PERFORM 1300-CARGA-PARAMETRO
              THRU 1300-CARGA-PARAMETRO-EXIT.

           PERFORM 1000-CARGA-PIXCHAVE
              THRU 1000-CARGA-PIXCHAVE-EXIT.

           PERFORM 1100-CARGA-FORNMST
              THRU 1100-CARGA-FORNMST-EXIT.

           PERFORM 1200-CARGA-CPFFUNC
              THRU 1200-CARGA-CPFFUNC-EXIT.

           PERFORM 2000-APLICA-MOVIMENTOS
              THRU 2000-APLICA-MOVIMENTOS-EXIT.

           PERFORM 3000-GRAVA-NOVA-GERACAO
              THRU 3000-GRAVA-NOVA-GERACAO-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL262                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* MOVIMENTOS LIDOS     : ' WSS-REG-MOVIMENTOS.
           DISPLAY '* MOVIMENTOS APLICADOS : ' WSS-REG-APLICADOS.
           DISPLAY '* MOVIMENTOS REJEITADOS: ' WSS-REG-REJEITADOS.
           DISPLAY '* DIAS DE CARENCIA     : ' WSS-DIAS-CARENCIA.
           DISPLAY '* CONFIRMACOES LIDAS   : ' WSS-REG-CONFIRMACOES.
           DISPLAY '* CONFIRMACOES ACEITAS : ' WSS-REG-CONFIRMADAS.
           DISPLAY '* CONFIRMACOES RECUSAD.: ' WSS-REG-RECUSADAS.
           DISPLAY '* AGUARDANDO LIBERACAO : ' WSS-REG-PENDENTES.
           DISPLAY '*******************************************'.

           IF WSS-REG-REJEITADOS GREATER 0
              OR WSS-REG-RECUSADAS GREATER 0
              MOVE 4                     TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----
       1000-CARGA-PIXCHAVE.

           DISPLAY '1000-CARGA-PIXCHAVE'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT PIXCHAVE.

           IF ST-PIXCHAVE EQUAL 35
              DISPLAY 'COBOL262 - PIXCHAVE INEXISTENTE, CADASTRO '
                      'COMECA VAZIO'
              GO TO 1000-CARGA-PIXCHAVE-EXIT
           END-IF.

           IF ST-PIXCHAVE NOT EQUAL 0 THEN
              DISPLAY 'COBOL262 - ERRO OPEN PIXCHAVE FS=' ST-PIXCHAVE
              MOVE ST-PIXCHAVE           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1001-LER-PIXCHAVE
              THRU 1001-LER-PIXCHAVE-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE PIXCHAVE.

           DISPLAY ' CHAVES CARREGADAS : ' WSS-QTD-CHAVES.

       1000-CARGA-PIXCHAVE-EXIT.
           EXIT.

      *----
       1001-LER-PIXCHAVE.

           READ PIXCHAVE
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-PIXCHAVE NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL262 - ERRO READ PIXCHAVE FS=' ST-PIXCHAVE
              MOVE ST-PIXCHAVE           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1001-LER-PIXCHAVE-EXIT
           END-IF.

      *----
      * REGISTRO GRAVADO ANTES DO CONTROLE DE LIBERACAO ENTRA ATIVO
      *----
           MOVE REG-PIXCHAVE-E           TO REG-PIXCHAVE.

           IF PXC-SITUACAO EQUAL SPACE
              MOVE 'A'                   TO PXC-SITUACAO
              MOVE WSS-DATA-HOJE         TO PXC-DATA-LIBERACAO
              MOVE SPACES                TO PXC-USUARIO-CONF
              MOVE 0                     TO PXC-DATA-CONF
           END-IF.

           IF WSS-QTD-CHAVES LESS 20000
              ADD 1                      TO WSS-QTD-CHAVES
              MOVE REG-PIXCHAVE          TO
                   TPX-REGISTRO (WSS-QTD-CHAVES)
              MOVE 'A'                   TO
                   TPX-ATIVO (WSS-QTD-CHAVES)
           ELSE
              DISPLAY 'COBOL262 - TABELA DE CHAVES PIX CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       1001-LER-PIXCHAVE-EXIT.
           EXIT.

      *----
       1100-CARGA-FORNMST.

           DISPLAY '1100-CARGA-FORNMST'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT FORNMST.

           IF ST-FORNMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL262 - ERRO OPEN FORNMST FS=' ST-FORNMST
              MOVE ST-FORNMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1101-LER-FORNMST
              THRU 1101-LER-FORNMST-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FORNMST.

           DISPLAY ' FORNECEDORES CARREGADOS : ' WSS-QTD-FORNS.

       1100-CARGA-FORNMST-EXIT.
           EXIT.

      *----
       1101-LER-FORNMST.

           READ FORNMST
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-FORNMST NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL262 - ERRO READ FORNMST FS=' ST-FORNMST
              MOVE ST-FORNMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF NOT = 'Y'
              AND WSS-QTD-FORNS LESS 1000
              ADD 1                      TO WSS-QTD-FORNS
              MOVE FOR-CODIGO            TO TFR-CODIGO (WSS-QTD-FORNS)
              MOVE FOR-RAZAO             TO TFR-RAZAO (WSS-QTD-FORNS)
              MOVE FOR-CNPJ              TO TFR-CNPJ (WSS-QTD-FORNS)
           END-IF.

       1101-LER-FORNMST-EXIT.
           EXIT.

      *----
      * SEM CPFFUNC NENHUMA CHAVE CPF DE FUNCIONARIO PASSA NA
      * CONFERENCIA DE TITULARIDADE
      *----
       1200-CARGA-CPFFUNC.

           DISPLAY '1200-CARGA-CPFFUNC'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT CPFFUNC.

           IF ST-CPFFUNC EQUAL 35
              GO TO 1200-CARGA-CPFFUNC-EXIT
           END-IF.

           IF ST-CPFFUNC NOT EQUAL 0 THEN
              DISPLAY 'COBOL262 - ERRO OPEN CPFFUNC FS=' ST-CPFFUNC
              MOVE ST-CPFFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1201-LER-CPFFUNC
              THRU 1201-LER-CPFFUNC-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CPFFUNC.

           DISPLAY ' CPFS CARREGADOS : ' WSS-QTD-CPFS.

       1200-CARGA-CPFFUNC-EXIT.
           EXIT.

      *----
       1201-LER-CPFFUNC.

           READ CPFFUNC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CPFFUNC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL262 - ERRO READ CPFFUNC FS=' ST-CPFFUNC
              MOVE ST-CPFFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF NOT = 'Y'
              AND WSS-QTD-CPFS LESS 20000
              ADD 1                      TO WSS-QTD-CPFS
              MOVE CPF-MATRICULA         TO
                   TCP-MATRICULA (WSS-QTD-CPFS)
              MOVE CPF-NUMERO            TO TCP-CPF (WSS-QTD-CPFS)
           END-IF.

       1201-LER-CPFFUNC-EXIT.
           EXIT.

      *----
      * DIAS DE CARENCIA DO MESMO CARTAO DO COBOL230 (OPCIONAL, SEM
      * O CARTAO VALE O PADRAO)
      *----
       1300-CARGA-PARAMETRO.

           OPEN INPUT BANCPARM.

           IF ST-BANCPARM EQUAL 35
              DISPLAY 'COBOL262 - BANCPARM NAO INFORMADO, CARENCIA '
                      'PADRAO DE ' WSS-DIAS-CARENCIA ' DIAS'
              GO TO 1300-CARGA-PARAMETRO-EXIT
           END-IF.

           IF ST-BANCPARM NOT EQUAL 0 THEN
              DISPLAY 'COBOL262 - ERRO OPEN BANCPARM FS=' ST-BANCPARM
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

       1300-CARGA-PARAMETRO-EXIT.
           EXIT.

      *----
       2000-APLICA-MOVIMENTOS.

           DISPLAY '2000-APLICA-MOVIMENTOS'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT PIXMOV.

           IF ST-PIXMOV NOT EQUAL 0 THEN
              DISPLAY 'COBOL262 - ERRO OPEN PIXMOV FS=' ST-PIXMOV
              MOVE ST-PIXMOV             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN INPUT FUNCMST.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL262 - ERRO OPEN FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT RELPIX.

           IF ST-RELPIX NOT EQUAL 0 THEN
              DISPLAY 'COBOL262 - ERRO OPEN RELPIX FS=' ST-RELPIX
              MOVE ST-RELPIX             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'INICIA'                 TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           OPEN EXTEND AUDLOG.

           IF ST-AUDLOG EQUAL 35
              OPEN OUTPUT AUDLOG
           END-IF.

           IF ST-AUDLOG NOT EQUAL 0 THEN
              DISPLAY 'COBOL262 - ERRO OPEN AUDLOG FS=' ST-AUDLOG
              MOVE ST-AUDLOG             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           WRITE REG-RELPIX FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           PERFORM 2001-APLICA-UM-MOVIMENTO
              THRU 2001-APLICA-UM-MOVIMENTO-EXIT
              UNTIL WSS-EOF = 'Y'.

           PERFORM 2400-APLICA-CONFIRMACAO
              THRU 2400-APLICA-CONFIRMACAO-EXIT.

           CLOSE PIXMOV.
           CLOSE FUNCMST.
           CLOSE RELPIX.
           CLOSE AUDLOG.

       2000-APLICA-MOVIMENTOS-EXIT.
           EXIT.

      *----
       2001-APLICA-UM-MOVIMENTO.

           READ PIXMOV
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-PIXMOV NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL262 - ERRO READ PIXMOV FS=' ST-PIXMOV
              MOVE ST-PIXMOV             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 2001-APLICA-UM-MOVIMENTO-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-MOVIMENTOS.
           MOVE 'A'                      TO WSS-RESULTADO.
           MOVE SPACES                   TO WSS-MOTIVO.
           MOVE SPACES                   TO WSS-NOME.
           MOVE SPACES                   TO REG-PIXCHAVE.
           MOVE MPX-CHAVE-REG            TO WSS-CHAVE-PROCURA.

           EVALUATE TRUE
               WHEN MPX-INCLUSAO
                    PERFORM 2100-INCLUI-CHAVE
                       THRU 2100-INCLUI-CHAVE-EXIT
               WHEN MPX-ALTERACAO
                    PERFORM 2200-ALTERA-CHAVE
                       THRU 2200-ALTERA-CHAVE-EXIT
               WHEN MPX-EXCLUSAO
                    PERFORM 2300-EXCLUI-CHAVE
                       THRU 2300-EXCLUI-CHAVE-EXIT
               WHEN OTHER
                    MOVE 'R'             TO WSS-RESULTADO
                    MOVE 'TIPO DE MOVIMENTO INVALIDO'
                                          TO WSS-MOTIVO
           END-EVALUATE.

           PERFORM 2900-IMPRIME-MOVIMENTO
              THRU 2900-IMPRIME-MOVIMENTO-EXIT.

           IF WSS-MOV-APLICADO
              ADD 1                      TO WSS-REG-APLICADOS
              MOVE WSS-USERID-SAIDA      TO WSS-AUD-USUARIO
              MOVE MPX-CHAVE-REG         TO WSS-AUD-BENEF
              PERFORM ROT-GRAVA-AUDLOG
                 THRU ROT-GRAVA-AUDLOG-EXIT
           ELSE
              ADD 1                      TO WSS-REG-REJEITADOS
           END-IF.

       2001-APLICA-UM-MOVIMENTO-EXIT.
           EXIT.

      *----
      * INCLUSAO: BENEFICIARIO PRECISA EXISTIR NO MESTRE E AINDA NAO
      * TER CHAVE CADASTRADA; SEM FORMA INFORMADA, PAGA NO PIX.
      * CHAVE DE FUNCIONARIO PAGA NO PIX ENTRA PENDENTE
      *----
       2100-INCLUI-CHAVE.

           PERFORM 2510-CONFERE-BENEFICIARIO
              THRU 2510-CONFERE-BENEFICIARIO-EXIT.

           IF WSS-MOV-REJEITADO
              GO TO 2100-INCLUI-CHAVE-EXIT
           END-IF.

           PERFORM 2500-PROCURA-CHAVE
              THRU 2500-PROCURA-CHAVE-EXIT.

           IF WSS-ACHOU = 'Y'
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'BENEFICIARIO JA TEM CHAVE PIX'
                                          TO WSS-MOTIVO
              GO TO 2100-INCLUI-CHAVE-EXIT
           END-IF.

           IF WSS-QTD-CHAVES NOT LESS 20000
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'CADASTRO CHEIO'      TO WSS-MOTIVO
              GO TO 2100-INCLUI-CHAVE-EXIT
           END-IF.

           MOVE SPACES                   TO REG-PIXCHAVE.
           MOVE MPX-CHAVE-REG            TO PXC-CHAVE-REG.
           MOVE 'P'                      TO PXC-FORMA.

           PERFORM 2600-SOBREPOE-CAMPOS
              THRU 2600-SOBREPOE-CAMPOS-EXIT.

           PERFORM 2700-VALIDA-CHAVE
              THRU 2700-VALIDA-CHAVE-EXIT.

           IF WSS-MOV-REJEITADO
              GO TO 2100-INCLUI-CHAVE-EXIT
           END-IF.

           MOVE WSS-DATA-HOJE            TO PXC-DATA-ATUALIZ.
           MOVE WSS-USERID-SAIDA         TO PXC-USUARIO.
           MOVE 'A'                      TO PXC-SITUACAO.
           MOVE WSS-DATA-HOJE            TO PXC-DATA-LIBERACAO.
           MOVE SPACES                   TO PXC-USUARIO-CONF.
           MOVE 0                        TO PXC-DATA-CONF.

           PERFORM 2750-APLICA-CARENCIA
              THRU 2750-APLICA-CARENCIA-EXIT.

           MOVE 'PIX-INCL'               TO WSS-AUD-TIPO.

           ADD 1                         TO WSS-QTD-CHAVES.
           MOVE REG-PIXCHAVE             TO
                TPX-REGISTRO (WSS-QTD-CHAVES).
           MOVE 'A'                      TO
                TPX-ATIVO (WSS-QTD-CHAVES).

       2100-INCLUI-CHAVE-EXIT.
           EXIT.

      *----
      * ALTERACAO: SO OS CAMPOS INFORMADOS SUBSTITUEM OS CADASTRADOS;
      * A CHAVE RESULTANTE E VALIDADA DE NOVO POR INTEIRO. TROCA DE
      * CHAVE OU PASSAGEM PARA A FORMA 'P' DE FUNCIONARIO VOLTA A
      * FICAR PENDENTE
      *----
       2200-ALTERA-CHAVE.

           PERFORM 2510-CONFERE-BENEFICIARIO
              THRU 2510-CONFERE-BENEFICIARIO-EXIT.

           IF WSS-MOV-REJEITADO
              GO TO 2200-ALTERA-CHAVE-EXIT
           END-IF.

           PERFORM 2500-PROCURA-CHAVE
              THRU 2500-PROCURA-CHAVE-EXIT.

           IF WSS-ACHOU NOT = 'Y'
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'BENEFICIARIO SEM CHAVE PIX CADASTRADA'
                                          TO WSS-MOTIVO
              GO TO 2200-ALTERA-CHAVE-EXIT
           END-IF.

           MOVE TPX-REGISTRO (IDX-PXC)   TO REG-PIXCHAVE.
           MOVE PXC-TIPO-CHAVE           TO WSS-TIPO-CHAVE-ANT.
           MOVE PXC-CHAVE                TO WSS-CHAVE-ANT.
           MOVE PXC-FORMA                TO WSS-FORMA-ANT.

           PERFORM 2600-SOBREPOE-CAMPOS
              THRU 2600-SOBREPOE-CAMPOS-EXIT.

           PERFORM 2700-VALIDA-CHAVE
              THRU 2700-VALIDA-CHAVE-EXIT.

           IF WSS-MOV-REJEITADO
              GO TO 2200-ALTERA-CHAVE-EXIT
           END-IF.

           MOVE WSS-DATA-HOJE            TO PXC-DATA-ATUALIZ.
           MOVE WSS-USERID-SAIDA         TO PXC-USUARIO.

           PERFORM 2750-APLICA-CARENCIA
              THRU 2750-APLICA-CARENCIA-EXIT.

           MOVE 'PIX-ALTER'              TO WSS-AUD-TIPO.
           MOVE REG-PIXCHAVE             TO TPX-REGISTRO (IDX-PXC).

       2200-ALTERA-CHAVE-EXIT.
           EXIT.

      *----
       2300-EXCLUI-CHAVE.

           PERFORM 2500-PROCURA-CHAVE
              THRU 2500-PROCURA-CHAVE-EXIT.

           IF WSS-ACHOU NOT = 'Y'
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'BENEFICIARIO SEM CHAVE PIX CADASTRADA'
                                          TO WSS-MOTIVO
              GO TO 2300-EXCLUI-CHAVE-EXIT
           END-IF.

           MOVE TPX-REGISTRO (IDX-PXC)   TO REG-PIXCHAVE.
           MOVE 'PIX-EXCL'               TO WSS-AUD-TIPO.
           MOVE 'I'                      TO TPX-ATIVO (IDX-PXC).

       2300-EXCLUI-CHAVE-EXIT.
           EXIT.

      *----
      * CONFIRMACOES POR CALLBACK (OPCIONAL, FS=35 = NENHUMA HOJE),
      * APLICADAS DEPOIS DOS MOVIMENTOS DO DIA
      *----
       2400-APLICA-CONFIRMACAO.

           DISPLAY '2400-APLICA-CONFIRMACAO'.

           OPEN INPUT PIXCONF.

           IF ST-PIXCONF EQUAL 35
              DISPLAY 'COBOL262 - PIXCONF NAO INFORMADO'
              GO TO 2400-APLICA-CONFIRMACAO-EXIT
           END-IF.

           IF ST-PIXCONF NOT EQUAL 0 THEN
              DISPLAY 'COBOL262 - ERRO OPEN PIXCONF FS=' ST-PIXCONF
              MOVE ST-PIXCONF            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 2410-LER-PIXCONF
              THRU 2410-LER-PIXCONF-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE PIXCONF.

       2400-APLICA-CONFIRMACAO-EXIT.
           EXIT.

      *----
       2410-LER-PIXCONF.

           READ PIXCONF
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-PIXCONF NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL262 - ERRO READ PIXCONF FS=' ST-PIXCONF
              MOVE ST-PIXCONF            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 2410-LER-PIXCONF-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-CONFIRMACOES.
           MOVE 'A'                      TO WSS-RESULTADO.
           MOVE SPACES                   TO WSS-MOTIVO.
           MOVE SPACES                   TO REG-PIXCHAVE.

           PERFORM 2420-CONFERE-CONFIRMACAO
              THRU 2420-CONFERE-CONFIRMACAO-EXIT.

      *----
      * CHAVE QUE NAO ESTA PENDENTE: CONFIRMACAO SEM EFEITO
      *----
           IF WSS-RESULTADO EQUAL SPACE
              GO TO 2410-LER-PIXCONF-EXIT
           END-IF.

           PERFORM 2490-IMPRIME-CONFIRMACAO
              THRU 2490-IMPRIME-CONFIRMACAO-EXIT.

           IF WSS-MOV-APLICADO
              ADD 1                      TO WSS-REG-CONFIRMADAS
              MOVE 'PIX-CONF'            TO WSS-AUD-TIPO
              MOVE PCF-USUARIO           TO WSS-AUD-USUARIO
              MOVE WSS-CHAVE-PROCURA     TO WSS-AUD-BENEF
              PERFORM ROT-GRAVA-AUDLOG
                 THRU ROT-GRAVA-AUDLOG-EXIT
           ELSE
              ADD 1                      TO WSS-REG-RECUSADAS
           END-IF.

       2410-LER-PIXCONF-EXIT.
           EXIT.

      *----
      * SO CHAVE PENDENTE E CONFIRMADA, COM O TIPO E A CHAVE IGUAIS
      * AOS CADASTRADOS, E NUNCA PELO MESMO USUARIO QUE A ALTEROU;
      * CONFIRMACAO SEM USUARIO OU DE FUNCIONARIO SEM CHAVE E
      * RECUSADA
      *----
       2420-CONFERE-CONFIRMACAO.

           IF PCF-USUARIO EQUAL SPACES
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'CONFIRMACAO SEM USUARIO'
                                          TO WSS-MOTIVO
              GO TO 2420-CONFERE-CONFIRMACAO-EXIT
           END-IF.

           IF PCF-MATRICULA NOT NUMERIC
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'MATRICULA NAO NUMERICA'
                                          TO WSS-MOTIVO
              GO TO 2420-CONFERE-CONFIRMACAO-EXIT
           END-IF.

           MOVE SPACES                   TO WSS-CHAVE-PROCURA.
           MOVE 'F'                      TO WCP-TIPO-BENEF.
           MOVE PCF-MATRICULA            TO WCP-MATRICULA.

           PERFORM 2500-PROCURA-CHAVE
              THRU 2500-PROCURA-CHAVE-EXIT.

           IF WSS-ACHOU NOT = 'Y'
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'BENEFICIARIO SEM CHAVE PIX CADASTRADA'
                                          TO WSS-MOTIVO
              GO TO 2420-CONFERE-CONFIRMACAO-EXIT
           END-IF.

           MOVE TPX-REGISTRO (IDX-PXC)   TO REG-PIXCHAVE.

           IF NOT PXC-PENDENTE
              MOVE SPACE                 TO WSS-RESULTADO
              GO TO 2420-CONFERE-CONFIRMACAO-EXIT
           END-IF.

           IF PCF-TIPO-CHAVE NOT EQUAL PXC-TIPO-CHAVE
              OR PCF-CHAVE NOT EQUAL PXC-CHAVE
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'CHAVE DIFERENTE DA PENDENTE'
                                          TO WSS-MOTIVO
              GO TO 2420-CONFERE-CONFIRMACAO-EXIT
           END-IF.

           IF PCF-USUARIO EQUAL PXC-USUARIO
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'CONFIRMADA PELO USUARIO DA ALTERACAO'
                                          TO WSS-MOTIVO
              GO TO 2420-CONFERE-CONFIRMACAO-EXIT
           END-IF.

           MOVE 'C'                      TO PXC-SITUACAO.
           MOVE PCF-USUARIO              TO PXC-USUARIO-CONF.

           IF PCF-DATA NUMERIC AND PCF-DATA GREATER 0
              MOVE PCF-DATA              TO PXC-DATA-CONF
           ELSE
              MOVE WSS-DATA-HOJE         TO PXC-DATA-CONF
           END-IF.

           MOVE REG-PIXCHAVE             TO TPX-REGISTRO (IDX-PXC).

       2420-CONFERE-CONFIRMACAO-EXIT.
           EXIT.

      *----
      * CONFIRMACAO NO RELATORIO (TIPO 'C'); A CHAVE EM SI NAO VAI
      * PARA O RELATORIO, SO O TIPO
      *----
       2490-IMPRIME-CONFIRMACAO.

           MOVE 'C'                      TO TIPO-DET.
           MOVE 'F'                      TO BENEF-TIPO-DET.
           MOVE PCF-MATRICULA            TO BENEFICIARIO-DET.
           MOVE SPACES                   TO NOME-DET.
           MOVE PCF-TIPO-CHAVE           TO TIPO-CHAVE-DET.

           IF WSS-MOV-APLICADO
              MOVE 'APLICADO '           TO RESULTADO-DET
           ELSE
              MOVE 'REJEITADO'           TO RESULTADO-DET
           END-IF.

           MOVE WSS-MOTIVO               TO MOTIVO-DET.

           WRITE REG-RELPIX FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELPIX NOT EQUAL 0 THEN
              DISPLAY 'COBOL262 - ERRO WRITE RELPIX FS=' ST-RELPIX
              MOVE ST-RELPIX             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       2490-IMPRIME-CONFIRMACAO-EXIT.
           EXIT.

      *----
      * PROCURA O BENEFICIARIO ATIVO NA TABELA; IDX-PXC FICA
      * APONTANDO PARA A ENTRADA ENCONTRADA
      *----
       2500-PROCURA-CHAVE.

           MOVE 'N'                      TO WSS-ACHOU.

           IF WSS-QTD-CHAVES EQUAL 0
              GO TO 2500-PROCURA-CHAVE-EXIT
           END-IF.

           SET IDX-PXC                   TO 1.

           SEARCH WSS-PXC-ENTRY
               AT END
                  MOVE 'N'               TO WSS-ACHOU
               WHEN TPX-CHAVE-REG (IDX-PXC) EQUAL WSS-CHAVE-PROCURA
                AND TPX-ATIVO (IDX-PXC) EQUAL 'A'
                  MOVE 'Y'               TO WSS-ACHOU
           END-SEARCH.

       2500-PROCURA-CHAVE-EXIT.
           EXIT.

      *----
      * O BENEFICIARIO PRECISA EXISTIR: MATRICULA NO FUNCMST OU
      * CODIGO NO FORNMST. O NOME VAI PARA O RELATORIO E O CPF/CNPJ
      * DO TITULAR PARA A CONFERENCIA DA CHAVE CPF/CNPJ
      *----
       2510-CONFERE-BENEFICIARIO.

           MOVE ZEROES                   TO WSS-DOC-TITULAR.

           EVALUATE TRUE
               WHEN MPX-FUNCIONARIO
                    PERFORM 2520-LE-FUNCIONARIO
                       THRU 2520-LE-FUNCIONARIO-EXIT
               WHEN MPX-FORNECEDOR
                    PERFORM 2530-PROCURA-FORNECEDOR
                       THRU 2530-PROCURA-FORNECEDOR-EXIT
               WHEN OTHER
                    MOVE 'R'             TO WSS-RESULTADO
                    MOVE 'TIPO DE BENEFICIARIO INVALIDO'
                                          TO WSS-MOTIVO
           END-EVALUATE.

       2510-CONFERE-BENEFICIARIO-EXIT.
           EXIT.

      *----
       2520-LE-FUNCIONARIO.

           IF MPX-MATRICULA NOT NUMERIC
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'MATRICULA NAO NUMERICA'
                                          TO WSS-MOTIVO
              GO TO 2520-LE-FUNCIONARIO-EXIT
           END-IF.

           MOVE MPX-MATRICULA            TO FM-MATRICULA.

           READ FUNCMST
              INVALID KEY
                 MOVE 'R'                TO WSS-RESULTADO
                 MOVE 'MATRICULA NAO CADASTRADA NO MESTRE'
                                          TO WSS-MOTIVO
                 GO TO 2520-LE-FUNCIONARIO-EXIT
           END-READ.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL262 - ERRO READ FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE FM-NOME                  TO WSS-NOME.

           IF WSS-QTD-CPFS EQUAL 0
              GO TO 2520-LE-FUNCIONARIO-EXIT
           END-IF.

           SET IDX-CPF                   TO 1.

           SEARCH WSS-CPF-ENTRY
               AT END
                  CONTINUE
               WHEN TCP-MATRICULA (IDX-CPF) EQUAL FM-MATRICULA
                  MOVE TCP-CPF (IDX-CPF) TO WSS-DOC-TITULAR
           END-SEARCH.

       2520-LE-FUNCIONARIO-EXIT.
           EXIT.

      *----
       2530-PROCURA-FORNECEDOR.

           IF WSS-QTD-FORNS EQUAL 0
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'FORNECEDOR NAO CADASTRADO NO FORNMST'
                                          TO WSS-MOTIVO
              GO TO 2530-PROCURA-FORNECEDOR-EXIT
           END-IF.

           SET IDX-FRN                   TO 1.

           SEARCH WSS-FRN-ENTRY
               AT END
                  MOVE 'R'               TO WSS-RESULTADO
                  MOVE 'FORNECEDOR NAO CADASTRADO NO FORNMST'
                                          TO WSS-MOTIVO
               WHEN TFR-CODIGO (IDX-FRN) EQUAL MPX-BENEFICIARIO
                  MOVE TFR-RAZAO (IDX-FRN) TO WSS-NOME
                  MOVE TFR-CNPJ (IDX-FRN)  TO WSS-DOC-TITULAR
           END-SEARCH.

       2530-PROCURA-FORNECEDOR-EXIT.
           EXIT.

      *----
      * CAMPO EM BRANCO NO MOVIMENTO MANTEM O VALOR QUE JA ESTA NO
      * REGISTRO DE TRABALHO
      *----
       2600-SOBREPOE-CAMPOS.

           IF MPX-TIPO-CHAVE NOT EQUAL SPACES
              MOVE MPX-TIPO-CHAVE        TO PXC-TIPO-CHAVE
           END-IF.

           IF MPX-CHAVE NOT EQUAL SPACES
              MOVE MPX-CHAVE             TO PXC-CHAVE
           END-IF.

           IF MPX-FORMA NOT EQUAL SPACE
              MOVE MPX-FORMA             TO PXC-FORMA
           END-IF.

       2600-SOBREPOE-CAMPOS-EXIT.
           EXIT.

      *----
      * VALIDA O REGISTRO JA MONTADO: FORMA DE PAGAMENTO, FORMATO DA
      * CHAVE (COBOL261), TITULARIDADE DA CHAVE CPF/CNPJ E CHAVE
      * UNICA NO CADASTRO
      *----
       2700-VALIDA-CHAVE.

           IF NOT PXC-PAGA-PIX AND NOT PXC-PAGA-TED
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'FORMA DE PAGAMENTO DIFERENTE DE P/T'
                                          TO WSS-MOTIVO
              GO TO 2700-VALIDA-CHAVE-EXIT
           END-IF.

           MOVE PXC-TIPO-CHAVE           TO WSS-VALIDA-PIX-TIPO.
           MOVE PXC-CHAVE                TO WSS-VALIDA-PIX-CHAVE.

           CALL 'COBOL261' USING WSS-VALIDA-PIX-LINKAGE.

           IF WSS-VALIDA-PIX-RC NOT EQUAL 0
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE WSS-VALIDA-PIX-MSG    TO WSS-MOTIVO
              GO TO 2700-VALIDA-CHAVE-EXIT
           END-IF.

           IF PXC-CHAVE-CPF-CNPJ
              AND WSS-VALIDA-PIX-DOCUMENTO NOT EQUAL WSS-DOC-TITULAR
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'CHAVE CPF/CNPJ DE OUTRO TITULAR'
                                          TO WSS-MOTIVO
              GO TO 2700-VALIDA-CHAVE-EXIT
           END-IF.

           PERFORM 2710-PROCURA-DUPLICADA
              THRU 2710-PROCURA-DUPLICADA-EXIT.

           IF WSS-DUPLICADA EQUAL 'Y'
              MOVE 'R'                   TO WSS-RESULTADO
              MOVE 'CHAVE PIX JA CADASTRADA PARA OUTRO'
                                          TO WSS-MOTIVO
              GO TO 2700-VALIDA-CHAVE-EXIT
           END-IF.

       2700-VALIDA-CHAVE-EXIT.
           EXIT.

      *----
      * CHAVE DE FUNCIONARIO PAGA NO PIX FICA PENDENTE NA INCLUSAO,
      * NA TROCA DE TIPO OU DE CHAVE E NA PASSAGEM PARA A FORMA 'P',
      * LIBERAVEL A PARTIR DE HOJE + DIAS DE CARENCIA APOS O
      * CALLBACK; ALTERACAO QUE NAO MUDA O DESTINO DO CREDITO MANTEM
      * A SITUACAO
      *----
       2750-APLICA-CARENCIA.

           IF NOT PXC-FUNCIONARIO OR NOT PXC-PAGA-PIX
              GO TO 2750-APLICA-CARENCIA-EXIT
           END-IF.

           IF MPX-ALTERACAO
              AND PXC-TIPO-CHAVE EQUAL WSS-TIPO-CHAVE-ANT
              AND PXC-CHAVE EQUAL WSS-CHAVE-ANT
              AND WSS-FORMA-ANT EQUAL 'P'
              GO TO 2750-APLICA-CARENCIA-EXIT
           END-IF.

           COMPUTE WSS-DATA-INTEIRA =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-HOJE)
                   + WSS-DIAS-CARENCIA.
           MOVE FUNCTION DATE-OF-INTEGER (WSS-DATA-INTEIRA)
                                         TO WSS-DATA-LIBERACAO.

           MOVE 'P'                      TO PXC-SITUACAO.
           MOVE WSS-DATA-LIBERACAO       TO PXC-DATA-LIBERACAO.
           MOVE SPACES                   TO PXC-USUARIO-CONF.
           MOVE 0                        TO PXC-DATA-CONF.

       2750-APLICA-CARENCIA-EXIT.
           EXIT.

      *----
      * A MESMA CHAVE NAO PODE PAGAR DOIS BENEFICIARIOS
      *----
       2710-PROCURA-DUPLICADA.

           MOVE 'N'                      TO WSS-DUPLICADA.

           IF WSS-QTD-CHAVES EQUAL 0
              GO TO 2710-PROCURA-DUPLICADA-EXIT
           END-IF.

           SET IDX-DUP                   TO 1.

           SEARCH WSS-PXC-ENTRY VARYING IDX-DUP
               AT END
                  MOVE 'N'               TO WSS-DUPLICADA
               WHEN TPX-TIPO-CHAVE (IDX-DUP) EQUAL PXC-TIPO-CHAVE
                AND TPX-CHAVE (IDX-DUP) EQUAL PXC-CHAVE
                AND TPX-CHAVE-REG (IDX-DUP) NOT EQUAL PXC-CHAVE-REG
                AND TPX-ATIVO (IDX-DUP) EQUAL 'A'
                  MOVE 'Y'               TO WSS-DUPLICADA
           END-SEARCH.

       2710-PROCURA-DUPLICADA-EXIT.
           EXIT.

      *----
      * A CHAVE EM SI NAO VAI PARA O RELATORIO, SO O TIPO
      *----
       2900-IMPRIME-MOVIMENTO.

           MOVE MPX-TIPO                 TO TIPO-DET.
           MOVE MPX-TIPO-BENEF           TO BENEF-TIPO-DET.
           MOVE MPX-BENEFICIARIO         TO BENEFICIARIO-DET.
           MOVE WSS-NOME                 TO NOME-DET.

           IF PXC-TIPO-CHAVE NOT EQUAL SPACES
              MOVE PXC-TIPO-CHAVE        TO TIPO-CHAVE-DET
           ELSE
              MOVE MPX-TIPO-CHAVE        TO TIPO-CHAVE-DET
           END-IF.

           IF WSS-MOV-APLICADO
              MOVE 'APLICADO '           TO RESULTADO-DET
           ELSE
              MOVE 'REJEITADO'           TO RESULTADO-DET
           END-IF.

           MOVE WSS-MOTIVO               TO MOTIVO-DET.

           WRITE REG-RELPIX FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELPIX NOT EQUAL 0 THEN
              DISPLAY 'COBOL262 - ERRO WRITE RELPIX FS=' ST-RELPIX
              MOVE ST-RELPIX             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       2900-IMPRIME-MOVIMENTO-EXIT.
           EXIT.

      *----
      * REGRAVA O CADASTRO (SO OS ATIVOS) NA NOVA GERACAO PIXCHANV,
      * EM ORDEM DE TIPO DE BENEFICIARIO + BENEFICIARIO
      *----
       3000-GRAVA-NOVA-GERACAO.

           DISPLAY '3000-GRAVA-NOVA-GERACAO'.

           IF WSS-QTD-CHAVES GREATER 1
              SORT WSS-PXC-ENTRY ASCENDING TPX-CHAVE-REG
           END-IF.

           OPEN OUTPUT PIXCHANV.

           IF ST-PIXCHANV NOT EQUAL 0 THEN
              DISPLAY 'COBOL262 - ERRO OPEN PIXCHANV FS=' ST-PIXCHANV
              MOVE ST-PIXCHANV           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 3001-GRAVA-CHAVE
              THRU 3001-GRAVA-CHAVE-EXIT
              VARYING IDX-PXC FROM 1 BY 1
                UNTIL IDX-PXC > WSS-QTD-CHAVES.

           CLOSE PIXCHANV.

       3000-GRAVA-NOVA-GERACAO-EXIT.
           EXIT.

      *----
       3001-GRAVA-CHAVE.

           IF TPX-ATIVO (IDX-PXC) NOT EQUAL 'A'
              GO TO 3001-GRAVA-CHAVE-EXIT
           END-IF.

      *----
      * CHAVE PIX AINDA NAO LIBERADA PARA CREDITO (PENDENTE DE
      * CALLBACK OU CONFIRMADA EM CARENCIA)
      *----
           MOVE TPX-REGISTRO (IDX-PXC)   TO REG-PIXCHAVE.

           IF PXC-PAGA-PIX
              IF PXC-PENDENTE
                 ADD 1                   TO WSS-REG-PENDENTES
              END-IF
              IF PXC-CONFIRMADA
                 AND PXC-DATA-LIBERACAO GREATER WSS-DATA-HOJE
                 ADD 1                   TO WSS-REG-PENDENTES
              END-IF
           END-IF.

           WRITE REG-PIXCHANV FROM TPX-REGISTRO (IDX-PXC)
           END-WRITE.

           IF ST-PIXCHANV NOT EQUAL 0
              DISPLAY 'COBOL262 - ERRO WRITE PIXCHANV FS=' ST-PIXCHANV
              MOVE ST-PIXCHANV           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       3001-GRAVA-CHAVE-EXIT.
           EXIT.

      *----
      * TRILHA DE AUDITORIA DO CADASTRO DE CHAVES
      * (AUD-VALOR = USUARIO + TIPO DE BENEFICIARIO + BENEFICIARIO;
      * NA CONFIRMACAO O USUARIO E O QUE FEZ O CALLBACK)
      *----
       ROT-GRAVA-AUDLOG.

           MOVE SPACES                   TO REG-AUDLOG.
           MOVE 'COBOL262'               TO AUD-JOBNAME.
           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.
           MOVE DATA-HORA (1:14)         TO AUD-DATA-HORA.
           MOVE WSS-AUD-TIPO             TO AUD-TIPO.
           ADD 1                         TO WSS-AUD-SEQ.
           MOVE WSS-AUD-SEQ              TO AUD-SEQ.

           STRING WSS-AUD-USUARIO        DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WSS-AUD-BENEF          DELIMITED BY SIZE
              INTO AUD-VALOR
           END-STRING.

           MOVE 'ENCADEIA'               TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           WRITE REG-AUDLOG.

           IF ST-AUDLOG NOT EQUAL 0 THEN
              DISPLAY 'COBOL262 - ERRO WRITE AUDLOG FS=' ST-AUDLOG
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

           DISPLAY '***ABEND-COBOL262*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
