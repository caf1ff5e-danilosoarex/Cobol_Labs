      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : EVENTOS NAO PERIODICOS DO EXTRATO LEGAL (MOLDE
      *            ESOCIAL), COMPLEMENTO DO EXTRATO MENSAL DO
      *            COBOL164. LE AS ALTERACOES VIGENCIADAS DO
      *            HISTFUNC (SALARIO, DEPARTAMENTO E CONTRATO), OS
      *            PERIODOS DE AFASTAMENTO DO AFASTFUN (INICIO E
      *            RETORNO) E OS DESLIGAMENTOS DO DESFUNCI, E GERA O
      *            ARQUIVO POSICIONAL ESOCEVT NO LAYOUT DO ESOCIAL:
      *            '00' DO EMPREGADOR, '30' ALTERACAO CONTRATUAL, '40'
      *            INICIO DE AFASTAMENTO, '41' TERMINO DE AFASTAMENTO,
      *            '50' DESLIGAMENTO E '99' DE TOTAIS. A DATA DO
      *            EVENTO VIAJA LOGO APOS O CPF, CHAVE DE CASAMENTO DO
      *            RECIBO DO GOVERNO NO COBOL185.
      *            O CONTROLE DE EVENTOS ENVIADOS (LAYOUT COPY2461) E
      *            LIDO DA GERACAO ANTERIOR (ESOCENVA) E REGRAVADO NA
      *            NOVA (ESOCENVN) COM O QUE FOI EMITIDO NA RODADA:
      *            EVENTO QUE JA CONSTA NAO E REENVIADO. SEM ESOCENVA
      *            (PRIMEIRA EXECUCAO) VALE A DATA DE INICIO DO CARTAO
      *            ESOCPARM PARA NAO MANDAR O HISTORICO INTEIRO.
      *            TRABALHADOR SEM CPF VALIDO NO CPFFUNC VAI PARA O
      *            ARQUIVO DE EXCECOES ESOCEXE (RETORNO 4) E O EVENTO
      *            NAO ENTRA NO CONTROLE - SAI NA PROXIMA RODADA APOS
      *            A CORRECAO DO CADASTRO.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL246.
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
           SELECT ESOCPARM ASSIGN TO ESOCPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-ESOCPARM.
      *
           SELECT EMPREGID ASSIGN TO EMPREGID
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-EMPREGID.
      *
           SELECT CPFFUNC ASSIGN TO CPFFUNC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CPFFUNC.
      *
           SELECT ESOCENVA ASSIGN TO ESOCENVA
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-ESOCENVA.
      *
           SELECT HISTFUNC ASSIGN TO HISTFUNC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-HISTFUNC.
      *
           SELECT AFASTFUN ASSIGN TO AFASTFUN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-AFASTFUN.
      *
           SELECT DESFUNCI ASSIGN TO DESFUNCI
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DESFUNCI.
      *
           SELECT ESOCEVT ASSIGN TO ESOCEVT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-ESOCEVT.
      *
           SELECT ESOCENVN ASSIGN TO ESOCENVN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-ESOCENVN.
      *
           SELECT ESOCEXE ASSIGN TO ESOCEXE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-ESOCEXE.
      *
           SELECT RELESOCE ASSIGN TO RELESOCE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELESOCE.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   ESOCPARM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * DATA A PARTIR DA QUAL OS EVENTOS SAO DEVIDOS AO GOVERNO
      * (INICIO DA OBRIGATORIEDADE); EVENTO ANTERIOR NAO E EMITIDO
      *----
       01   REG-ESOCPARM.
            03 EVP-DATA-INICIO             PIC 9(008).
            03 FILLER                      PIC X(072).
      *----
       FD   EMPREGID
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-EMPREGID.
            03 EMP-CNPJ                    PIC 9(014).
            03 EMP-RAZAO                   PIC X(040).
            03 FILLER                      PIC X(026).
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
       FD   ESOCENVA
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-ESOCENVA                   PIC X(080).
      *----
       FD   HISTFUNC
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
      * HISTORICO VIGENCIADO DO MESTRE (COPY2081)
      *----
           COPY  'COPY2081'.
      *----
       FD   AFASTFUN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * AFASTAMENTOS INFORMADOS PELO RH (LAYOUT DO COBOL089); DATA
      * DE RETORNO ZERADA = AFASTAMENTO EM ABERTO
      *----
       01   REG-AFASTFUN.
            03 AFA-MATRICULA               PIC 9(008).
            03 AFA-TIPO                    PIC X(001).
               88 AFA-NAO-REMUNERADO              VALUE 'N'.
               88 AFA-DOENCA-INSS                 VALUE 'I'.
               88 AFA-MATERNIDADE                 VALUE 'M'.
            03 AFA-DATA-INICIO             PIC 9(008).
            03 AFA-DATA-RETORNO            PIC 9(008).
            03 FILLER                      PIC X(055).
      *----
       FD   DESFUNCI.
      *----
      * FUNCIONARIOS DESLIGADOS (SEGUNDA SAIDA DO COBOL089)
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
               88 DESF-SEM-JUSTA-CAUSA            VALUE 'S' ' '.
               88 DESF-ACORDO                     VALUE 'A'.
               88 DESF-JUSTA-CAUSA                VALUE 'J'.
               88 DESF-PEDIDO                     VALUE 'P'.
               88 DESF-TERMINO-CONTRATO           VALUE 'T'.
               88 DESF-FALECIMENTO                VALUE 'F'.
      *----
       FD   ESOCEVT
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.
      *----
       01   REG-ESOCEVT                    PIC X(120).
      *----
       FD   ESOCENVN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-ESOCENVN                   PIC X(080).
      *----
       FD   ESOCEXE
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-ESOCEXE.
            03 EXE-MATRICULA               PIC 9(008).
            03 EXE-TIPO-EVENTO             PIC X(002).
            03 EXE-DATA-EVENTO             PIC 9(008).
            03 EXE-MOTIVO                  PIC X(032).
            03 FILLER                      PIC X(030).
      *----
       FD   RELESOCE.
      *----
       01   REG-RELESOCE                   PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-ESOCPARM                     PIC 9(002) VALUE 0.
       77  ST-EMPREGID                     PIC 9(002) VALUE 0.
       77  ST-CPFFUNC                      PIC 9(002) VALUE 0.
       77  ST-ESOCENVA                     PIC 9(002) VALUE 0.
       77  ST-HISTFUNC                     PIC 9(002) VALUE 0.
       77  ST-AFASTFUN                     PIC 9(002) VALUE 0.
       77  ST-DESFUNCI                     PIC 9(002) VALUE 0.
       77  ST-ESOCEVT                      PIC 9(002) VALUE 0.
       77  ST-ESOCENVN                     PIC 9(002) VALUE 0.
       77  ST-ESOCEXE                      PIC 9(002) VALUE 0.
       77  ST-RELESOCE                     PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-DATA-HOJE                   PIC 9(008) VALUE 0.
       77  WSS-DATA-INICIO                 PIC 9(008) VALUE 0.
       77  WSS-QTD-CPFS                    PIC 9(004) VALUE 0.
       77  WSS-QTD-ENVIADOS                PIC 9(005) VALUE 0.
       77  WSS-QTD-NOVOS                   PIC 9(005) VALUE 0.
       77  WSS-HIST-LIDOS                  PIC 9(006) VALUE ZEROES.
       77  WSS-AFAST-LIDOS                 PIC 9(006) VALUE ZEROES.
       77  WSS-DESLIG-LIDOS                PIC 9(006) VALUE ZEROES.
       77  WSS-TOT-ALTERACOES              PIC 9(006) VALUE ZEROES.
       77  WSS-TOT-INICIO-AFAST            PIC 9(006) VALUE ZEROES.
       77  WSS-TOT-FIM-AFAST               PIC 9(006) VALUE ZEROES.
       77  WSS-TOT-DESLIG                  PIC 9(006) VALUE ZEROES.
       77  WSS-TOT-JA-ENVIADOS             PIC 9(006) VALUE ZEROES.
       77  WSS-TOT-ANTERIORES              PIC 9(006) VALUE ZEROES.
       77  WSS-TOT-EXCECOES                PIC 9(006) VALUE ZEROES.
       77  WSS-CPF-ACHADO                  PIC 9(011) VALUE 0.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  MASCARA-QTDE                    PIC ZZZ.ZZ9.
      *----
       01  WSS-TAB-CPFS.
           05 WSS-CPF-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-CPFS
                 ASCENDING KEY IS TCP-MATRICULA
                 INDEXED BY IDX-CPF.
              10 TCP-MATRICULA             PIC 9(008).
              10 TCP-CPF                   PIC 9(011).
      *----
      * EVENTOS DA GERACAO ANTERIOR DO CONTROLE, CLASSIFICADOS PELA
      * CHAVE DO COPY2461 PARA A PESQUISA BINARIA
      *----
       01  WSS-TAB-ENVIADOS.
           05 WSS-ENV-ENTRY OCCURS 0 TO 30000 TIMES
                 DEPENDING ON WSS-QTD-ENVIADOS
                 ASCENDING KEY IS TEN-CHAVE
                 INDEXED BY IDX-ENV.
              10 TEN-CHAVE                 PIC X(030).
      *----
      * EVENTOS EMITIDOS NESTA RODADA (A MESMA ALTERACAO PODE VIR
      * DUAS VEZES NO HISTFUNC - BATCH E ONLINE NO MESMO DIA)
      *----
       01  WSS-TAB-NOVOS.
           05 WSS-NOV-ENTRY OCCURS 0 TO 10000 TIMES
                 DEPENDING ON WSS-QTD-NOVOS
                 INDEXED BY IDX-NOV.
              10 TNV-CHAVE                 PIC X(030).
      *----
      * CHAVE DO EVENTO CORRENTE, MESMO FORMATO DE ENV-CHAVE
      *----
       01  WSS-EVT-CHAVE.
           03 EVC-MATRICULA                PIC 9(008) VALUE 0.
           03 EVC-TIPO-EVENTO              PIC X(002) VALUE SPACES.
           03 EVC-DATA-EVENTO              PIC 9(008) VALUE 0.
           03 EVC-COMPLEMENTO              PIC X(012) VALUE SPACES.
      *----
      * IMAGEM DO EVENTO CORRENTE: TODO REGISTRO DE EVENTO TRAZ O
      * CPF NA MESMA POSICAO, PREENCHIDO NA HORA DA GRAVACAO
      *----
       01  WSS-EVT-IMAGEM.
           03 EVI-TIPO                     PIC X(002).
           03 EVI-CPF                      PIC 9(011).
           03 FILLER                       PIC X(107).
      *----
      * CONTROLE DE EVENTOS ENVIADOS (ESOCENVA/ESOCENVN)
      *----
           COPY  'COPY2461'.
      *----
      * REGISTROS DO ARQUIVO POSICIONAL DE EVENTOS
      *----
       01  WSS-REG-00.
           03 R00-TIPO                     PIC X(002) VALUE '00'.
           03 R00-CNPJ                     PIC 9(014) VALUE 0.
           03 R00-RAZAO                    PIC X(040) VALUE SPACES.
           03 R00-INSTALACAO               PIC X(020) VALUE SPACES.
           03 FILLER                       PIC X(044) VALUE SPACES.
      *----
       01  WSS-REG-30.
           03 R30-TIPO                     PIC X(002) VALUE '30'.
           03 R30-CPF                      PIC 9(011) VALUE 0.
           03 R30-DATA-EFETIVA             PIC 9(008) VALUE 0.
           03 R30-MATRICULA                PIC 9(008) VALUE 0.
           03 R30-CAMPO                    PIC X(012) VALUE SPACES.
           03 R30-VALOR-NOVO               PIC X(040) VALUE SPACES.
           03 R30-ORIGEM                   PIC X(008) VALUE SPACES.
           03 FILLER                       PIC X(031) VALUE SPACES.
      *----
      * '40' INICIO (DATA DO EVENTO = INICIO) E '41' TERMINO (DATA
      * DO EVENTO = RETORNO) DE AFASTAMENTO
      *----
       01  WSS-REG-40.
           03 R40-TIPO                     PIC X(002) VALUE '40'.
           03 R40-CPF                      PIC 9(011) VALUE 0.
           03 R40-DATA-EVENTO              PIC 9(008) VALUE 0.
           03 R40-MATRICULA                PIC 9(008) VALUE 0.
           03 R40-TIPO-AFAST               PIC X(001) VALUE SPACES.
           03 R40-MOTIVO                   PIC 9(002) VALUE 0.
           03 R40-DATA-INICIO              PIC 9(008) VALUE 0.
           03 R40-DATA-RETORNO             PIC 9(008) VALUE 0.
           03 FILLER                       PIC X(072) VALUE SPACES.
      *----
       01  WSS-REG-50.
           03 R50-TIPO                     PIC X(002) VALUE '50'.
           03 R50-CPF                      PIC 9(011) VALUE 0.
           03 R50-DATA-DESLIG              PIC 9(008) VALUE 0.
           03 R50-MATRICULA                PIC 9(008) VALUE 0.
           03 R50-MOTIVO                   PIC 9(002) VALUE 0.
           03 R50-TIPO-DESLIG              PIC X(001) VALUE SPACES.
           03 R50-EMPRESA                  PIC X(002) VALUE SPACES.
           03 R50-NOME                     PIC X(040) VALUE SPACES.
           03 FILLER                       PIC X(046) VALUE SPACES.
      *----
       01  WSS-REG-99.
           03 R99-TIPO                     PIC X(002) VALUE '99'.
           03 R99-QTD-ALTERACOES           PIC 9(006) VALUE 0.
           03 R99-QTD-INICIO-AFAST         PIC 9(006) VALUE 0.
           03 R99-QTD-FIM-AFAST            PIC 9(006) VALUE 0.
           03 R99-QTD-DESLIG               PIC 9(006) VALUE 0.
           03 FILLER                       PIC X(094) VALUE SPACES.
      *----
      * LINKAGE DO KIT DE VALIDACOES (COBOL100): VALIDA-CPF E
      * VALIDA-CNPJ
      *----
           COPY  'COPY1001'.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL246'.
           03 FILLER                       PIC X(051)
              VALUE 'EVENTOS NAO PERIODICOS DO EXTRATO LEGAL'.
      *----
       01  LINHA-TEXTO.
           03 LT-ROTULO                    PIC X(034) VALUE SPACES.
           03 LT-VALOR                     PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(084) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL246'
           DISPLAY ' EVENTOS NAO PERIODICOS DO EXTRATO LEGAL'.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WSS-DATA-HOJE.

           PERFORM 0001-CARGA-EMPREGADOR
              THRU 0001-CARGA-EMPREGADOR-EXIT.

           PERFORM 0002-CARGA-CPFS
              THRU 0002-CARGA-CPFS-EXIT.

           OPEN OUTPUT ESOCEVT.
           OPEN OUTPUT ESOCENVN.
           OPEN OUTPUT ESOCEXE.

           IF ST-ESOCEVT NOT EQUAL 0 OR ST-ESOCENVN NOT EQUAL 0
              OR ST-ESOCEXE NOT EQUAL 0
              DISPLAY 'COBOL246 - ERRO OPEN SAIDAS FS=' ST-ESOCEVT
                      ' ' ST-ESOCENVN ' ' ST-ESOCEXE
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0004-CARGA-ENVIADOS
              THRU 0004-CARGA-ENVIADOS-EXIT.

           WRITE REG-ESOCEVT FROM WSS-REG-00.

           PERFORM 1000-ALTERACOES-CONTRATO
              THRU 1000-ALTERACOES-CONTRATO-EXIT.

           PERFORM 2000-AFASTAMENTOS
              THRU 2000-AFASTAMENTOS-EXIT.

           PERFORM 3000-DESLIGAMENTOS
              THRU 3000-DESLIGAMENTOS-EXIT.

           MOVE WSS-TOT-ALTERACOES       TO R99-QTD-ALTERACOES.
           MOVE WSS-TOT-INICIO-AFAST     TO R99-QTD-INICIO-AFAST.
           MOVE WSS-TOT-FIM-AFAST        TO R99-QTD-FIM-AFAST.
           MOVE WSS-TOT-DESLIG           TO R99-QTD-DESLIG.

           WRITE REG-ESOCEVT FROM WSS-REG-99.

           CLOSE ESOCEVT.
           CLOSE ESOCENVN.
           CLOSE ESOCEXE.

           PERFORM 8000-IMPRIME-RESUMO
              THRU 8000-IMPRIME-RESUMO-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL246                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* ALTERACOES CONTRATUAIS : '
                     WSS-TOT-ALTERACOES.
           DISPLAY '* INICIOS DE AFASTAMENTO : '
                     WSS-TOT-INICIO-AFAST.
           DISPLAY '* TERMINOS DE AFASTAMENTO: '
                     WSS-TOT-FIM-AFAST.
           DISPLAY '* DESLIGAMENTOS          : ' WSS-TOT-DESLIG.
           DISPLAY '* JA ENVIADOS (IGNORADOS): '
                     WSS-TOT-JA-ENVIADOS.
           DISPLAY '* EXCECOES (ESOCEXE)     : ' WSS-TOT-EXCECOES.
           DISPLAY '*******************************************'.

           IF WSS-TOT-EXCECOES GREATER 0
              MOVE 4                     TO RETURN-CODE
           END-IF.

           STOP RUN.

      *----
      * IDENTIFICACAO DO EMPREGADOR, COM O CNPJ CONFERIDO PELO
      * VALIDA-CNPJ ANTES DE ENTRAR NO HEADER; NA MESMA CARGA, A
      * DATA DE INICIO DA OBRIGATORIEDADE (CARTAO OPCIONAL)
      *----
       0001-CARGA-EMPREGADOR.

           DISPLAY '0001-CARGA-EMPREGADOR'.

           OPEN INPUT EMPREGID.

           IF ST-EMPREGID NOT EQUAL 0 THEN
              DISPLAY 'COBOL246 - ERRO OPEN EMPREGID FS=' ST-EMPREGID
              MOVE ST-EMPREGID           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ EMPREGID.

           IF ST-EMPREGID NOT EQUAL 0 THEN
              DISPLAY 'COBOL246 - ERRO READ EMPREGID FS=' ST-EMPREGID
              MOVE ST-EMPREGID           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE EMPREGID.

           MOVE EMP-CNPJ                 TO WSS-VALIDA-CNPJ-REC.

           CALL 'VALIDA-CNPJ' USING WSS-VALIDA-CNPJ-LINKAGE.

           IF WSS-VALIDA-CNPJ-RC NOT EQUAL 0
              DISPLAY 'COBOL246 - CNPJ DO EMPREGADOR INVALIDO: '
                      WSS-VALIDA-CNPJ-MSG
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE EMP-CNPJ                 TO R00-CNPJ.
           MOVE EMP-RAZAO                TO R00-RAZAO.

           OPEN INPUT ESOCPARM.

           IF ST-ESOCPARM EQUAL 35
              DISPLAY 'COBOL246 - ESOCPARM NAO INFORMADO, SEM DATA '
                      'DE INICIO'
              GO TO 0001-CARGA-EMPREGADOR-EXIT
           END-IF.

           IF ST-ESOCPARM NOT EQUAL 0 THEN
              DISPLAY 'COBOL246 - ERRO OPEN ESOCPARM FS=' ST-ESOCPARM
              MOVE ST-ESOCPARM           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ ESOCPARM.

           IF ST-ESOCPARM EQUAL 0 AND EVP-DATA-INICIO NUMERIC
              MOVE EVP-DATA-INICIO       TO WSS-DATA-INICIO
           END-IF.

           CLOSE ESOCPARM.

           DISPLAY ' DATA DE INICIO DOS EVENTOS : ' WSS-DATA-INICIO.

       0001-CARGA-EMPREGADOR-EXIT.
           EXIT.

      *----
      * CADASTRO DE CPF POR MATRICULA, CADA CPF JA CONFERIDO PELO
      * VALIDA-CPF ANTES DE ENTRAR NA TABELA (MESMA CARGA DO
      * COBOL164), CLASSIFICADO POR MATRICULA
      *----
       0002-CARGA-CPFS.

           DISPLAY '0002-CARGA-CPFS'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT CPFFUNC.

           IF ST-CPFFUNC EQUAL 35
              DISPLAY 'COBOL246 - CPFFUNC NAO INFORMADO, TODOS OS '
                      'EVENTOS SERAO EXCLUIDOS'
              GO TO 0002-CARGA-CPFS-EXIT
           END-IF.

           IF ST-CPFFUNC NOT EQUAL 0 THEN
              DISPLAY 'COBOL246 - ERRO OPEN CPFFUNC FS=' ST-CPFFUNC
              MOVE ST-CPFFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0003-LER-CPFFUNC
              THRU 0003-LER-CPFFUNC-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CPFFUNC.

           IF WSS-QTD-CPFS GREATER 1
              SORT WSS-CPF-ENTRY ASCENDING TCP-MATRICULA
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           DISPLAY ' CPFS VALIDOS CARREGADOS : ' WSS-QTD-CPFS.

       0002-CARGA-CPFS-EXIT.
           EXIT.

      *----
       0003-LER-CPFFUNC.

           READ CPFFUNC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CPFFUNC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL246 - ERRO READ CPFFUNC FS=' ST-CPFFUNC
              MOVE ST-CPFFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0003-LER-CPFFUNC-EXIT
           END-IF.

           MOVE CPF-NUMERO               TO WSS-VALIDA-CPF-REC.

           CALL 'VALIDA-CPF' USING WSS-VALIDA-CPF-LINKAGE.

           IF WSS-VALIDA-CPF-RC NOT EQUAL 0
              DISPLAY 'COBOL246 - CPF INVALIDO NO CADASTRO, '
                      'MATRICULA ' CPF-MATRICULA ': '
                      WSS-VALIDA-CPF-MSG
              GO TO 0003-LER-CPFFUNC-EXIT
           END-IF.

           IF WSS-QTD-CPFS LESS 5000
              ADD 1                      TO WSS-QTD-CPFS
              MOVE CPF-MATRICULA         TO
                   TCP-MATRICULA (WSS-QTD-CPFS)
              MOVE CPF-NUMERO            TO TCP-CPF (WSS-QTD-CPFS)
           END-IF.

       0003-LER-CPFFUNC-EXIT.
           EXIT.

      *----
      * GERACAO ANTERIOR DO CONTROLE DE EVENTOS ENVIADOS: CADA
      * REGISTRO PASSA DIRETO PARA A NOVA GERACAO E ENTRA NA TABELA
      * DE PESQUISA. SEM ESOCENVA E A PRIMEIRA EXECUCAO
      *----
       0004-CARGA-ENVIADOS.

           DISPLAY '0004-CARGA-ENVIADOS'.

           OPEN INPUT ESOCENVA.

           IF ST-ESOCENVA EQUAL 35
              DISPLAY 'COBOL246 - ESOCENVA NAO INFORMADO, PRIMEIRA '
                      'EXECUCAO'
              GO TO 0004-CARGA-ENVIADOS-EXIT
           END-IF.

           IF ST-ESOCENVA NOT EQUAL 0 THEN
              DISPLAY 'COBOL246 - ERRO OPEN ESOCENVA FS=' ST-ESOCENVA
              MOVE ST-ESOCENVA           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0005-LER-ESOCENVA
              THRU 0005-LER-ESOCENVA-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE ESOCENVA.

           IF WSS-QTD-ENVIADOS GREATER 1
              SORT WSS-ENV-ENTRY ASCENDING TEN-CHAVE
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           DISPLAY ' EVENTOS JA ENVIADOS : ' WSS-QTD-ENVIADOS.

       0004-CARGA-ENVIADOS-EXIT.
           EXIT.

      *----
       0005-LER-ESOCENVA.

           READ ESOCENVA INTO REG-ESOCENV
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-ESOCENVA NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL246 - ERRO READ ESOCENVA FS=' ST-ESOCENVA
              MOVE ST-ESOCENVA           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0005-LER-ESOCENVA-EXIT
           END-IF.

           IF WSS-QTD-ENVIADOS NOT LESS 30000
              DISPLAY 'COBOL246 - TABELA DE EVENTOS ENVIADOS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-ENVIADOS.
           MOVE ENV-CHAVE                TO
                TEN-CHAVE (WSS-QTD-ENVIADOS).

           PERFORM 4200-GRAVA-CONTROLE
              THRU 4200-GRAVA-CONTROLE-EXIT.

       0005-LER-ESOCENVA-EXIT.
           EXIT.

      *----
      * ALTERACOES CONTRATUAIS: SO OS CAMPOS QUE O GOVERNO PEDE NO
      * EVENTO DE ALTERACAO DE CONTRATO (SALARIO, DEPARTAMENTO E
      * TIPO DE CONTRATO); NOME E SITUACAO FICAM DE FORA
      *----
       1000-ALTERACOES-CONTRATO.

           DISPLAY '1000-ALTERACOES-CONTRATO'.

           OPEN INPUT HISTFUNC.

           IF ST-HISTFUNC EQUAL 35
              DISPLAY 'COBOL246 - HISTFUNC NAO INFORMADO'
              GO TO 1000-ALTERACOES-CONTRATO-EXIT
           END-IF.

           IF ST-HISTFUNC NOT EQUAL 0 THEN
              DISPLAY 'COBOL246 - ERRO OPEN HISTFUNC FS=' ST-HISTFUNC
              MOVE ST-HISTFUNC           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1100-LER-HISTFUNC
              THRU 1100-LER-HISTFUNC-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE HISTFUNC.

           MOVE 'N'                      TO WSS-EOF.

       1000-ALTERACOES-CONTRATO-EXIT.
           EXIT.

      *----
       1100-LER-HISTFUNC.

           READ HISTFUNC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-HISTFUNC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL246 - ERRO READ HISTFUNC FS=' ST-HISTFUNC
              MOVE ST-HISTFUNC           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1100-LER-HISTFUNC-EXIT
           END-IF.

           ADD 1                         TO WSS-HIST-LIDOS.

           IF HST-CAMPO NOT EQUAL 'SALARIO'
              AND HST-CAMPO NOT EQUAL 'DEPARTAMENTO'
              AND HST-CAMPO NOT EQUAL 'CONTRATO'
              GO TO 1100-LER-HISTFUNC-EXIT
           END-IF.

           MOVE HST-MATRICULA            TO EVC-MATRICULA.
           MOVE '30'                     TO EVC-TIPO-EVENTO.
           MOVE HST-DATA-EFETIVA         TO EVC-DATA-EVENTO.
           MOVE HST-CAMPO                TO EVC-COMPLEMENTO.

           MOVE HST-DATA-EFETIVA         TO R30-DATA-EFETIVA.
           MOVE HST-MATRICULA            TO R30-MATRICULA.
           MOVE HST-CAMPO                TO R30-CAMPO.
           MOVE HST-VALOR-NOVO           TO R30-VALOR-NOVO.
           MOVE HST-ORIGEM               TO R30-ORIGEM.
           MOVE WSS-REG-30               TO WSS-EVT-IMAGEM.

           PERFORM 4000-EMITE-EVENTO
              THRU 4000-EMITE-EVENTO-EXIT.

       1100-LER-HISTFUNC-EXIT.
           EXIT.

      *----
      * AFASTAMENTOS: O INICIO SAI ASSIM QUE INFORMADO; O TERMINO SO
      * QUANDO A DATA DE RETORNO JA CHEGOU (RETORNO FUTURO E
      * PREVISAO, PODE MUDAR)
      *----
       2000-AFASTAMENTOS.

           DISPLAY '2000-AFASTAMENTOS'.

           OPEN INPUT AFASTFUN.

           IF ST-AFASTFUN EQUAL 35
              DISPLAY 'COBOL246 - AFASTFUN NAO INFORMADO'
              GO TO 2000-AFASTAMENTOS-EXIT
           END-IF.

           IF ST-AFASTFUN NOT EQUAL 0 THEN
              DISPLAY 'COBOL246 - ERRO OPEN AFASTFUN FS=' ST-AFASTFUN
              MOVE ST-AFASTFUN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 2100-LER-AFASTFUN
              THRU 2100-LER-AFASTFUN-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE AFASTFUN.

           MOVE 'N'                      TO WSS-EOF.

       2000-AFASTAMENTOS-EXIT.
           EXIT.

      *----
       2100-LER-AFASTFUN.

           READ AFASTFUN
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-AFASTFUN NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL246 - ERRO READ AFASTFUN FS=' ST-AFASTFUN
              MOVE ST-AFASTFUN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 2100-LER-AFASTFUN-EXIT
           END-IF.

           ADD 1                         TO WSS-AFAST-LIDOS.

      *----
      * MOTIVO DO AFASTAMENTO NA TABELA DO GOVERNO: 03 DOENCA NAO
      * RELACIONADA AO TRABALHO, 17 LICENCA MATERNIDADE, 21 LICENCA
      * NAO REMUNERADA
      *----
           EVALUATE TRUE
               WHEN AFA-DOENCA-INSS
                    MOVE 03              TO R40-MOTIVO
               WHEN AFA-MATERNIDADE
                    MOVE 17              TO R40-MOTIVO
               WHEN AFA-NAO-REMUNERADO
                    MOVE 21              TO R40-MOTIVO
               WHEN OTHER
                    DISPLAY 'COBOL246 - TIPO DE AFASTAMENTO INVALIDO: '
                            AFA-MATRICULA ' ' AFA-TIPO
                    GO TO 2100-LER-AFASTFUN-EXIT
           END-EVALUATE.

           MOVE AFA-MATRICULA            TO R40-MATRICULA.
           MOVE AFA-TIPO                 TO R40-TIPO-AFAST.
           MOVE AFA-DATA-INICIO          TO R40-DATA-INICIO.
           MOVE AFA-DATA-RETORNO         TO R40-DATA-RETORNO.

           MOVE AFA-MATRICULA            TO EVC-MATRICULA.
           MOVE AFA-TIPO                 TO EVC-COMPLEMENTO.

           MOVE '40'                     TO R40-TIPO
                                            EVC-TIPO-EVENTO.
           MOVE AFA-DATA-INICIO          TO R40-DATA-EVENTO
                                            EVC-DATA-EVENTO.
           MOVE WSS-REG-40               TO WSS-EVT-IMAGEM.

           PERFORM 4000-EMITE-EVENTO
              THRU 4000-EMITE-EVENTO-EXIT.

           IF AFA-DATA-RETORNO EQUAL 0
              OR AFA-DATA-RETORNO GREATER WSS-DATA-HOJE
              GO TO 2100-LER-AFASTFUN-EXIT
           END-IF.

           MOVE '41'                     TO R40-TIPO
                                            EVC-TIPO-EVENTO.
           MOVE AFA-DATA-RETORNO         TO R40-DATA-EVENTO
                                            EVC-DATA-EVENTO.
           MOVE WSS-REG-40               TO WSS-EVT-IMAGEM.

           PERFORM 4000-EMITE-EVENTO
              THRU 4000-EMITE-EVENTO-EXIT.

       2100-LER-AFASTFUN-EXIT.
           EXIT.

      *----
      * DESLIGAMENTOS ROTEADOS PELA FOLHA PARA O DESFUNCI
      *----
       3000-DESLIGAMENTOS.

           DISPLAY '3000-DESLIGAMENTOS'.

           OPEN INPUT DESFUNCI.

           IF ST-DESFUNCI EQUAL 35
              DISPLAY 'COBOL246 - DESFUNCI NAO INFORMADO'
              GO TO 3000-DESLIGAMENTOS-EXIT
           END-IF.

           IF ST-DESFUNCI NOT EQUAL 0 THEN
              DISPLAY 'COBOL246 - ERRO OPEN DESFUNCI FS=' ST-DESFUNCI
              MOVE ST-DESFUNCI           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 3100-LER-DESFUNCI
              THRU 3100-LER-DESFUNCI-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE DESFUNCI.

           MOVE 'N'                      TO WSS-EOF.

       3000-DESLIGAMENTOS-EXIT.
           EXIT.

      *----
       3100-LER-DESFUNCI.

           READ DESFUNCI
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-DESFUNCI NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL246 - ERRO READ DESFUNCI FS=' ST-DESFUNCI
              MOVE ST-DESFUNCI           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 3100-LER-DESFUNCI-EXIT
           END-IF.

           ADD 1                         TO WSS-DESLIG-LIDOS.

           IF DESF-DATA-DESLIG NOT NUMERIC
              OR DESF-DATA-DESLIG EQUAL 0
              DISPLAY 'COBOL246 - DESLIGAMENTO SEM DATA: '
                      DESF-MATRICULA
              GO TO 3100-LER-DESFUNCI-EXIT
           END-IF.

      *----
      * MOTIVO DO DESLIGAMENTO NA TABELA DO GOVERNO: 01 JUSTA
      * CAUSA, 02 SEM JUSTA CAUSA, 06 TERMINO DE CONTRATO A PRAZO,
      * 07 PEDIDO DE DEMISSAO, 10 FALECIMENTO, 33 ACORDO
      *----
           EVALUATE TRUE
               WHEN DESF-JUSTA-CAUSA
                    MOVE 01              TO R50-MOTIVO
               WHEN DESF-TERMINO-CONTRATO
                    MOVE 06              TO R50-MOTIVO
               WHEN DESF-PEDIDO
                    MOVE 07              TO R50-MOTIVO
               WHEN DESF-FALECIMENTO
                    MOVE 10              TO R50-MOTIVO
               WHEN DESF-ACORDO
                    MOVE 33              TO R50-MOTIVO
               WHEN OTHER
                    MOVE 02              TO R50-MOTIVO
           END-EVALUATE.

           MOVE DESF-MATRICULA           TO EVC-MATRICULA.
           MOVE '50'                     TO EVC-TIPO-EVENTO.
           MOVE DESF-DATA-DESLIG         TO EVC-DATA-EVENTO.
           MOVE SPACES                   TO EVC-COMPLEMENTO.

           MOVE DESF-DATA-DESLIG         TO R50-DATA-DESLIG.
           MOVE DESF-MATRICULA           TO R50-MATRICULA.
           MOVE DESF-TIPO-DESLIG         TO R50-TIPO-DESLIG.
           MOVE DESF-EMPRESA             TO R50-EMPRESA.
           MOVE DESF-NOME                TO R50-NOME.
           MOVE WSS-REG-50               TO WSS-EVT-IMAGEM.

           PERFORM 4000-EMITE-EVENTO
              THRU 4000-EMITE-EVENTO-EXIT.

       3100-LER-DESFUNCI-EXIT.
           EXIT.

      *----
      * EMISSAO DO EVENTO CORRENTE (CHAVE EM WSS-EVT-CHAVE, IMAGEM
      * EM WSS-EVT-IMAGEM): DESCARTA O ANTERIOR A DATA DE INICIO E
      * O JA ENVIADO, MANDA PARA ESOCEXE O TRABALHADOR SEM CPF E
      * GRAVA O EVENTO E O CONTROLE
      *----
       4000-EMITE-EVENTO.

           IF EVC-DATA-EVENTO LESS WSS-DATA-INICIO
              ADD 1                      TO WSS-TOT-ANTERIORES
              GO TO 4000-EMITE-EVENTO-EXIT
           END-IF.

           IF WSS-QTD-ENVIADOS GREATER 0
              MOVE 'N'                   TO WSS-ACHOU
              SEARCH ALL WSS-ENV-ENTRY
                 AT END
                    CONTINUE
                 WHEN TEN-CHAVE (IDX-ENV) EQUAL WSS-EVT-CHAVE
                    MOVE 'Y'             TO WSS-ACHOU
              END-SEARCH
              IF WSS-ACHOU EQUAL 'Y'
                 ADD 1                   TO WSS-TOT-JA-ENVIADOS
                 GO TO 4000-EMITE-EVENTO-EXIT
              END-IF
           END-IF.

           MOVE 'N'                      TO WSS-ACHOU.

           SET IDX-NOV TO 1.
           SEARCH WSS-NOV-ENTRY
              AT END
                 CONTINUE
              WHEN TNV-CHAVE (IDX-NOV) EQUAL WSS-EVT-CHAVE
                 MOVE 'Y'                TO WSS-ACHOU
           END-SEARCH.

           IF WSS-ACHOU EQUAL 'Y'
              ADD 1                      TO WSS-TOT-JA-ENVIADOS
              GO TO 4000-EMITE-EVENTO-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-ACHOU.

           IF WSS-QTD-CPFS GREATER 0
              SEARCH ALL WSS-CPF-ENTRY
                 AT END
                    CONTINUE
                 WHEN TCP-MATRICULA (IDX-CPF) EQUAL EVC-MATRICULA
                    MOVE 'Y'             TO WSS-ACHOU
                    MOVE TCP-CPF (IDX-CPF) TO WSS-CPF-ACHADO
              END-SEARCH
           END-IF.

           IF WSS-ACHOU NOT = 'Y'
              ADD 1                      TO WSS-TOT-EXCECOES
              MOVE EVC-MATRICULA         TO EXE-MATRICULA
              MOVE EVC-TIPO-EVENTO       TO EXE-TIPO-EVENTO
              MOVE EVC-DATA-EVENTO       TO EXE-DATA-EVENTO
              MOVE 'SEM CPF VALIDO NO CADASTRO'
                                          TO EXE-MOTIVO
              WRITE REG-ESOCEXE
              END-WRITE
              GO TO 4000-EMITE-EVENTO-EXIT
           END-IF.

           MOVE WSS-CPF-ACHADO           TO EVI-CPF.

           WRITE REG-ESOCEVT FROM WSS-EVT-IMAGEM.

           IF ST-ESOCEVT NOT EQUAL 0 THEN
              DISPLAY 'COBOL246 - ERRO WRITE ESOCEVT FS=' ST-ESOCEVT
              MOVE ST-ESOCEVT            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           EVALUATE EVC-TIPO-EVENTO
               WHEN '30'
                    ADD 1                TO WSS-TOT-ALTERACOES
               WHEN '40'
                    ADD 1                TO WSS-TOT-INICIO-AFAST
               WHEN '41'
                    ADD 1                TO WSS-TOT-FIM-AFAST
               WHEN '50'
                    ADD 1                TO WSS-TOT-DESLIG
           END-EVALUATE.

           IF WSS-QTD-NOVOS NOT LESS 10000
              DISPLAY 'COBOL246 - TABELA DE EVENTOS DA RODADA CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-NOVOS.
           MOVE WSS-EVT-CHAVE            TO TNV-CHAVE (WSS-QTD-NOVOS).

           MOVE SPACES                   TO REG-ESOCENV.
           MOVE WSS-EVT-CHAVE            TO ENV-CHAVE.
           MOVE WSS-CPF-ACHADO           TO ENV-CPF.
           MOVE WSS-DATA-HOJE            TO ENV-DATA-ENVIO.

           PERFORM 4200-GRAVA-CONTROLE
              THRU 4200-GRAVA-CONTROLE-EXIT.

       4000-EMITE-EVENTO-EXIT.
           EXIT.

      *----
       4200-GRAVA-CONTROLE.

           WRITE REG-ESOCENVN FROM REG-ESOCENV.

           IF ST-ESOCENVN NOT EQUAL 0 THEN
              DISPLAY 'COBOL246 - ERRO WRITE ESOCENVN FS=' ST-ESOCENVN
              MOVE ST-ESOCENVN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       4200-GRAVA-CONTROLE-EXIT.
           EXIT.

      *----
      * RESUMO DA RODADA: LIDOS POR ORIGEM, EMITIDOS POR TIPO DE
      * EVENTO E DESCARTADOS
      *----
       8000-IMPRIME-RESUMO.

           DISPLAY '8000-IMPRIME-RESUMO'.

           OPEN OUTPUT RELESOCE.

           IF ST-RELESOCE NOT EQUAL 0 THEN
              DISPLAY 'COBOL246 - ERRO OPEN RELESOCE FS=' ST-RELESOCE
              MOVE ST-RELESOCE           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           WRITE REG-RELESOCE FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           MOVE 'HISTORICO (HISTFUNC) LIDOS       :' TO LT-ROTULO.
           MOVE WSS-HIST-LIDOS           TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'AFASTAMENTOS (AFASTFUN) LIDOS    :' TO LT-ROTULO.
           MOVE WSS-AFAST-LIDOS          TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'DESLIGADOS (DESFUNCI) LIDOS      :' TO LT-ROTULO.
           MOVE WSS-DESLIG-LIDOS         TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE '30 - ALTERACOES CONTRATUAIS      :' TO LT-ROTULO.
           MOVE WSS-TOT-ALTERACOES       TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE '40 - INICIOS DE AFASTAMENTO      :' TO LT-ROTULO.
           MOVE WSS-TOT-INICIO-AFAST     TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE '41 - TERMINOS DE AFASTAMENTO     :' TO LT-ROTULO.
           MOVE WSS-TOT-FIM-AFAST        TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE '50 - DESLIGAMENTOS               :' TO LT-ROTULO.
           MOVE WSS-TOT-DESLIG           TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'JA ENVIADOS EM RODADA ANTERIOR   :' TO LT-ROTULO.
           MOVE WSS-TOT-JA-ENVIADOS      TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'ANTERIORES A DATA DE INICIO      :' TO LT-ROTULO.
           MOVE WSS-TOT-ANTERIORES       TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'SEM CPF VALIDO - VER ESOCEXE     :' TO LT-ROTULO.
           MOVE WSS-TOT-EXCECOES         TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           CLOSE RELESOCE.

       8000-IMPRIME-RESUMO-EXIT.
           EXIT.

      *----
       8900-GRAVA-LINHA.

           WRITE REG-RELESOCE FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELESOCE NOT EQUAL 0 THEN
              DISPLAY 'COBOL246 - ERRO WRITE RELESOCE FS=' ST-RELESOCE
              MOVE ST-RELESOCE           TO RETURN-CODE
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
           CALL 'COBOL125' USING WSS-CLASSIF-RC-LINKAGE.

           DISPLAY ' SEVERIDADE      : ' WSS-CLASSIF-RC-SEVERIDADE.
           DISPLAY ' DESCRICAO       : ' WSS-CLASSIF-RC-DESCRICAO.

           DISPLAY '***ABEND-COBOL246*** RC=' RETURN-CODE
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
