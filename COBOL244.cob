      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : WORKLIST CONSOLIDADA DE EXCECOES. RODA TODO DIA,
      *            DEPOIS DAS CADEIAS DA FOLHA, DO PAGAMENTO, DO PONTO
      *            E DO CONTAS A PAGAR, E JUNTA NUM SO ARQUIVO OS
      *            REJEITOS DO DIA (EXCFUNCI, CNABEXC, ESOCEXC,
      *            PONTOREJ, CSVERRO, PAGEXCEC, EXCMARG, LANCRQ E
      *            REQUEUE):
      *            - CADA ITEM LEVA A ORIGEM, A CHAVE (MATRICULA OU
      *              FORNECEDOR), O MOTIVO, A EQUIPE DONA PELA TABELA
      *              DE ROTEAMENTO EXCROTA E A IDADE EM DIAS;
      *            - A WORKLIST DO DIA ANTERIOR (EXCWORK) E CRUZADA COM
      *              OS REJEITOS DO DIA: O ITEM QUE CONTINUA NA ORIGEM
      *              SEGUE ABERTO COM A DATA DE ABERTURA ORIGINAL; O
      *              QUE SUMIU DE UMA ORIGEM QUE RODOU NO DIA E BAIXADO
      *              COMO RESOLVIDO; SE A ORIGEM NAO RODOU (ARQUIVO
      *              AUSENTE), O ITEM SEGUE ABERTO;
      *            - GRAVA A NOVA WORKLIST (EXCWNOV, COPY2441), QUE O
      *              JCL PASSA A EXCWORK DO DIA SEGUINTE, E IMPRIME NO
      *              RELEXCW OS ITENS, O AGING POR FAIXA DE DIAS E O
      *              QUADRO POR EQUIPE, MARCANDO COMO VENCIDO O ITEM
      *              ABERTO HA MAIS DIAS QUE O PRAZO DA EQUIPE (PADRAO
      *              DE 7 DIAS). RC=4 QUANDO HA ITEM VENCIDO.
      *            O ITEM RESOLVIDO FICA UM DIA NA WORKLIST, PARA
      *            CONFERENCIA, E SAI NA RODADA SEGUINTE.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL244.
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
           SELECT EXCPARM ASSIGN TO EXCPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-EXCPARM.
      *
           SELECT EXCROTA ASSIGN TO EXCROTA
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-EXCROTA.
      *
           SELECT EXCFUNCI ASSIGN TO EXCFUNCI
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-EXCFUNCI.
      *
           SELECT CNABEXC ASSIGN TO CNABEXC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CNABEXC.
      *
           SELECT ESOCEXC ASSIGN TO ESOCEXC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-ESOCEXC.
      *
           SELECT PONTOREJ ASSIGN TO PONTOREJ
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PONTOREJ.
      *
           SELECT CSVERRO ASSIGN TO CSVERRO
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CSVERRO.
      *
           SELECT PAGEXCEC ASSIGN TO PAGEXCEC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PAGEXCEC.
      *
           SELECT EXCMARG ASSIGN TO EXCMARG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-EXCMARG.
      *
           SELECT LANCRQ ASSIGN TO LANCRQ
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-LANCRQ.
      *
           SELECT REQUEUE ASSIGN TO REQUEUE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-REQUEUE.
      *
           SELECT EXCWORK ASSIGN TO EXCWORK
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-EXCWORK.
      *
           SELECT EXCWNOV ASSIGN TO EXCWNOV
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-EXCWNOV.
      *
           SELECT RELEXCW ASSIGN TO RELEXCW
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELEXCW.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   EXCPARM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * DATA DE REFERENCIA DA RODADA (AAAAMMDD); SEM O CARTAO, A DATA
      * DO RELOGIO
      *----
       01   REG-EXCPARM.
            03 EXP-DATA-REF                PIC 9(008).
            03 FILLER                      PIC X(072).
      *----
       FD   EXCROTA
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * ROTEAMENTO: EQUIPE DONA DE CADA ORIGEM E PRAZO EM DIAS PARA
      * TRATAR O ITEM (ZERADO = 7 DIAS)
      *----
       01   REG-EXCROTA.
            03 ERT-ORIGEM                  PIC X(008).
            03 ERT-EQUIPE                  PIC X(015).
            03 ERT-PRAZO-DIAS              PIC 9(003).
            03 FILLER                      PIC X(054).
      *----
       FD   EXCFUNCI.
      *----
      * MESMA IMAGEM GRAVADA PELO COBOL089
      *----
       01   REG-EXCFUNCI.
            03 EXF-MATRICULA               PIC 9(008).
            03 EXF-NOME                    PIC X(040).
            03 EXF-SALARIO                 PIC 9(005)V99.
            03 EXF-HORA-EXTRA              PIC 9(002).
            03 EXF-MOTIVO                  PIC X(030).
      *----
       FD   CNABEXC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-CNABEXC.
            03 CBX-MATRICULA               PIC 9(008).
            03 CBX-NOME                    PIC X(040).
            03 CBX-MOTIVO                  PIC X(032).
      *----
       FD   ESOCEXC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-ESOCEXC.
            03 ESX-MATRICULA               PIC 9(008).
            03 ESX-NOME                    PIC X(040).
            03 ESX-MOTIVO                  PIC X(032).
      *----
       FD   PONTOREJ
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-PONTOREJ.
            03 REJ-MATRICULA               PIC 9(008).
            03 REJ-DATA                    PIC 9(008).
            03 REJ-HORAS                   PIC 9(003)V99.
            03 REJ-TURNO                   PIC X(001).
            03 REJ-CODIGO                  PIC X(002).
            03 REJ-DESCRICAO               PIC X(030).
            03 FILLER                      PIC X(026).
      *----
       FD   CSVERRO
            RECORDING MODE IS F
            RECORD CONTAINS 132 CHARACTERS.
      *----
       01   REG-CSVERRO.
            03 ERR-LINHA                   PIC 9(006).
            03 FILLER                      PIC X(002).
            03 ERR-MOTIVO                  PIC X(040).
            03 FILLER                      PIC X(002).
            03 ERR-CONTEUDO                PIC X(082).
      *----
       FD   PAGEXCEC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * IMAGEM DO PAGAMENTO SEM TITULO, COMO GRAVADA PELO COBOL174
      *----
       01   REG-PAGEXCEC.
            03 PGX-FORNECEDOR              PIC X(030).
            03 PGX-NUMERO-NF               PIC 9(008).
            03 PGX-VALOR                   PIC 9(007)V99.
            03 FILLER                      PIC X(033).
      *----
       FD   EXCMARG
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-EXCMARG.
            03 EXM-MATRICULA               PIC 9(008).
            03 EXM-NOME                    PIC X(040).
            03 EXM-SUPRIMIDO               PIC 9(007)V99.
            03 FILLER                      PIC X(023).
      *----
       FD   LANCRQ
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.
      *----
       01   REG-LANCRQ.
            03 RQL-IMAGEM                  PIC X(080).
            03 RQL-CODIGO                  PIC X(003).
            03 RQL-MOTIVO                  PIC X(030).
            03 FILLER                      PIC X(007).
      *----
       FD   REQUEUE
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-REQUEUE.
            03 RQU-MATRICULA               PIC 9(008).
            03 RQU-VALOR                   PIC 9(013)V99.
            03 RQU-MOTIVO                  PIC X(030).
            03 FILLER                      PIC X(027).
      *----
       FD   EXCWORK
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
       01   REG-EXCWORK-ANT                PIC X(160).
      *----
       FD   EXCWNOV
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
       01   REG-EXCWNOV                    PIC X(160).
      *----
       FD   RELEXCW.
       01   REG-RELEXCW                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-EXCPARM                      PIC 9(002) VALUE 0.
       77  ST-EXCROTA                      PIC 9(002) VALUE 0.
       77  ST-EXCFUNCI                     PIC 9(002) VALUE 0.
       77  ST-CNABEXC                      PIC 9(002) VALUE 0.
       77  ST-ESOCEXC                      PIC 9(002) VALUE 0.
       77  ST-PONTOREJ                     PIC 9(002) VALUE 0.
       77  ST-CSVERRO                      PIC 9(002) VALUE 0.
       77  ST-PAGEXCEC                     PIC 9(002) VALUE 0.
       77  ST-EXCMARG                      PIC 9(002) VALUE 0.
       77  ST-LANCRQ                       PIC 9(002) VALUE 0.
       77  ST-REQUEUE                      PIC 9(002) VALUE 0.
       77  ST-EXCWORK                      PIC 9(002) VALUE 0.
       77  ST-EXCWNOV                      PIC 9(002) VALUE 0.
       77  ST-RELEXCW                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-DATA-HOJE                   PIC 9(008) VALUE 0.
       77  WSS-DIA-HOJE                    PIC 9(007) VALUE 0.
       77  WSS-IDADE                       PIC S9(005) VALUE 0.
       77  WSS-PRAZO-PADRAO                PIC 9(003) VALUE 7.
       77  WSS-PRAZO                       PIC 9(003) VALUE 0.
       77  WSS-EQUIPE                      PIC X(015) VALUE SPACES.
       77  WSS-SITUACAO-REL                PIC X(012) VALUE SPACES.
       77  WSS-IDX-FONTE                   PIC 9(002) COMP VALUE 0.
       77  WSS-IDX-FX                      PIC 9(002) COMP VALUE 0.
       77  WSS-IDX-HJ                      PIC 9(005) COMP VALUE 0.
       77  WSS-IDX-EQ                      PIC 9(003) COMP VALUE 0.
       77  WSS-QTD-ROTA                    PIC 9(003) VALUE 0.
       77  WSS-QTD-HOJE                    PIC 9(005) VALUE 0.
       77  WSS-QTD-EQUIPES                 PIC 9(003) VALUE 0.
       77  WSS-QTD-DUPLICADOS              PIC 9(007) VALUE 0.
       77  WSS-QTD-ANT-LIDOS               PIC 9(007) VALUE 0.
       77  WSS-QTD-EXPURGADOS              PIC 9(007) VALUE 0.
       77  WSS-QTD-CONTINUAM               PIC 9(007) VALUE 0.
       77  WSS-QTD-SEM-ORIGEM              PIC 9(007) VALUE 0.
       77  WSS-QTD-RESOLVIDOS              PIC 9(007) VALUE 0.
       77  WSS-QTD-NOVOS                   PIC 9(007) VALUE 0.
       77  WSS-QTD-ABERTOS                 PIC 9(007) VALUE 0.
       77  WSS-QTD-VENCIDOS                PIC 9(007) VALUE 0.
       77  WSS-QTD-GRAVADOS                PIC 9(007) VALUE 0.
       77  MASCARA-QTDE                    PIC ZZZZZZZ9.
       77  WSS-RC-ABEND                    PIC 9(003) VALUE 0.
      *----
      * ORIGENS DA WORKLIST, NA ORDEM EM QUE SAO LIDAS; A SITUACAO
      * MARCA SE O ARQUIVO VEIO NA RODADA E QUANTOS REJEITOS TROUXE
      *----
       01  WSS-FONTES-VALORES.
           03 FILLER                       PIC X(008) VALUE 'EXCFUNCI'.
           03 FILLER                       PIC X(008) VALUE 'CNABEXC'.
           03 FILLER                       PIC X(008) VALUE 'ESOCEXC'.
           03 FILLER                       PIC X(008) VALUE 'PONTOREJ'.
           03 FILLER                       PIC X(008) VALUE 'CSVERRO'.
           03 FILLER                       PIC X(008) VALUE 'PAGEXCEC'.
           03 FILLER                       PIC X(008) VALUE 'EXCMARG'.
           03 FILLER                       PIC X(008) VALUE 'LANCRQ'.
           03 FILLER                       PIC X(008) VALUE 'REQUEUE'.
       01  WSS-TAB-FONTES REDEFINES WSS-FONTES-VALORES.
           05 WSS-FNT-ENTRY OCCURS 9 TIMES
                 INDEXED BY IDX-FNT.
              10 FNT-NOME                  PIC X(008).
      *----
       01  WSS-TAB-FONTES-SIT.
           05 WSS-FNS-ENTRY OCCURS 9 TIMES.
              10 FNS-PRESENTE              PIC X(001).
              10 FNS-LIDOS                 PIC 9(007).
      *----
      * FAIXAS DO AGING: LIMITE SUPERIOR EM DIAS DE IDADE DO ITEM (A
      * ULTIMA FAIXA PEGA TUDO O QUE PASSAR DE 30 DIAS)
      *----
       01  WSS-FAIXAS-VALORES.
           03 FILLER                       PIC X(023)
              VALUE '001ATE 1 DIA           '.
           03 FILLER                       PIC X(023)
              VALUE '0032 A 3 DIAS          '.
           03 FILLER                       PIC X(023)
              VALUE '0074 A 7 DIAS          '.
           03 FILLER                       PIC X(023)
              VALUE '0148 A 14 DIAS         '.
           03 FILLER                       PIC X(023)
              VALUE '03015 A 30 DIAS        '.
           03 FILLER                       PIC X(023)
              VALUE '999ACIMA DE 30 DIAS    '.
       01  WSS-TAB-FAIXAS REDEFINES WSS-FAIXAS-VALORES.
           05 WSS-FX-ENTRY OCCURS 6 TIMES
                 INDEXED BY IDX-FX.
              10 FX-LIMITE                 PIC 9(003).
              10 FX-DESCRICAO              PIC X(020).
      *----
       01  WSS-TAB-FAIXAS-TOTAIS.
           05 WSS-FXT-ENTRY OCCURS 6 TIMES.
              10 FXT-QTDE                  PIC 9(007).
      *----
      * TABELA DE ROTEAMENTO CARREGADA DO EXCROTA
      *----
       01  WSS-TAB-ROTA.
           05 WSS-RT-ENTRY OCCURS 0 TO 50 TIMES
                 DEPENDING ON WSS-QTD-ROTA
                 INDEXED BY IDX-RT.
              10 RT-ORIGEM                 PIC X(008).
              10 RT-EQUIPE                 PIC X(015).
              10 RT-PRAZO                  PIC 9(003).
      *----
      * REJEITOS DO DIA, SEM REPETICAO; A MARCA DE CASADO INDICA QUE O
      * ITEM JA ESTAVA NA WORKLIST ANTERIOR
      *----
       01  WSS-TAB-HOJE.
           05 WSS-HJ-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-HOJE
                 INDEXED BY IDX-HJ.
              10 HJ-IDENT                  PIC X(088).
              10 HJ-CASADO                 PIC X(001).
      *----
      * QUADRO POR EQUIPE
      *----
       01  WSS-TAB-EQUIPES.
           05 WSS-EQ-ENTRY OCCURS 0 TO 60 TIMES
                 DEPENDING ON WSS-QTD-EQUIPES
                 INDEXED BY IDX-EQ.
              10 EQ-NOME                   PIC X(015).
              10 EQ-ABERTOS                PIC 9(007).
              10 EQ-VENCIDOS               PIC 9(007).
              10 EQ-RESOLVIDOS             PIC 9(007).
      *----
       01  WSS-ITEM.
           03 WSS-ITEM-IDENT.
              05 WSS-ITEM-ORIGEM           PIC X(008).
              05 WSS-ITEM-CHAVE            PIC X(040).
              05 WSS-ITEM-MOTIVO           PIC X(040).
      *----
      * LAYOUT DA WORKLIST (EXCWORK NA LEITURA, EXCWNOV NA GRAVACAO)
      *----
           COPY  'COPY2441'.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL244'.
           03 FILLER                       PIC X(051)
              VALUE 'WORKLIST CONSOLIDADA DE EXCECOES'.
           03 FILLER                       PIC X(014)
              VALUE 'DATA REF.: '.
           03 CAB01-DATA                   PIC 9(008) VALUE 0.
      *----
       01  CAB02.
           03 FILLER                       PIC X(009) VALUE 'ORIGEM'.
           03 FILLER                       PIC X(037) VALUE 'CHAVE'.
           03 FILLER                       PIC X(037) VALUE 'MOTIVO'.
           03 FILLER                       PIC X(016) VALUE 'EQUIPE'.
           03 FILLER                       PIC X(009) VALUE 'ABERTURA'.
           03 FILLER                       PIC X(005) VALUE 'DIAS'.
           03 FILLER                       PIC X(012) VALUE 'SITUACAO'.
      *----
       01  DET01.
           03 DET-ORIGEM                   PIC X(008) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 DET-CHAVE                    PIC X(036) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 DET-MOTIVO                   PIC X(036) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 DET-EQUIPE                   PIC X(015) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 DET-ABERTURA                 PIC 9(008) VALUE 0.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 DET-DIAS                     PIC ZZZ9.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 DET-SITUACAO                 PIC X(012) VALUE SPACES.
      *----
       01  CAB03.
           03 FILLER                       PIC X(016) VALUE 'EQUIPE'.
           03 FILLER                       PIC X(010) VALUE 'ABERTOS'.
           03 FILLER                       PIC X(010) VALUE 'VENCIDOS'.
           03 FILLER                       PIC X(010)
              VALUE 'RESOLVIDOS'.
      *----
       01  DET02.
           03 EQD-NOME                     PIC X(015) VALUE SPACES.
           03 FILLER                       PIC X(001) VALUE SPACES.
           03 EQD-ABERTOS                  PIC ZZZZZZ9.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 EQD-VENCIDOS                 PIC ZZZZZZ9.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 EQD-RESOLVIDOS               PIC ZZZZZZ9.
      *----
       01  LINHA-TEXTO.
           03 LT-ROTULO                    PIC X(034) VALUE SPACES.
           03 LT-VALOR                     PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(084) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL244'
           DISPLAY ' WORKLIST CONSOLIDADA DE EXCECOES'.

           PERFORM 0001-CARGA-EXCPARM
              THRU 0001-CARGA-EXCPARM-EXIT.

           COMPUTE WSS-DIA-HOJE =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-HOJE).

           PERFORM 0002-CARGA-EXCROTA
              THRU 0002-CARGA-EXCROTA-EXIT.

           OPEN OUTPUT RELEXCW.

           IF ST-RELEXCW NOT EQUAL 0 THEN
              DISPLAY 'COBOL244 - ERRO OPEN RELEXCW FS=' ST-RELEXCW
              MOVE ST-RELEXCW            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT EXCWNOV.

           IF ST-EXCWNOV NOT EQUAL 0 THEN
              DISPLAY 'COBOL244 - ERRO OPEN EXCWNOV FS=' ST-EXCWNOV
              MOVE ST-EXCWNOV            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE WSS-DATA-HOJE            TO CAB01-DATA.

           WRITE REG-RELEXCW FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           MOVE 'ITENS DA WORKLIST' TO LT-ROTULO.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           WRITE REG-RELEXCW FROM CAB02 AFTER ADVANCING 1
           END-WRITE.

           PERFORM 1010-CARGA-EXCFUNCI
              THRU 1010-CARGA-EXCFUNCI-EXIT.

           PERFORM 1020-CARGA-CNABEXC
              THRU 1020-CARGA-CNABEXC-EXIT.

           PERFORM 1030-CARGA-ESOCEXC
              THRU 1030-CARGA-ESOCEXC-EXIT.

           PERFORM 1040-CARGA-PONTOREJ
              THRU 1040-CARGA-PONTOREJ-EXIT.

           PERFORM 1050-CARGA-CSVERRO
              THRU 1050-CARGA-CSVERRO-EXIT.

           PERFORM 1060-CARGA-PAGEXCEC
              THRU 1060-CARGA-PAGEXCEC-EXIT.

           PERFORM 1070-CARGA-EXCMARG
              THRU 1070-CARGA-EXCMARG-EXIT.

           PERFORM 1080-CARGA-LANCRQ
              THRU 1080-CARGA-LANCRQ-EXIT.

           PERFORM 1090-CARGA-REQUEUE
              THRU 1090-CARGA-REQUEUE-EXIT.

           PERFORM 2000-WORKLIST-ANTERIOR
              THRU 2000-WORKLIST-ANTERIOR-EXIT.

           PERFORM 3000-ITENS-NOVOS
              THRU 3000-ITENS-NOVOS-EXIT.

           PERFORM 8000-IMPRIME-TOTAIS
              THRU 8000-IMPRIME-TOTAIS-EXIT.

           CLOSE EXCWNOV
                 RELEXCW.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL244                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* DATA DE REFERENCIA   : ' WSS-DATA-HOJE.
           DISPLAY '* REJEITOS DO DIA      : ' WSS-QTD-HOJE.
           DISPLAY '* REJEITOS REPETIDOS   : ' WSS-QTD-DUPLICADOS.
           DISPLAY '* WORKLIST ANTERIOR    : ' WSS-QTD-ANT-LIDOS.
           DISPLAY '* ITENS NOVOS          : ' WSS-QTD-NOVOS.
           DISPLAY '* ITENS RESOLVIDOS     : ' WSS-QTD-RESOLVIDOS.
           DISPLAY '* ITENS EM ABERTO      : ' WSS-QTD-ABERTOS.
           DISPLAY '* ITENS VENCIDOS       : ' WSS-QTD-VENCIDOS.
           DISPLAY '* GRAVADOS NO EXCWNOV  : ' WSS-QTD-GRAVADOS.
           DISPLAY '*******************************************'.

           STOP RUN.

      *----
      * DATA DE REFERENCIA: CARTAO EXCPARM OU O RELOGIO
      *----
       0001-CARGA-EXCPARM.

           DISPLAY '0001-CARGA-EXCPARM'.

           INITIALIZE WSS-TAB-FAIXAS-TOTAIS
                      WSS-TAB-FONTES-SIT.

           OPEN INPUT EXCPARM.

           IF ST-EXCPARM EQUAL 35
              MOVE FUNCTION CURRENT-DATE (1:8) TO WSS-DATA-HOJE
              DISPLAY 'COBOL244 - EXCPARM NAO INFORMADO, DATA '
                      'CORRENTE ' WSS-DATA-HOJE
              GO TO 0001-CARGA-EXCPARM-EXIT
           END-IF.

           IF ST-EXCPARM NOT EQUAL 0 THEN
              DISPLAY 'COBOL244 - ERRO OPEN EXCPARM FS=' ST-EXCPARM
              MOVE ST-EXCPARM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ EXCPARM.

           IF ST-EXCPARM NOT EQUAL 0 THEN
              DISPLAY 'COBOL244 - ERRO READ EXCPARM FS=' ST-EXCPARM
              MOVE ST-EXCPARM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE EXCPARM.

           IF EXP-DATA-REF NOT NUMERIC
              OR EXP-DATA-REF EQUAL 0
              DISPLAY 'COBOL244 - CARTAO EXCPARM INVALIDO: '
                      REG-EXCPARM (1:8)
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE EXP-DATA-REF             TO WSS-DATA-HOJE.

           DISPLAY 'COBOL244 - DATA DE REFERENCIA ' WSS-DATA-HOJE.

       0001-CARGA-EXCPARM-EXIT.
           EXIT.

      *----
      * ROTEAMENTO DAS ORIGENS; SEM O EXCROTA (FS=35) TODOS OS ITENS
      * FICAM SEM EQUIPE, COM O PRAZO PADRAO
      *----
       0002-CARGA-EXCROTA.

           DISPLAY '0002-CARGA-EXCROTA'.

           OPEN INPUT EXCROTA.

           IF ST-EXCROTA EQUAL 35
              DISPLAY 'COBOL244 - EXCROTA NAO INFORMADO'
              GO TO 0002-CARGA-EXCROTA-EXIT
           END-IF.

           IF ST-EXCROTA NOT EQUAL 0 THEN
              DISPLAY 'COBOL244 - ERRO OPEN EXCROTA FS=' ST-EXCROTA
              MOVE ST-EXCROTA            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0003-LER-EXCROTA
              THRU 0003-LER-EXCROTA-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE EXCROTA.

           DISPLAY 'COBOL244 - ORIGENS ROTEADAS: ' WSS-QTD-ROTA.

       0002-CARGA-EXCROTA-EXIT.
           EXIT.

      *----
       0003-LER-EXCROTA.

           READ EXCROTA
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-EXCROTA NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL244 - ERRO READ EXCROTA FS=' ST-EXCROTA
              MOVE ST-EXCROTA            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0003-LER-EXCROTA-EXIT
           END-IF.

           IF ERT-ORIGEM EQUAL SPACES
              OR ERT-EQUIPE EQUAL SPACES
              DISPLAY 'COBOL244 - ROTEAMENTO IGNORADO: '
                      REG-EXCROTA (1:26)
              GO TO 0003-LER-EXCROTA-EXIT
           END-IF.

           IF WSS-QTD-ROTA NOT LESS 50
              DISPLAY 'COBOL244 - TABELA DE ROTEAMENTO CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-ROTA.
           MOVE ERT-ORIGEM               TO RT-ORIGEM (WSS-QTD-ROTA).
           MOVE ERT-EQUIPE               TO RT-EQUIPE (WSS-QTD-ROTA).

           IF ERT-PRAZO-DIAS NUMERIC
              AND ERT-PRAZO-DIAS GREATER 0
              MOVE ERT-PRAZO-DIAS        TO RT-PRAZO (WSS-QTD-ROTA)
           ELSE
              MOVE WSS-PRAZO-PADRAO      TO RT-PRAZO (WSS-QTD-ROTA)
           END-IF.

       0003-LER-EXCROTA-EXIT.
           EXIT.

      *----
      * FUNCIONARIOS RECUSADOS NA CARGA DA FOLHA (COBOL089/205)
      *----
       1010-CARGA-EXCFUNCI.

           MOVE 1                        TO WSS-IDX-FONTE.

           OPEN INPUT EXCFUNCI.

           IF ST-EXCFUNCI EQUAL 35
              DISPLAY 'COBOL244 - EXCFUNCI NAO INFORMADO'
              GO TO 1010-CARGA-EXCFUNCI-EXIT
           END-IF.

           IF ST-EXCFUNCI NOT EQUAL 0 THEN
              DISPLAY 'COBOL244 - ERRO OPEN EXCFUNCI FS=' ST-EXCFUNCI
              MOVE ST-EXCFUNCI            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'S' TO FNS-PRESENTE (WSS-IDX-FONTE).
           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1011-LER-EXCFUNCI
              THRU 1011-LER-EXCFUNCI-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE EXCFUNCI.

       1010-CARGA-EXCFUNCI-EXIT.
           EXIT.

      *----
       1011-LER-EXCFUNCI.

           READ EXCFUNCI
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-EXCFUNCI NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL244 - ERRO READ EXCFUNCI FS=' ST-EXCFUNCI
              MOVE ST-EXCFUNCI            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1011-LER-EXCFUNCI-EXIT
           END-IF.

           ADD 1                         TO FNS-LIDOS (WSS-IDX-FONTE).

           MOVE SPACES                   TO WSS-ITEM-CHAVE
                                            WSS-ITEM-MOTIVO.

           MOVE EXF-MATRICULA            TO WSS-ITEM-CHAVE.
           MOVE EXF-MOTIVO               TO WSS-ITEM-MOTIVO.

           PERFORM 1900-INCLUI-ITEM
              THRU 1900-INCLUI-ITEM-EXIT.

       1011-LER-EXCFUNCI-EXIT.
           EXIT.

      *----
      * CREDITOS RECUSADOS NA REMESSA CNAB DA FOLHA (COBOL160)
      *----
       1020-CARGA-CNABEXC.

           MOVE 2                        TO WSS-IDX-FONTE.

           OPEN INPUT CNABEXC.

           IF ST-CNABEXC EQUAL 35
              DISPLAY 'COBOL244 - CNABEXC NAO INFORMADO'
              GO TO 1020-CARGA-CNABEXC-EXIT
           END-IF.

           IF ST-CNABEXC NOT EQUAL 0 THEN
              DISPLAY 'COBOL244 - ERRO OPEN CNABEXC FS=' ST-CNABEXC
              MOVE ST-CNABEXC             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'S' TO FNS-PRESENTE (WSS-IDX-FONTE).
           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1021-LER-CNABEXC
              THRU 1021-LER-CNABEXC-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CNABEXC.

       1020-CARGA-CNABEXC-EXIT.
           EXIT.

      *----
       1021-LER-CNABEXC.

           READ CNABEXC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CNABEXC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL244 - ERRO READ CNABEXC FS=' ST-CNABEXC
              MOVE ST-CNABEXC             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1021-LER-CNABEXC-EXIT
           END-IF.

           ADD 1                         TO FNS-LIDOS (WSS-IDX-FONTE).

           MOVE SPACES                   TO WSS-ITEM-CHAVE
                                            WSS-ITEM-MOTIVO.

           MOVE CBX-MATRICULA            TO WSS-ITEM-CHAVE.
           MOVE CBX-MOTIVO               TO WSS-ITEM-MOTIVO.

           PERFORM 1900-INCLUI-ITEM
              THRU 1900-INCLUI-ITEM-EXIT.

       1021-LER-CNABEXC-EXIT.
           EXIT.

      *----
      * EVENTOS RECUSADOS NA GERACAO DO ESOCIAL (COBOL164)
      *----
       1030-CARGA-ESOCEXC.

           MOVE 3                        TO WSS-IDX-FONTE.

           OPEN INPUT ESOCEXC.

           IF ST-ESOCEXC EQUAL 35
              DISPLAY 'COBOL244 - ESOCEXC NAO INFORMADO'
              GO TO 1030-CARGA-ESOCEXC-EXIT
           END-IF.

           IF ST-ESOCEXC NOT EQUAL 0 THEN
              DISPLAY 'COBOL244 - ERRO OPEN ESOCEXC FS=' ST-ESOCEXC
              MOVE ST-ESOCEXC             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'S' TO FNS-PRESENTE (WSS-IDX-FONTE).
           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1031-LER-ESOCEXC
              THRU 1031-LER-ESOCEXC-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE ESOCEXC.

       1030-CARGA-ESOCEXC-EXIT.
           EXIT.

      *----
       1031-LER-ESOCEXC.

           READ ESOCEXC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-ESOCEXC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL244 - ERRO READ ESOCEXC FS=' ST-ESOCEXC
              MOVE ST-ESOCEXC             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1031-LER-ESOCEXC-EXIT
           END-IF.

           ADD 1                         TO FNS-LIDOS (WSS-IDX-FONTE).

           MOVE SPACES                   TO WSS-ITEM-CHAVE
                                            WSS-ITEM-MOTIVO.

           MOVE ESX-MATRICULA            TO WSS-ITEM-CHAVE.
           MOVE ESX-MOTIVO               TO WSS-ITEM-MOTIVO.

           PERFORM 1900-INCLUI-ITEM
              THRU 1900-INCLUI-ITEM-EXIT.

       1031-LER-ESOCEXC-EXIT.
           EXIT.

      *----
      * MARCACOES DE PONTO REJEITADAS (COBOL212); A CHAVE LEVA A
      * DATA DA MARCACAO
      *----
       1040-CARGA-PONTOREJ.

           MOVE 4                        TO WSS-IDX-FONTE.

           OPEN INPUT PONTOREJ.

           IF ST-PONTOREJ EQUAL 35
              DISPLAY 'COBOL244 - PONTOREJ NAO INFORMADO'
              GO TO 1040-CARGA-PONTOREJ-EXIT
           END-IF.

           IF ST-PONTOREJ NOT EQUAL 0 THEN
              DISPLAY 'COBOL244 - ERRO OPEN PONTOREJ FS=' ST-PONTOREJ
              MOVE ST-PONTOREJ            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'S' TO FNS-PRESENTE (WSS-IDX-FONTE).
           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1041-LER-PONTOREJ
              THRU 1041-LER-PONTOREJ-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE PONTOREJ.

       1040-CARGA-PONTOREJ-EXIT.
           EXIT.

      *----
       1041-LER-PONTOREJ.

           READ PONTOREJ
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-PONTOREJ NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL244 - ERRO READ PONTOREJ FS=' ST-PONTOREJ
              MOVE ST-PONTOREJ            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1041-LER-PONTOREJ-EXIT
           END-IF.

           ADD 1                         TO FNS-LIDOS (WSS-IDX-FONTE).

           MOVE SPACES                   TO WSS-ITEM-CHAVE
                                            WSS-ITEM-MOTIVO.

           STRING REJ-MATRICULA ' ' REJ-DATA
              DELIMITED BY SIZE INTO WSS-ITEM-CHAVE
           END-STRING.
           STRING REJ-CODIGO ' ' REJ-DESCRICAO
              DELIMITED BY SIZE INTO WSS-ITEM-MOTIVO
           END-STRING.

           PERFORM 1900-INCLUI-ITEM
              THRU 1900-INCLUI-ITEM-EXIT.

       1041-LER-PONTOREJ-EXIT.
           EXIT.

      *----
      * LINHAS RECUSADAS NA IMPORTACAO CSV (COBOL167); A CHAVE E O
      * INICIO DO CONTEUDO DA LINHA, QUE NAO MUDA DE UM DIA PARA O
      * OUTRO COMO O NUMERO DA LINHA
      *----
       1050-CARGA-CSVERRO.

           MOVE 5                        TO WSS-IDX-FONTE.

           OPEN INPUT CSVERRO.

           IF ST-CSVERRO EQUAL 35
              DISPLAY 'COBOL244 - CSVERRO NAO INFORMADO'
              GO TO 1050-CARGA-CSVERRO-EXIT
           END-IF.

           IF ST-CSVERRO NOT EQUAL 0 THEN
              DISPLAY 'COBOL244 - ERRO OPEN CSVERRO FS=' ST-CSVERRO
              MOVE ST-CSVERRO             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'S' TO FNS-PRESENTE (WSS-IDX-FONTE).
           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1051-LER-CSVERRO
              THRU 1051-LER-CSVERRO-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CSVERRO.

       1050-CARGA-CSVERRO-EXIT.
           EXIT.

      *----
       1051-LER-CSVERRO.

           READ CSVERRO
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CSVERRO NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL244 - ERRO READ CSVERRO FS=' ST-CSVERRO
              MOVE ST-CSVERRO             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1051-LER-CSVERRO-EXIT
           END-IF.

           ADD 1                         TO FNS-LIDOS (WSS-IDX-FONTE).

           MOVE SPACES                   TO WSS-ITEM-CHAVE
                                            WSS-ITEM-MOTIVO.

           MOVE ERR-CONTEUDO (1:40)      TO WSS-ITEM-CHAVE.
           MOVE ERR-MOTIVO               TO WSS-ITEM-MOTIVO.

           PERFORM 1900-INCLUI-ITEM
              THRU 1900-INCLUI-ITEM-EXIT.

       1051-LER-CSVERRO-EXIT.
           EXIT.

      *----
      * PAGAMENTOS SEM TITULO CORRESPONDENTE (COBOL174)
      *----
       1060-CARGA-PAGEXCEC.

           MOVE 6                        TO WSS-IDX-FONTE.

           OPEN INPUT PAGEXCEC.

           IF ST-PAGEXCEC EQUAL 35
              DISPLAY 'COBOL244 - PAGEXCEC NAO INFORMADO'
              GO TO 1060-CARGA-PAGEXCEC-EXIT
           END-IF.

           IF ST-PAGEXCEC NOT EQUAL 0 THEN
              DISPLAY 'COBOL244 - ERRO OPEN PAGEXCEC FS=' ST-PAGEXCEC
              MOVE ST-PAGEXCEC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'S' TO FNS-PRESENTE (WSS-IDX-FONTE).
           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1061-LER-PAGEXCEC
              THRU 1061-LER-PAGEXCEC-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE PAGEXCEC.

       1060-CARGA-PAGEXCEC-EXIT.
           EXIT.

      *----
       1061-LER-PAGEXCEC.

           READ PAGEXCEC
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-PAGEXCEC NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL244 - ERRO READ PAGEXCEC FS=' ST-PAGEXCEC
              MOVE ST-PAGEXCEC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1061-LER-PAGEXCEC-EXIT
           END-IF.

           ADD 1                         TO FNS-LIDOS (WSS-IDX-FONTE).

           MOVE SPACES                   TO WSS-ITEM-CHAVE
                                            WSS-ITEM-MOTIVO.

           STRING PGX-FORNECEDOR ' ' PGX-NUMERO-NF
              DELIMITED BY SIZE INTO WSS-ITEM-CHAVE
           END-STRING.
           MOVE 'PAGAMENTO SEM TITULO CORRESPONDENTE'
                                         TO WSS-ITEM-MOTIVO.

           PERFORM 1900-INCLUI-ITEM
              THRU 1900-INCLUI-ITEM-EXIT.

       1061-LER-PAGEXCEC-EXIT.
           EXIT.

      *----
      * DESCONTOS SUPRIMIDOS POR MARGEM CONSIGNAVEL (COBOL089)
      *----
       1070-CARGA-EXCMARG.

           MOVE 7                        TO WSS-IDX-FONTE.

           OPEN INPUT EXCMARG.

           IF ST-EXCMARG EQUAL 35
              DISPLAY 'COBOL244 - EXCMARG NAO INFORMADO'
              GO TO 1070-CARGA-EXCMARG-EXIT
           END-IF.

           IF ST-EXCMARG NOT EQUAL 0 THEN
              DISPLAY 'COBOL244 - ERRO OPEN EXCMARG FS=' ST-EXCMARG
              MOVE ST-EXCMARG             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'S' TO FNS-PRESENTE (WSS-IDX-FONTE).
           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1071-LER-EXCMARG
              THRU 1071-LER-EXCMARG-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE EXCMARG.

       1070-CARGA-EXCMARG-EXIT.
           EXIT.

      *----
       1071-LER-EXCMARG.

           READ EXCMARG
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-EXCMARG NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL244 - ERRO READ EXCMARG FS=' ST-EXCMARG
              MOVE ST-EXCMARG             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1071-LER-EXCMARG-EXIT
           END-IF.

           ADD 1                         TO FNS-LIDOS (WSS-IDX-FONTE).

           MOVE SPACES                   TO WSS-ITEM-CHAVE
                                            WSS-ITEM-MOTIVO.

           MOVE EXM-MATRICULA            TO WSS-ITEM-CHAVE.
           MOVE 'DESCONTO SUPRIMIDO POR MARGEM CONSIGNAVEL'
                                         TO WSS-ITEM-MOTIVO.

           PERFORM 1900-INCLUI-ITEM
              THRU 1900-INCLUI-ITEM-EXIT.

       1071-LER-EXCMARG-EXIT.
           EXIT.

      *----
      * LANCAMENTOS CONTABEIS NA FILA DE RESSUBMISSAO (COBOL195); A
      * CHAVE E O INICIO DA IMAGEM (CONTA, NATUREZA, VALOR E DEPTO)
      *----
       1080-CARGA-LANCRQ.

           MOVE 8                        TO WSS-IDX-FONTE.

           OPEN INPUT LANCRQ.

           IF ST-LANCRQ EQUAL 35
              DISPLAY 'COBOL244 - LANCRQ NAO INFORMADO'
              GO TO 1080-CARGA-LANCRQ-EXIT
           END-IF.

           IF ST-LANCRQ NOT EQUAL 0 THEN
              DISPLAY 'COBOL244 - ERRO OPEN LANCRQ FS=' ST-LANCRQ
              MOVE ST-LANCRQ              TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'S' TO FNS-PRESENTE (WSS-IDX-FONTE).
           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1081-LER-LANCRQ
              THRU 1081-LER-LANCRQ-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE LANCRQ.

       1080-CARGA-LANCRQ-EXIT.
           EXIT.

      *----
       1081-LER-LANCRQ.

           READ LANCRQ
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-LANCRQ NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL244 - ERRO READ LANCRQ FS=' ST-LANCRQ
              MOVE ST-LANCRQ              TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1081-LER-LANCRQ-EXIT
           END-IF.

           ADD 1                         TO FNS-LIDOS (WSS-IDX-FONTE).

           MOVE SPACES                   TO WSS-ITEM-CHAVE
                                            WSS-ITEM-MOTIVO.

           MOVE RQL-IMAGEM (1:29)        TO WSS-ITEM-CHAVE.
           STRING RQL-CODIGO ' ' RQL-MOTIVO
              DELIMITED BY SIZE INTO WSS-ITEM-MOTIVO
           END-STRING.

           PERFORM 1900-INCLUI-ITEM
              THRU 1900-INCLUI-ITEM-EXIT.

       1081-LER-LANCRQ-EXIT.
           EXIT.

      *----
      * CREDITOS DEVOLVIDOS PARA REENVIO (COBOL161/189/205)
      *----
       1090-CARGA-REQUEUE.

           MOVE 9                        TO WSS-IDX-FONTE.

           OPEN INPUT REQUEUE.

           IF ST-REQUEUE EQUAL 35
              DISPLAY 'COBOL244 - REQUEUE NAO INFORMADO'
              GO TO 1090-CARGA-REQUEUE-EXIT
           END-IF.

           IF ST-REQUEUE NOT EQUAL 0 THEN
              DISPLAY 'COBOL244 - ERRO OPEN REQUEUE FS=' ST-REQUEUE
              MOVE ST-REQUEUE             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'S' TO FNS-PRESENTE (WSS-IDX-FONTE).
           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1091-LER-REQUEUE
              THRU 1091-LER-REQUEUE-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE REQUEUE.

       1090-CARGA-REQUEUE-EXIT.
           EXIT.

      *----
       1091-LER-REQUEUE.

           READ REQUEUE
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-REQUEUE NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL244 - ERRO READ REQUEUE FS=' ST-REQUEUE
              MOVE ST-REQUEUE             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1091-LER-REQUEUE-EXIT
           END-IF.

           ADD 1                         TO FNS-LIDOS (WSS-IDX-FONTE).

           MOVE SPACES                   TO WSS-ITEM-CHAVE
                                            WSS-ITEM-MOTIVO.

           MOVE RQU-MATRICULA            TO WSS-ITEM-CHAVE.
           MOVE RQU-MOTIVO               TO WSS-ITEM-MOTIVO.

           PERFORM 1900-INCLUI-ITEM
              THRU 1900-INCLUI-ITEM-EXIT.

       1091-LER-REQUEUE-EXIT.
           EXIT.

      *----
      * INCLUI O REJEITO NA TABELA DO DIA; O MESMO ITEM GRAVADO MAIS
      * DE UMA VEZ NA ORIGEM (OU POR MAIS DE UM PROGRAMA NO REQUEUE)
      * CONTA UMA VEZ SO
      *----
       1900-INCLUI-ITEM.

           MOVE FNT-NOME (WSS-IDX-FONTE) TO WSS-ITEM-ORIGEM.

           IF WSS-ITEM-MOTIVO EQUAL SPACES
              MOVE 'MOTIVO NAO INFORMADO NA ORIGEM'
                                         TO WSS-ITEM-MOTIVO
           END-IF.

           SET IDX-HJ                    TO 1.

           SEARCH WSS-HJ-ENTRY
              AT END
                 CONTINUE
              WHEN HJ-IDENT (IDX-HJ) EQUAL WSS-ITEM-IDENT
                 ADD 1                   TO WSS-QTD-DUPLICADOS
                 GO TO 1900-INCLUI-ITEM-EXIT
           END-SEARCH.

           IF WSS-QTD-HOJE NOT LESS 5000
              DISPLAY 'COBOL244 - TABELA DE REJEITOS DO DIA CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-HOJE.
           MOVE WSS-ITEM-IDENT           TO HJ-IDENT (WSS-QTD-HOJE).
           MOVE 'N'                      TO HJ-CASADO (WSS-QTD-HOJE).

       1900-INCLUI-ITEM-EXIT.
           EXIT.

      *----
      * WORKLIST DO DIA ANTERIOR; SEM O EXCWORK (FS=35, PRIMEIRA
      * RODADA) TODOS OS REJEITOS DO DIA ENTRAM COMO ITENS NOVOS
      *----
       2000-WORKLIST-ANTERIOR.

           DISPLAY '2000-WORKLIST-ANTERIOR'.

           OPEN INPUT EXCWORK.

           IF ST-EXCWORK EQUAL 35
              DISPLAY 'COBOL244 - EXCWORK NAO INFORMADO'
              GO TO 2000-WORKLIST-ANTERIOR-EXIT
           END-IF.

           IF ST-EXCWORK NOT EQUAL 0 THEN
              DISPLAY 'COBOL244 - ERRO OPEN EXCWORK FS=' ST-EXCWORK
              MOVE ST-EXCWORK            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 2100-LER-EXCWORK
              THRU 2100-LER-EXCWORK-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE EXCWORK.

       2000-WORKLIST-ANTERIOR-EXIT.
           EXIT.

      *----
      * O ITEM RESOLVIDO NA RODADA ANTERIOR SAI DA WORKLIST. O ABERTO
      * QUE VOLTOU NA ORIGEM CONTINUA; O QUE NAO VOLTOU E RESOLVIDO
      * SE A ORIGEM RODOU NO DIA E CONTINUA ABERTO SE NAO RODOU
      *----
       2100-LER-EXCWORK.

           READ EXCWORK INTO REG-EXCWORK
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-EXCWORK NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL244 - ERRO READ EXCWORK FS=' ST-EXCWORK
              MOVE ST-EXCWORK            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 2100-LER-EXCWORK-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-ANT-LIDOS.

           IF EXW-RESOLVIDO
              ADD 1                      TO WSS-QTD-EXPURGADOS
              GO TO 2100-LER-EXCWORK-EXIT
           END-IF.

           SET IDX-HJ                    TO 1.

           SEARCH WSS-HJ-ENTRY
              AT END
                 GO TO 2100-NAO-VOLTOU
              WHEN HJ-IDENT (IDX-HJ) EQUAL EXW-IDENT
                 CONTINUE
           END-SEARCH.

      *----
      * ITEM REPETIDO NA PROPRIA WORKLIST ANTERIOR: FICA O PRIMEIRO
      *----
           IF HJ-CASADO (IDX-HJ) EQUAL 'S'
              GO TO 2100-LER-EXCWORK-EXIT
           END-IF.

           MOVE 'S'                      TO HJ-CASADO (IDX-HJ).
           MOVE 'A'                      TO EXW-SITUACAO.
           MOVE WSS-DATA-HOJE            TO EXW-DATA-ULT-VISTO.
           ADD 1                         TO WSS-QTD-CONTINUAM.

           GO TO 2100-GRAVA.

       2100-NAO-VOLTOU.

           SET IDX-FNT                   TO 1.

           SEARCH WSS-FNT-ENTRY
              AT END
                 ADD 1                   TO WSS-QTD-SEM-ORIGEM
                 GO TO 2100-GRAVA
              WHEN FNT-NOME (IDX-FNT) EQUAL EXW-ORIGEM
                 SET WSS-IDX-FONTE       TO IDX-FNT
           END-SEARCH.

           IF FNS-PRESENTE (WSS-IDX-FONTE) EQUAL 'S'
              MOVE 'R'                   TO EXW-SITUACAO
              MOVE WSS-DATA-HOJE         TO EXW-DATA-RESOLUCAO
              ADD 1                      TO WSS-QTD-RESOLVIDOS
           END-IF.

       2100-GRAVA.

           PERFORM 4000-GRAVA-ITEM
              THRU 4000-GRAVA-ITEM-EXIT.

       2100-LER-EXCWORK-EXIT.
           EXIT.

      *----
      * REJEITOS DO DIA QUE NAO ESTAVAM NA WORKLIST ANTERIOR
      *----
       3000-ITENS-NOVOS.

           DISPLAY '3000-ITENS-NOVOS'.

           PERFORM 3100-ITEM-NOVO
              THRU 3100-ITEM-NOVO-EXIT
              VARYING WSS-IDX-HJ FROM 1 BY 1
              UNTIL WSS-IDX-HJ > WSS-QTD-HOJE.

       3000-ITENS-NOVOS-EXIT.
           EXIT.

      *----
       3100-ITEM-NOVO.

           IF HJ-CASADO (WSS-IDX-HJ) EQUAL 'S'
              GO TO 3100-ITEM-NOVO-EXIT
           END-IF.

           MOVE SPACES                   TO REG-EXCWORK.
           MOVE HJ-IDENT (WSS-IDX-HJ)    TO EXW-IDENT.
           MOVE 'A'                      TO EXW-SITUACAO.
           MOVE WSS-DATA-HOJE            TO EXW-DATA-ABERTURA
                                            EXW-DATA-ULT-VISTO.
           MOVE 0                        TO EXW-DATA-RESOLUCAO
                                            EXW-IDADE-DIAS.
           ADD 1                         TO WSS-QTD-NOVOS.

           PERFORM 4000-GRAVA-ITEM
              THRU 4000-GRAVA-ITEM-EXIT.

       3100-ITEM-NOVO-EXIT.
           EXIT.

      *----
      * GRAVA O ITEM NA NOVA WORKLIST COM A EQUIPE DO ROTEAMENTO
      * CORRENTE E A IDADE DESDE A ABERTURA, E O IMPRIME; SO O ITEM
      * ABERTO ENTRA NO AGING E PODE VENCER
      *----
       4000-GRAVA-ITEM.

           PERFORM 4100-PROCURA-ROTA
              THRU 4100-PROCURA-ROTA-EXIT.

           MOVE WSS-EQUIPE               TO EXW-EQUIPE.

           IF EXW-DATA-ABERTURA NOT NUMERIC
              OR EXW-DATA-ABERTURA EQUAL 0
              MOVE WSS-DATA-HOJE         TO EXW-DATA-ABERTURA
           END-IF.

           COMPUTE WSS-IDADE = WSS-DIA-HOJE -
                   FUNCTION INTEGER-OF-DATE (EXW-DATA-ABERTURA).

           IF WSS-IDADE LESS 0
              MOVE 0                     TO WSS-IDADE
           END-IF.

           MOVE WSS-IDADE                TO EXW-IDADE-DIAS.

           WRITE REG-EXCWNOV FROM REG-EXCWORK.

           IF ST-EXCWNOV NOT EQUAL 0 THEN
              DISPLAY 'COBOL244 - ERRO WRITE EXCWNOV FS=' ST-EXCWNOV
              MOVE ST-EXCWNOV            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-GRAVADOS.

           PERFORM 4200-SOMA-EQUIPE
              THRU 4200-SOMA-EQUIPE-EXIT.

           IF EXW-RESOLVIDO
              MOVE 'RESOLVIDO'           TO WSS-SITUACAO-REL
              IF WSS-IDX-EQ GREATER 0
                 ADD 1                   TO EQ-RESOLVIDOS (WSS-IDX-EQ)
              END-IF
              GO TO 4000-IMPRIME
           END-IF.

           ADD 1                         TO WSS-QTD-ABERTOS.

      *----
      * A FAIXA E A PRIMEIRA CUJO LIMITE ALCANCA A IDADE; A SEXTA
      * FAIXA RECEBE TUDO O QUE PASSAR DAS DEMAIS
      *----
           SET IDX-FX                    TO 1.

           SEARCH WSS-FX-ENTRY
              AT END
                 SET IDX-FX              TO 6
              WHEN WSS-IDADE NOT GREATER FX-LIMITE (IDX-FX)
                 CONTINUE
           END-SEARCH.

           SET WSS-IDX-FX                TO IDX-FX.

           ADD 1                         TO FXT-QTDE (WSS-IDX-FX).

           IF WSS-IDX-EQ GREATER 0
              ADD 1                      TO EQ-ABERTOS (WSS-IDX-EQ)
           END-IF.

           IF WSS-IDADE GREATER WSS-PRAZO
              MOVE '*** VENCIDO'         TO WSS-SITUACAO-REL
              ADD 1                      TO WSS-QTD-VENCIDOS
              IF WSS-IDX-EQ GREATER 0
                 ADD 1                   TO EQ-VENCIDOS (WSS-IDX-EQ)
              END-IF
           ELSE
              IF EXW-DATA-ABERTURA EQUAL WSS-DATA-HOJE
                 MOVE 'NOVO'             TO WSS-SITUACAO-REL
              ELSE
                 MOVE 'ABERTO'           TO WSS-SITUACAO-REL
              END-IF
           END-IF.

       4000-IMPRIME.

           MOVE EXW-ORIGEM               TO DET-ORIGEM.
           MOVE EXW-CHAVE                TO DET-CHAVE.
           MOVE EXW-MOTIVO               TO DET-MOTIVO.
           MOVE EXW-EQUIPE               TO DET-EQUIPE.
           MOVE EXW-DATA-ABERTURA        TO DET-ABERTURA.
           MOVE EXW-IDADE-DIAS           TO DET-DIAS.
           MOVE WSS-SITUACAO-REL         TO DET-SITUACAO.

           WRITE REG-RELEXCW FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELEXCW NOT EQUAL 0 THEN
              DISPLAY 'COBOL244 - ERRO WRITE RELEXCW FS=' ST-RELEXCW
              MOVE ST-RELEXCW            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       4000-GRAVA-ITEM-EXIT.
           EXIT.

      *----
      * EQUIPE E PRAZO DA ORIGEM; ORIGEM SEM ROTEAMENTO FICA COM O
      * PRAZO PADRAO, PARA NAO PASSAR DESPERCEBIDA
      *----
       4100-PROCURA-ROTA.

           MOVE 'NAO ROTEADO'            TO WSS-EQUIPE.
           MOVE WSS-PRAZO-PADRAO         TO WSS-PRAZO.

           SET IDX-RT                    TO 1.

           SEARCH WSS-RT-ENTRY
              AT END
                 CONTINUE
              WHEN RT-ORIGEM (IDX-RT) EQUAL EXW-ORIGEM
                 MOVE RT-EQUIPE (IDX-RT) TO WSS-EQUIPE
                 MOVE RT-PRAZO (IDX-RT)  TO WSS-PRAZO
           END-SEARCH.

       4100-PROCURA-ROTA-EXIT.
           EXIT.

      *----
      * POSICIONA A EQUIPE NO QUADRO, INCLUINDO-A NA PRIMEIRA VEZ
      *----
       4200-SOMA-EQUIPE.

           MOVE 0                        TO WSS-IDX-EQ.

           SET IDX-EQ                    TO 1.

           SEARCH WSS-EQ-ENTRY
              AT END
                 CONTINUE
              WHEN EQ-NOME (IDX-EQ) EQUAL EXW-EQUIPE
                 SET WSS-IDX-EQ          TO IDX-EQ
                 GO TO 4200-SOMA-EQUIPE-EXIT
           END-SEARCH.

           IF WSS-QTD-EQUIPES NOT LESS 60
              DISPLAY 'COBOL244 - QUADRO DE EQUIPES CHEIO, EQUIPE '
                      EXW-EQUIPE ' FORA DO QUADRO'
              GO TO 4200-SOMA-EQUIPE-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-EQUIPES.
           MOVE WSS-QTD-EQUIPES          TO WSS-IDX-EQ.
           MOVE EXW-EQUIPE               TO EQ-NOME (WSS-IDX-EQ).
           MOVE 0                        TO EQ-ABERTOS (WSS-IDX-EQ)
                                            EQ-VENCIDOS (WSS-IDX-EQ)
                                            EQ-RESOLVIDOS (WSS-IDX-EQ).

       4200-SOMA-EQUIPE-EXIT.
           EXIT.

      *----
       8000-IMPRIME-TOTAIS.

           DISPLAY '8000-IMPRIME-TOTAIS'.

           MOVE SPACES                   TO LINHA-TEXTO.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'ORIGENS DO DIA' TO LT-ROTULO.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           PERFORM 8100-IMPRIME-FONTE
              THRU 8100-IMPRIME-FONTE-EXIT
              VARYING WSS-IDX-FONTE FROM 1 BY 1
              UNTIL WSS-IDX-FONTE > 9.

           MOVE SPACES                   TO LINHA-TEXTO.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'AGING DOS ITENS EM ABERTO' TO LT-ROTULO.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           PERFORM 8200-IMPRIME-FAIXA
              THRU 8200-IMPRIME-FAIXA-EXIT
              VARYING WSS-IDX-FX FROM 1 BY 1
              UNTIL WSS-IDX-FX > 6.

           MOVE SPACES                   TO LINHA-TEXTO.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'QUADRO POR EQUIPE' TO LT-ROTULO.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           WRITE REG-RELEXCW FROM CAB03 AFTER ADVANCING 1
           END-WRITE.

           PERFORM 8300-IMPRIME-EQUIPE
              THRU 8300-IMPRIME-EQUIPE-EXIT
              VARYING WSS-IDX-EQ FROM 1 BY 1
              UNTIL WSS-IDX-EQ > WSS-QTD-EQUIPES.

           MOVE SPACES                   TO LINHA-TEXTO.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'ITENS NOVOS                     :' TO LT-ROTULO.
           MOVE WSS-QTD-NOVOS            TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'ITENS QUE CONTINUAM NA ORIGEM   :' TO LT-ROTULO.
           MOVE WSS-QTD-CONTINUAM        TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'ITENS RESOLVIDOS NO DIA         :' TO LT-ROTULO.
           MOVE WSS-QTD-RESOLVIDOS       TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'ITENS EM ABERTO                 :' TO LT-ROTULO.
           MOVE WSS-QTD-ABERTOS          TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'ITENS VENCIDOS (ACIMA DO PRAZO) :' TO LT-ROTULO.
           MOVE WSS-QTD-VENCIDOS         TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           MOVE 'ITENS DE ORIGEM DESCONHECIDA    :' TO LT-ROTULO.
           MOVE WSS-QTD-SEM-ORIGEM       TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

           IF WSS-QTD-VENCIDOS GREATER 0
              DISPLAY 'COBOL244 - HA ITENS VENCIDOS NA WORKLIST, '
                      'CONFERIR O RELEXCW'
              MOVE 4                     TO RETURN-CODE
           END-IF.

       8000-IMPRIME-TOTAIS-EXIT.
           EXIT.

      *----
      * REJEITOS LIDOS POR ORIGEM; A ORIGEM AUSENTE NAO BAIXA ITENS
      *----
       8100-IMPRIME-FONTE.

           MOVE SPACES                   TO LT-ROTULO.
           STRING 'ORIGEM ' FNT-NOME (WSS-IDX-FONTE)
              DELIMITED BY SIZE INTO LT-ROTULO
           END-STRING.
           MOVE ':'                      TO LT-ROTULO (34:1).

           IF FNS-PRESENTE (WSS-IDX-FONTE) EQUAL 'S'
              MOVE FNS-LIDOS (WSS-IDX-FONTE) TO MASCARA-QTDE
              MOVE MASCARA-QTDE          TO LT-VALOR
           ELSE
              MOVE '       AUSENTE'      TO LT-VALOR
           END-IF.

           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

       8100-IMPRIME-FONTE-EXIT.
           EXIT.

      *----
       8200-IMPRIME-FAIXA.

           MOVE SPACES                   TO LT-ROTULO.
           STRING 'FAIXA ' FX-DESCRICAO (WSS-IDX-FX)
              DELIMITED BY SIZE INTO LT-ROTULO
           END-STRING.
           MOVE ':'                      TO LT-ROTULO (34:1).
           MOVE FXT-QTDE (WSS-IDX-FX)    TO MASCARA-QTDE.
           MOVE MASCARA-QTDE             TO LT-VALOR.
           PERFORM 8900-GRAVA-LINHA
              THRU 8900-GRAVA-LINHA-EXIT.

       8200-IMPRIME-FAIXA-EXIT.
           EXIT.

      *----
       8300-IMPRIME-EQUIPE.

           MOVE EQ-NOME (WSS-IDX-EQ)     TO EQD-NOME.
           MOVE EQ-ABERTOS (WSS-IDX-EQ)  TO EQD-ABERTOS.
           MOVE EQ-VENCIDOS (WSS-IDX-EQ) TO EQD-VENCIDOS.
           MOVE EQ-RESOLVIDOS (WSS-IDX-EQ) TO EQD-RESOLVIDOS.

           WRITE REG-RELEXCW FROM DET02 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELEXCW NOT EQUAL 0 THEN
              DISPLAY 'COBOL244 - ERRO WRITE RELEXCW FS=' ST-RELEXCW
              MOVE ST-RELEXCW            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       8300-IMPRIME-EQUIPE-EXIT.
           EXIT.

      *----
       8900-GRAVA-LINHA.

           WRITE REG-RELEXCW FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELEXCW NOT EQUAL 0 THEN
              DISPLAY 'COBOL244 - ERRO WRITE RELEXCW FS='
                      ST-RELEXCW
              MOVE ST-RELEXCW            TO RETURN-CODE
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

           DISPLAY '***ABEND-COBOL244*** RC=' WSS-RC-ABEND
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           MOVE WSS-RC-ABEND TO RETURN-CODE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
