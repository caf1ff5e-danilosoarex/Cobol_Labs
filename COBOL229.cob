      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : CONFIRMACAO DE ENTREGA DO CONTRACHEQUE ELETRONICO.
      *            LE A SITUACAO DE ENTREGA (ENTREGA, LAYOUT COPY2293,
      *            GRAVADA PELO COBOL158) E APLICA OS RETORNOS DO
      *            PORTAL DE AUTOATENDIMENTO / GATEWAY DE E-MAIL
      *            (RETHOLER): RECEBIDO, ABERTO OU DEVOLVIDO, COM DATA
      *            E HORA, QUE FICAM NA NOVA GERACAO ENTREGAN COMO
      *            COMPROVANTE DE ENTREGA. O CONTRACHEQUE DEVOLVIDO
      *            (E-MAIL INVALIDO) E REIMPRESSO A PARTIR DO PACOTE
      *            HOLERITE (COPY2292) NO ARQUIVO DE IMPRESSAO
      *            CONTRDEV E O E-MAIL FICA BLOQUEADO NA NOVA GERACAO
      *            DO CADASTRO DE CONTATOS (CONTATON, LAYOUT COPY2291),
      *            PARA QUE O PROXIMO CONTRACHEQUE JA SAIA NO PAPEL.
      *            O RELATORIO RELENTRG MOSTRA, POR DEPARTAMENTO, QUEM
      *            AINDA NAO RECEBEU OU NAO ABRIU O CONTRACHEQUE, COM
      *            OS TOTAIS POR SITUACAO. RETORNO DE MATRICULA FORA DA
      *            FOLHA E DEVOLVIDO SEM O PACOTE PARA REIMPRIMIR SAEM
      *            COMO OCORRENCIA (RC 4).
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL229.
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
           SELECT ENTREGA ASSIGN TO ENTREGA
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-ENTREGA.
      *
           SELECT RETHOLER ASSIGN TO RETHOLER
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RETHOLER.
      *
           SELECT HOLERITE ASSIGN TO HOLERITE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-HOLERITE.
      *
           SELECT CONTATOF ASSIGN TO CONTATOF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CONTATOF.
      *
           SELECT CONTATON ASSIGN TO CONTATON
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CONTATON.
      *
           SELECT ENTREGAN ASSIGN TO ENTREGAN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-ENTREGAN.
      *
           SELECT CONTRDEV ASSIGN TO CONTRDEV
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CONTRDEV.
      *
           SELECT RELENTRG ASSIGN TO RELENTRG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELENTRG.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   ENTREGA
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-ENTREGA-ENT                PIC X(080).
      *----
       FD   RETHOLER
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * RETORNO DO PORTAL / GATEWAY: UM REGISTRO POR EVENTO, EM
      * QUALQUER ORDEM ('R' = RECEBIDO NA CAIXA DO FUNCIONARIO OU
      * DISPONIVEL NO PORTAL, 'A' = ABERTO / VISUALIZADO,
      * 'D' = DEVOLVIDO PELO SERVIDOR DE E-MAIL)
      *----
       01   REG-RETHOLER.
            03 RTH-MATRICULA               PIC 9(008).
            03 RTH-EVENTO                  PIC X(001).
               88 RTH-RECEBIDO                      VALUE 'R'.
               88 RTH-ABERTO                        VALUE 'A'.
               88 RTH-DEVOLVIDO                     VALUE 'D'.
            03 RTH-DATA                    PIC 9(008).
            03 RTH-HORA                    PIC 9(006).
            03 RTH-MOTIVO                  PIC X(040).
            03 FILLER                      PIC X(017).
      *----
       FD   HOLERITE
            RECORDING MODE IS F
            RECORD CONTAINS 150 CHARACTERS.
      *----
           COPY  'COPY2292'.
      *----
       FD   CONTATOF
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-CONTATOF-ENT               PIC X(080).
      *----
       FD   CONTATON
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-CONTATON                   PIC X(080).
      *----
       FD   ENTREGAN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-ENTREGAN                   PIC X(080).
      *----
       FD   CONTRDEV.
      *----
       01   REG-CONTRDEV                   PIC X(132).
      *----
       FD   RELENTRG.
      *----
       01   REG-RELENTRG                   PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-ENTREGA                      PIC 9(002) VALUE 0.
       77  ST-RETHOLER                     PIC 9(002) VALUE 0.
       77  ST-HOLERITE                     PIC 9(002) VALUE 0.
       77  ST-CONTATOF                     PIC 9(002) VALUE 0.
       77  ST-CONTATON                     PIC 9(002) VALUE 0.
       77  ST-ENTREGAN                     PIC 9(002) VALUE 0.
       77  ST-CONTRDEV                     PIC 9(002) VALUE 0.
       77  ST-RELENTRG                     PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-QTD-ENT                     PIC 9(004) VALUE 0.
       77  WSS-QTD-OCOR                    PIC 9(004) VALUE 0.
       77  WSS-QTD-REIMPRIMIR              PIC 9(006) VALUE ZEROES.
       77  WSS-REG-RETORNOS                PIC 9(006) VALUE ZEROES.
       77  WSS-REG-REIMPRESSOS             PIC 9(006) VALUE ZEROES.
       77  WSS-REG-BLOQUEADOS              PIC 9(006) VALUE ZEROES.
       77  WSS-REG-CONTATOS                PIC 9(006) VALUE ZEROES.
       77  WSS-REG-GRAVADOS                PIC 9(006) VALUE ZEROES.
       77  WSS-IDX-SIT                     PIC 9(004) COMP VALUE 0.
       77  WSS-DEPTO-ANT                   PIC X(005) VALUE SPACES.
       77  WSS-MOTIVO-OCOR                 PIC X(040) VALUE SPACES.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-COPIAR                      PIC X(001) VALUE 'N'.
       77  WSS-PRIMEIRA-LINHA              PIC X(001) VALUE 'N'.
       77  MASCARA-DATA                    PIC 99/99/9999.
      *----
      * GUARDA O RETURN-CODE DO ABEND: O CALL AO CLASSIFICADOR ZERA
      * O RETURN-CODE NA VOLTA
      *----
       77  WSS-RC-ABEND                    PIC 9(003) VALUE 0.
       77  WSS-RC-FINAL                    PIC 9(003) VALUE 0.
      *----
      * AREAS DE TRABALHO DA SITUACAO DE ENTREGA E DO CADASTRO DE
      * CONTATOS (LIDOS COM INTO E REGRAVADOS COM FROM)
      *----
           COPY  'COPY2293'.
           COPY  'COPY2291'.
      *----
      * SITUACAO DE ENTREGA EM MEMORIA: CLASSIFICADA POR MATRICULA
      * PARA APLICAR OS RETORNOS E POR DEPARTAMENTO + MATRICULA PARA
      * A NOVA GERACAO E O RELATORIO
      *----
       01  WSS-TAB-ENT.
           05 WSS-ENT-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-ENT
                 ASCENDING KEY IS TEN-MATRICULA
                 INDEXED BY IDX-ENT.
              10 TEN-DEPTO                 PIC X(005).
              10 TEN-MATRICULA             PIC 9(008).
              10 TEN-NOME                  PIC X(030).
              10 TEN-CANAL                 PIC X(001).
              10 TEN-SITUACAO              PIC X(001).
              10 TEN-DATA-GERACAO          PIC 9(008).
              10 TEN-DATA-EVENTO           PIC 9(008).
              10 TEN-HORA-EVENTO           PIC 9(006).
              10 TEN-MOTIVO-PAPEL          PIC X(001).
      *----
      * OCORRENCIAS DO PROCESSAMENTO
      *----
       01  WSS-TAB-OCOR.
           05 WSS-OCO-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-OCOR
                 INDEXED BY IDX-OCO.
              10 TOC-MATRICULA             PIC 9(008).
              10 TOC-EVENTO                PIC X(001).
              10 TOC-MOTIVO                PIC X(040).
      *----
      * CONTADORES POR SITUACAO: 1 = FUNCIONARIOS, 2 = PAPEL,
      * 3 = ABERTOS, 4 = RECEBIDOS NAO ABERTOS, 5 = SEM RETORNO,
      * 6 = DEVOLVIDOS
      *----
       01  WSS-CONTADORES.
           03 WSS-QB-CONT                  PIC 9(005) OCCURS 6 TIMES.
           03 WSS-TG-CONT                  PIC 9(005) OCCURS 6 TIMES.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL229'.
           03 FILLER                       PIC X(050)
              VALUE 'SITUACAO DE ENTREGA DOS CONTRACHEQUES'.
           03 FILLER                       PIC X(010)
              VALUE 'GERACAO : '.
           03 CAB-GERACAO                  PIC 99/99/9999.
      *----
       01  CAB02.
           03 FILLER                       PIC X(013)
              VALUE 'DEPARTAMENTO '.
           03 CAB-DEPTO                    PIC X(005) VALUE SPACES.
           03 FILLER                       PIC X(050)
              VALUE ' - CONTRACHEQUES NAO RECEBIDOS OU NAO ABERTOS'.
      *----
       01  CAB03.
           03 FILLER                       PIC X(010) VALUE 'MATRICULA'.
           03 FILLER                       PIC X(032) VALUE 'NOME'.
           03 FILLER                       PIC X(008) VALUE 'CANAL'.
           03 FILLER                       PIC X(024) VALUE 'SITUACAO'.
           03 FILLER                       PIC X(012)
              VALUE 'DATA EVENTO'.
           03 FILLER                       PIC X(008) VALUE 'HORA'.
      *----
       01  CAB04.
           03 FILLER                       PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(060)
              VALUE 'OCORRENCIAS DO PROCESSAMENTO'.
      *----
       01  DET01.
           03 MATRICULA-DET                PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 NOME-DET                     PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 CANAL-DET                    PIC X(006) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 SITUACAO-DET                 PIC X(022) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DATA-DET                     PIC X(010) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 HORA-DET                     PIC 99.99.99.
      *----
       01  TOT01.
           03 ROTULO-TOT                   PIC X(021) VALUE SPACES.
           03 FILLER                       PIC X(006) VALUE ' FUNC '.
           03 FUNC-TOT                     PIC ZZZZ9.
           03 FILLER                       PIC X(007) VALUE ' PAPEL '.
           03 PAPEL-TOT                    PIC ZZZZ9.
           03 FILLER                       PIC X(009)
              VALUE ' ABERTOS '.
           03 ABERTOS-TOT                  PIC ZZZZ9.
           03 FILLER                       PIC X(012)
              VALUE ' NAO ABERTOS'.
           03 RECEBIDOS-TOT                PIC ZZZZ9.
           03 FILLER                       PIC X(013)
              VALUE ' SEM RETORNO '.
           03 SEMRET-TOT                   PIC ZZZZ9.
           03 FILLER                       PIC X(012)
              VALUE ' DEVOLVIDOS '.
           03 DEVOLV-TOT                   PIC ZZZZ9.
      *----
       01  DET02.
           03 MATRICULA-OCO                PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 EVENTO-OCO                   PIC X(001) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 MOTIVO-OCO                   PIC X(040) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL229'
           DISPLAY ' CONFIRMACAO DE ENTREGA DO CONTRACHEQUE'.

           PERFORM 0100-CARGA-ENTREGA
              THRU 0100-CARGA-ENTREGA-EXIT.

           PERFORM 0200-APLICA-RETORNO
              THRU 0200-APLICA-RETORNO-EXIT.

           PERFORM 0300-REIMPRIME-DEVOLVIDOS
              THRU 0300-REIMPRIME-DEVOLVIDOS-EXIT.

           PERFORM 0400-ATUALIZA-CONTATOS
              THRU 0400-ATUALIZA-CONTATOS-EXIT.

           IF WSS-QTD-ENT GREATER 1
              SORT WSS-ENT-ENTRY ASCENDING TEN-DEPTO TEN-MATRICULA
           END-IF.

           PERFORM 0500-GRAVA-ENTREGAN
              THRU 0500-GRAVA-ENTREGAN-EXIT.

           PERFORM 4000-IMPRIME-RELATORIO
              THRU 4000-IMPRIME-RELATORIO-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL229                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* CONTRACHEQUES NA FOLHA: ' WSS-QTD-ENT.
           DISPLAY '* RETORNOS LIDOS        : ' WSS-REG-RETORNOS.
           DISPLAY '* ABERTOS               : ' WSS-TG-CONT (3).
           DISPLAY '* RECEBIDOS NAO ABERTOS : ' WSS-TG-CONT (4).
           DISPLAY '* SEM RETORNO           : ' WSS-TG-CONT (5).
           DISPLAY '* DEVOLVIDOS            : ' WSS-TG-CONT (6).
           DISPLAY '* REIMPRESSOS (CONTRDEV): ' WSS-REG-REIMPRESSOS.
           DISPLAY '* E-MAILS BLOQUEADOS    : ' WSS-REG-BLOQUEADOS.
           DISPLAY '* OCORRENCIAS           : ' WSS-QTD-OCOR.
           DISPLAY '*******************************************'.

           IF WSS-QTD-OCOR GREATER 0
              MOVE 4                     TO WSS-RC-FINAL
           END-IF.

           MOVE WSS-RC-FINAL             TO RETURN-CODE.

           STOP RUN.

      *----
      * SITUACAO DE ENTREGA DA FOLHA (OBRIGATORIA). DEVOLVIDO AINDA
      * SEM REIMPRESSAO (PACOTE AUSENTE NUMA EXECUCAO ANTERIOR) VOLTA
      * PARA A FILA DE REIMPRESSAO
      *----
       0100-CARGA-ENTREGA.

           DISPLAY '0100-CARGA-ENTREGA'.

           OPEN INPUT ENTREGA.

           IF ST-ENTREGA NOT EQUAL 0 THEN
              DISPLAY 'COBOL229 - ERRO OPEN ENTREGA FS=' ST-ENTREGA
              MOVE ST-ENTREGA            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0110-LER-ENTREGA
              THRU 0110-LER-ENTREGA-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE ENTREGA.

           IF WSS-QTD-ENT EQUAL 0
              DISPLAY 'COBOL229 - ENTREGA VAZIO'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE TEN-DATA-GERACAO (1)     TO CAB-GERACAO.

           IF WSS-QTD-ENT GREATER 1
              SORT WSS-ENT-ENTRY ASCENDING TEN-MATRICULA
           END-IF.

       0100-CARGA-ENTREGA-EXIT.
           EXIT.

      *----
       0110-LER-ENTREGA.

           READ ENTREGA INTO REG-ENTREGA
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-ENTREGA NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL229 - ERRO READ ENTREGA FS=' ST-ENTREGA
              MOVE ST-ENTREGA            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0110-LER-ENTREGA-EXIT
           END-IF.

           IF WSS-QTD-ENT NOT LESS 5000
              DISPLAY 'COBOL229 - TABELA DE ENTREGA CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-ENT.
           SET IDX-ENT                   TO WSS-QTD-ENT.
           MOVE ENT-DEPTO                TO TEN-DEPTO (IDX-ENT).
           MOVE ENT-MATRICULA            TO TEN-MATRICULA (IDX-ENT).
           MOVE ENT-NOME                 TO TEN-NOME (IDX-ENT).
           MOVE ENT-CANAL                TO TEN-CANAL (IDX-ENT).
           MOVE ENT-SITUACAO             TO TEN-SITUACAO (IDX-ENT).
           MOVE ENT-DATA-GERACAO         TO TEN-DATA-GERACAO (IDX-ENT).
           MOVE ENT-DATA-EVENTO          TO TEN-DATA-EVENTO (IDX-ENT).
           MOVE ENT-HORA-EVENTO          TO TEN-HORA-EVENTO (IDX-ENT).
           MOVE ENT-MOTIVO-PAPEL         TO TEN-MOTIVO-PAPEL (IDX-ENT).

           IF ENT-DEVOLVIDO
              AND ENT-MOTIVO-PAPEL NOT EQUAL 'D'
              ADD 1                      TO WSS-QTD-REIMPRIMIR
           END-IF.

       0110-LER-ENTREGA-EXIT.
           EXIT.

      *----
      * RETORNOS DO PORTAL / GATEWAY (OPCIONAL: SEM ELE SO SAI O
      * RELATORIO DA SITUACAO ATUAL)
      *----
       0200-APLICA-RETORNO.

           DISPLAY '0200-APLICA-RETORNO'.

           OPEN INPUT RETHOLER.

           IF ST-RETHOLER EQUAL 35
              DISPLAY 'COBOL229 - RETHOLER NAO INFORMADO'
              GO TO 0200-APLICA-RETORNO-EXIT
           END-IF.

           IF ST-RETHOLER NOT EQUAL 0 THEN
              DISPLAY 'COBOL229 - ERRO OPEN RETHOLER FS=' ST-RETHOLER
              MOVE ST-RETHOLER           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0210-LER-RETORNO
              THRU 0210-LER-RETORNO-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE RETHOLER.

       0200-APLICA-RETORNO-EXIT.
           EXIT.

      *----
      * PRECEDENCIA DOS EVENTOS: ABERTO > RECEBIDO > ENVIADO. A
      * DEVOLUCAO SO VALE PARA QUEM AINDA NAO TEVE CONFIRMACAO;
      * CONTRACHEQUE IMPRESSO NAO RECEBE RETORNO ELETRONICO
      *----
       0210-LER-RETORNO.

           READ RETHOLER
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-RETHOLER NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL229 - ERRO READ RETHOLER FS=' ST-RETHOLER
              MOVE ST-RETHOLER           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0210-LER-RETORNO-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-RETORNOS.

           IF NOT RTH-RECEBIDO
              AND NOT RTH-ABERTO
              AND NOT RTH-DEVOLVIDO
              MOVE 'EVENTO DE RETORNO INVALIDO' TO WSS-MOTIVO-OCOR
              PERFORM 0290-INCLUI-OCORRENCIA
                 THRU 0290-INCLUI-OCORRENCIA-EXIT
              GO TO 0210-LER-RETORNO-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-ACHOU.

           SEARCH ALL WSS-ENT-ENTRY
             AT END
                CONTINUE
             WHEN TEN-MATRICULA (IDX-ENT) EQUAL RTH-MATRICULA
                MOVE 'S'                 TO WSS-ACHOU
           END-SEARCH.

           IF WSS-ACHOU NOT EQUAL 'S'
              MOVE 'MATRICULA FORA DA SITUACAO DE ENTREGA'
                                         TO WSS-MOTIVO-OCOR
              PERFORM 0290-INCLUI-OCORRENCIA
                 THRU 0290-INCLUI-OCORRENCIA-EXIT
              GO TO 0210-LER-RETORNO-EXIT
           END-IF.

           IF TEN-CANAL (IDX-ENT) EQUAL 'I'
              MOVE 'RETORNO DE CONTRACHEQUE IMPRESSO'
                                         TO WSS-MOTIVO-OCOR
              PERFORM 0290-INCLUI-OCORRENCIA
                 THRU 0290-INCLUI-OCORRENCIA-EXIT
              GO TO 0210-LER-RETORNO-EXIT
           END-IF.

           IF RTH-ABERTO
              AND TEN-SITUACAO (IDX-ENT) NOT EQUAL 'A'
              MOVE 'A'                   TO TEN-SITUACAO (IDX-ENT)
              MOVE RTH-DATA              TO TEN-DATA-EVENTO (IDX-ENT)
              MOVE RTH-HORA              TO TEN-HORA-EVENTO (IDX-ENT)
              GO TO 0210-LER-RETORNO-EXIT
           END-IF.

           IF RTH-RECEBIDO
              AND (TEN-SITUACAO (IDX-ENT) EQUAL 'G'
                   OR TEN-SITUACAO (IDX-ENT) EQUAL 'D')
              MOVE 'R'                   TO TEN-SITUACAO (IDX-ENT)
              MOVE RTH-DATA              TO TEN-DATA-EVENTO (IDX-ENT)
              MOVE RTH-HORA              TO TEN-HORA-EVENTO (IDX-ENT)
              GO TO 0210-LER-RETORNO-EXIT
           END-IF.

           IF RTH-DEVOLVIDO
              AND TEN-SITUACAO (IDX-ENT) EQUAL 'G'
              MOVE 'D'                   TO TEN-SITUACAO (IDX-ENT)
              MOVE RTH-DATA              TO TEN-DATA-EVENTO (IDX-ENT)
              MOVE RTH-HORA              TO TEN-HORA-EVENTO (IDX-ENT)
              ADD 1                      TO WSS-QTD-REIMPRIMIR
           END-IF.

       0210-LER-RETORNO-EXIT.
           EXIT.

      *----
       0290-INCLUI-OCORRENCIA.

           IF WSS-QTD-OCOR NOT LESS 500
              DISPLAY 'COBOL229 - ' WSS-MOTIVO-OCOR
                      ' MATRICULA ' RTH-MATRICULA
              GO TO 0290-INCLUI-OCORRENCIA-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-OCOR.
           SET IDX-OCO                   TO WSS-QTD-OCOR.
           MOVE RTH-MATRICULA            TO TOC-MATRICULA (IDX-OCO).
           MOVE RTH-EVENTO               TO TOC-EVENTO (IDX-OCO).
           MOVE WSS-MOTIVO-OCOR          TO TOC-MOTIVO (IDX-OCO).

       0290-INCLUI-OCORRENCIA-EXIT.
           EXIT.

      *----
      * REIMPRESSAO DOS DEVOLVIDOS NO CONTRDEV (MESMO FORMATO DO
      * CONTRACH), COPIANDO AS LINHAS DO PACOTE HOLERITE. O ARQUIVO
      * DE IMPRESSAO E SEMPRE ABERTO, MESMO VAZIO
      *----
       0300-REIMPRIME-DEVOLVIDOS.

           DISPLAY '0300-REIMPRIME-DEVOLVIDOS'.

           OPEN OUTPUT CONTRDEV.

           IF ST-CONTRDEV NOT EQUAL 0 THEN
              DISPLAY 'COBOL229 - ERRO OPEN CONTRDEV FS=' ST-CONTRDEV
              MOVE ST-CONTRDEV           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-QTD-REIMPRIMIR GREATER 0
              PERFORM 0305-LE-PACOTE
                 THRU 0305-LE-PACOTE-EXIT
           END-IF.

           CLOSE CONTRDEV.

       0300-REIMPRIME-DEVOLVIDOS-EXIT.
           EXIT.

      *----
       0305-LE-PACOTE.

           OPEN INPUT HOLERITE.

           IF ST-HOLERITE EQUAL 35
              DISPLAY 'COBOL229 - HOLERITE NAO INFORMADO, DEVOLVIDOS '
                      'SEM REIMPRESSAO: ' WSS-QTD-REIMPRIMIR
              MOVE 4                     TO WSS-RC-FINAL
              GO TO 0305-LE-PACOTE-EXIT
           END-IF.

           IF ST-HOLERITE NOT EQUAL 0 THEN
              DISPLAY 'COBOL229 - ERRO OPEN HOLERITE FS=' ST-HOLERITE
              MOVE ST-HOLERITE           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.
           MOVE 'N'                      TO WSS-COPIAR.

           PERFORM 0310-LER-HOLERITE
              THRU 0310-LER-HOLERITE-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE HOLERITE.

           IF WSS-REG-REIMPRESSOS LESS WSS-QTD-REIMPRIMIR
              DISPLAY 'COBOL229 - DEVOLVIDOS FORA DO PACOTE HOLERITE, '
                      'SEM REIMPRESSAO'
              MOVE 4                     TO WSS-RC-FINAL
           END-IF.

       0305-LE-PACOTE-EXIT.
           EXIT.

      *----
      * NO REGISTRO 'H' DECIDE SE O FUNCIONARIO E REIMPRESSO; A
      * PRIMEIRA LINHA 'L' (CABECALHO DO DEMONSTRATIVO) ABRE PAGINA
      *----
       0310-LER-HOLERITE.

           READ HOLERITE
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-HOLERITE NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL229 - ERRO READ HOLERITE FS=' ST-HOLERITE
              MOVE ST-HOLERITE           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0310-LER-HOLERITE-EXIT
           END-IF.

           IF HOL-CABECALHO
              PERFORM 0320-SELECIONA-DEVOLVIDO
                 THRU 0320-SELECIONA-DEVOLVIDO-EXIT
              GO TO 0310-LER-HOLERITE-EXIT
           END-IF.

           IF WSS-COPIAR NOT EQUAL 'S'
              GO TO 0310-LER-HOLERITE-EXIT
           END-IF.

           IF WSS-PRIMEIRA-LINHA EQUAL 'S'
              WRITE REG-CONTRDEV FROM HOL-TEXTO AFTER ADVANCING PAGE
              END-WRITE
              MOVE 'N'                   TO WSS-PRIMEIRA-LINHA
           ELSE
              WRITE REG-CONTRDEV FROM HOL-TEXTO AFTER ADVANCING 1
              END-WRITE
           END-IF.

           IF ST-CONTRDEV NOT EQUAL 0 THEN
              DISPLAY 'COBOL229 - ERRO WRITE CONTRDEV FS=' ST-CONTRDEV
              MOVE ST-CONTRDEV           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       0310-LER-HOLERITE-EXIT.
           EXIT.

      *----
      * DEVOLVIDO AINDA NAO REIMPRESSO: MARCA O MOTIVO DO PAPEL 'D'
      * (REIMPRESSO) PARA NAO REPETIR NA PROXIMA EXECUCAO
      *----
       0320-SELECIONA-DEVOLVIDO.

           MOVE 'N'                      TO WSS-COPIAR.
           MOVE 'N'                      TO WSS-ACHOU.

           SEARCH ALL WSS-ENT-ENTRY
             AT END
                CONTINUE
             WHEN TEN-MATRICULA (IDX-ENT) EQUAL HOL-MATRICULA
                MOVE 'S'                 TO WSS-ACHOU
           END-SEARCH.

           IF WSS-ACHOU NOT EQUAL 'S'
              OR TEN-SITUACAO (IDX-ENT) NOT EQUAL 'D'
              OR TEN-MOTIVO-PAPEL (IDX-ENT) EQUAL 'D'
              GO TO 0320-SELECIONA-DEVOLVIDO-EXIT
           END-IF.

           MOVE 'S'                      TO WSS-COPIAR.
           MOVE 'S'                      TO WSS-PRIMEIRA-LINHA.
           MOVE 'D'                      TO TEN-MOTIVO-PAPEL (IDX-ENT).
           ADD 1                         TO WSS-REG-REIMPRESSOS.

       0320-SELECIONA-DEVOLVIDO-EXIT.
           EXIT.

      *----
      * NOVA GERACAO DO CADASTRO DE CONTATOS: E-MAIL DE QUEM TEVE O
      * CONTRACHEQUE DEVOLVIDO FICA BLOQUEADO ATE O RH CORRIGIR O
      * CADASTRO (O COBOL158 PASSA A IMPRIMIR)
      *----
       0400-ATUALIZA-CONTATOS.

           DISPLAY '0400-ATUALIZA-CONTATOS'.

           OPEN INPUT CONTATOF.

           IF ST-CONTATOF NOT EQUAL 0 THEN
              DISPLAY 'COBOL229 - ERRO OPEN CONTATOF FS=' ST-CONTATOF
              MOVE ST-CONTATOF           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT CONTATON.

           IF ST-CONTATON NOT EQUAL 0 THEN
              DISPLAY 'COBOL229 - ERRO OPEN CONTATON FS=' ST-CONTATON
              MOVE ST-CONTATON           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0410-LER-CONTATOF
              THRU 0410-LER-CONTATOF-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CONTATOF.
           CLOSE CONTATON.

       0400-ATUALIZA-CONTATOS-EXIT.
           EXIT.

      *----
       0410-LER-CONTATOF.

           READ CONTATOF INTO REG-CONTATOF
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CONTATOF NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL229 - ERRO READ CONTATOF FS=' ST-CONTATOF
              MOVE ST-CONTATOF           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0410-LER-CONTATOF-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-CONTATOS.

           IF NOT CTF-EMAIL-DEVOLVIDO
              PERFORM 0420-BLOQUEIA-DEVOLVIDO
                 THRU 0420-BLOQUEIA-DEVOLVIDO-EXIT
           END-IF.

           WRITE REG-CONTATON FROM REG-CONTATOF.

           IF ST-CONTATON NOT EQUAL 0 THEN
              DISPLAY 'COBOL229 - ERRO WRITE CONTATON FS=' ST-CONTATON
              MOVE ST-CONTATON           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       0410-LER-CONTATOF-EXIT.
           EXIT.

      *----
       0420-BLOQUEIA-DEVOLVIDO.

           MOVE 'N'                      TO WSS-ACHOU.

           SEARCH ALL WSS-ENT-ENTRY
             AT END
                CONTINUE
             WHEN TEN-MATRICULA (IDX-ENT) EQUAL CTF-MATRICULA
                MOVE 'S'                 TO WSS-ACHOU
           END-SEARCH.

           IF WSS-ACHOU EQUAL 'S'
              AND TEN-SITUACAO (IDX-ENT) EQUAL 'D'
              MOVE 'D'                   TO CTF-BLOQUEIO
              MOVE TEN-DATA-EVENTO (IDX-ENT) TO CTF-DATA-ATUALIZ
              ADD 1                      TO WSS-REG-BLOQUEADOS
           END-IF.

       0420-BLOQUEIA-DEVOLVIDO-EXIT.
           EXIT.

      *----
      * NOVA GERACAO DA SITUACAO DE ENTREGA, NA ORDEM DO CONTRACHEQUE
      *----
       0500-GRAVA-ENTREGAN.

           DISPLAY '0500-GRAVA-ENTREGAN'.

           OPEN OUTPUT ENTREGAN.

           IF ST-ENTREGAN NOT EQUAL 0 THEN
              DISPLAY 'COBOL229 - ERRO OPEN ENTREGAN FS=' ST-ENTREGAN
              MOVE ST-ENTREGAN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0510-GRAVA-SITUACAO
              THRU 0510-GRAVA-SITUACAO-EXIT
              VARYING IDX-ENT FROM 1 BY 1
              UNTIL IDX-ENT > WSS-QTD-ENT.

           CLOSE ENTREGAN.

       0500-GRAVA-ENTREGAN-EXIT.
           EXIT.

      *----
       0510-GRAVA-SITUACAO.

           MOVE SPACES                   TO REG-ENTREGA.
           MOVE TEN-MATRICULA (IDX-ENT)  TO ENT-MATRICULA.
           MOVE TEN-DEPTO (IDX-ENT)      TO ENT-DEPTO.
           MOVE TEN-NOME (IDX-ENT)       TO ENT-NOME.
           MOVE TEN-CANAL (IDX-ENT)      TO ENT-CANAL.
           MOVE TEN-SITUACAO (IDX-ENT)   TO ENT-SITUACAO.
           MOVE TEN-DATA-GERACAO (IDX-ENT) TO ENT-DATA-GERACAO.
           MOVE TEN-DATA-EVENTO (IDX-ENT) TO ENT-DATA-EVENTO.
           MOVE TEN-HORA-EVENTO (IDX-ENT) TO ENT-HORA-EVENTO.
           MOVE TEN-MOTIVO-PAPEL (IDX-ENT) TO ENT-MOTIVO-PAPEL.

           WRITE REG-ENTREGAN FROM REG-ENTREGA.

           IF ST-ENTREGAN NOT EQUAL 0 THEN
              DISPLAY 'COBOL229 - ERRO WRITE ENTREGAN FS=' ST-ENTREGAN
              MOVE ST-ENTREGAN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-GRAVADOS.

       0510-GRAVA-SITUACAO-EXIT.
           EXIT.

      *----
      * RELATORIO POR DEPARTAMENTO: LISTA QUEM NAO ABRIU (RECEBIDO,
      * SEM RETORNO OU DEVOLVIDO) E TOTALIZA TODAS AS SITUACOES
      *----
       4000-IMPRIME-RELATORIO.

           DISPLAY '4000-IMPRIME-RELATORIO'.

           OPEN OUTPUT RELENTRG.

           IF ST-RELENTRG NOT EQUAL 0 THEN
              DISPLAY 'COBOL229 - ERRO OPEN RELENTRG FS=' ST-RELENTRG
              MOVE ST-RELENTRG           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE ZEROES                   TO WSS-CONTADORES.

           WRITE REG-RELENTRG FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.

           PERFORM 4100-IMPRIME-FUNCIONARIO
              THRU 4100-IMPRIME-FUNCIONARIO-EXIT
              VARYING IDX-ENT FROM 1 BY 1
              UNTIL IDX-ENT > WSS-QTD-ENT.

           PERFORM 4200-QUEBRA-DEPTO
              THRU 4200-QUEBRA-DEPTO-EXIT.

           MOVE 'TOTAL GERAL'            TO ROTULO-TOT.
           MOVE WSS-TG-CONT (1)          TO FUNC-TOT.
           MOVE WSS-TG-CONT (2)          TO PAPEL-TOT.
           MOVE WSS-TG-CONT (3)          TO ABERTOS-TOT.
           MOVE WSS-TG-CONT (4)          TO RECEBIDOS-TOT.
           MOVE WSS-TG-CONT (5)          TO SEMRET-TOT.
           MOVE WSS-TG-CONT (6)          TO DEVOLV-TOT.
           WRITE REG-RELENTRG FROM TOT01 AFTER ADVANCING 3
           END-WRITE.

           IF WSS-QTD-OCOR GREATER 0
              WRITE REG-RELENTRG FROM CAB01 AFTER ADVANCING PAGE
              END-WRITE
              WRITE REG-RELENTRG FROM CAB04 AFTER ADVANCING 2
              END-WRITE
              PERFORM 4300-IMPRIME-OCORRENCIA
                 THRU 4300-IMPRIME-OCORRENCIA-EXIT
                 VARYING IDX-OCO FROM 1 BY 1
                 UNTIL IDX-OCO > WSS-QTD-OCOR
           END-IF.

           IF ST-RELENTRG NOT EQUAL 0 THEN
              DISPLAY 'COBOL229 - ERRO WRITE RELENTRG FS=' ST-RELENTRG
              MOVE ST-RELENTRG           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE RELENTRG.

       4000-IMPRIME-RELATORIO-EXIT.
           EXIT.

      *----
       4100-IMPRIME-FUNCIONARIO.

           IF IDX-ENT GREATER 1
              AND TEN-DEPTO (IDX-ENT) NOT EQUAL WSS-DEPTO-ANT
              PERFORM 4200-QUEBRA-DEPTO
                 THRU 4200-QUEBRA-DEPTO-EXIT
           END-IF.

           IF IDX-ENT EQUAL 1
              OR TEN-DEPTO (IDX-ENT) NOT EQUAL WSS-DEPTO-ANT
              MOVE TEN-DEPTO (IDX-ENT)   TO WSS-DEPTO-ANT
                                            CAB-DEPTO
              WRITE REG-RELENTRG FROM CAB02 AFTER ADVANCING 3
              END-WRITE
              WRITE REG-RELENTRG FROM CAB03 AFTER ADVANCING 2
              END-WRITE
           END-IF.

           ADD 1                         TO WSS-QB-CONT (1).

           EVALUATE TEN-SITUACAO (IDX-ENT)
              WHEN 'I'
                 MOVE 2                  TO WSS-IDX-SIT
              WHEN 'A'
                 MOVE 3                  TO WSS-IDX-SIT
              WHEN 'R'
                 MOVE 4                  TO WSS-IDX-SIT
                 MOVE 'RECEBIDO, NAO ABERTO' TO SITUACAO-DET
              WHEN 'D'
                 MOVE 6                  TO WSS-IDX-SIT
                 IF TEN-MOTIVO-PAPEL (IDX-ENT) EQUAL 'D'
                    MOVE 'DEVOLVIDO, REIMPRESSO' TO SITUACAO-DET
                 ELSE
                    MOVE 'DEVOLVIDO, SEM REIMPR.' TO SITUACAO-DET
                 END-IF
              WHEN OTHER
                 MOVE 5                  TO WSS-IDX-SIT
                 MOVE 'ENVIADO, SEM RETORNO' TO SITUACAO-DET
           END-EVALUATE.

           ADD 1                         TO WSS-QB-CONT (WSS-IDX-SIT).

           IF WSS-IDX-SIT LESS 4
              GO TO 4100-IMPRIME-FUNCIONARIO-EXIT
           END-IF.

           MOVE TEN-MATRICULA (IDX-ENT)  TO MATRICULA-DET.
           MOVE TEN-NOME (IDX-ENT)       TO NOME-DET.

           IF TEN-CANAL (IDX-ENT) EQUAL 'E'
              MOVE 'E-MAIL'              TO CANAL-DET
           ELSE
              MOVE 'PORTAL'              TO CANAL-DET
           END-IF.

           IF TEN-DATA-EVENTO (IDX-ENT) EQUAL 0
              MOVE SPACES                TO DATA-DET
              MOVE 0                     TO HORA-DET
           ELSE
              MOVE TEN-DATA-EVENTO (IDX-ENT) TO MASCARA-DATA
              MOVE MASCARA-DATA          TO DATA-DET
              MOVE TEN-HORA-EVENTO (IDX-ENT) TO HORA-DET
           END-IF.

           WRITE REG-RELENTRG FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELENTRG NOT EQUAL 0 THEN
              DISPLAY 'COBOL229 - ERRO WRITE RELENTRG FS=' ST-RELENTRG
              MOVE ST-RELENTRG           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       4100-IMPRIME-FUNCIONARIO-EXIT.
           EXIT.

      *----
       4200-QUEBRA-DEPTO.

           MOVE 'TOTAL DO DEPTO'         TO ROTULO-TOT.
           MOVE WSS-QB-CONT (1)          TO FUNC-TOT.
           MOVE WSS-QB-CONT (2)          TO PAPEL-TOT.
           MOVE WSS-QB-CONT (3)          TO ABERTOS-TOT.
           MOVE WSS-QB-CONT (4)          TO RECEBIDOS-TOT.
           MOVE WSS-QB-CONT (5)          TO SEMRET-TOT.
           MOVE WSS-QB-CONT (6)          TO DEVOLV-TOT.

           WRITE REG-RELENTRG FROM TOT01 AFTER ADVANCING 2
           END-WRITE.

           PERFORM 4210-ACUMULA-GERAL
              THRU 4210-ACUMULA-GERAL-EXIT
              VARYING WSS-IDX-SIT FROM 1 BY 1
              UNTIL WSS-IDX-SIT > 6.

       4200-QUEBRA-DEPTO-EXIT.
           EXIT.

      *----
       4210-ACUMULA-GERAL.

           ADD WSS-QB-CONT (WSS-IDX-SIT) TO WSS-TG-CONT (WSS-IDX-SIT).
           MOVE 0                        TO WSS-QB-CONT (WSS-IDX-SIT).

       4210-ACUMULA-GERAL-EXIT.
           EXIT.

      *----
       4300-IMPRIME-OCORRENCIA.

           MOVE TOC-MATRICULA (IDX-OCO)  TO MATRICULA-OCO.
           MOVE TOC-EVENTO (IDX-OCO)     TO EVENTO-OCO.
           MOVE TOC-MOTIVO (IDX-OCO)     TO MOTIVO-OCO.

           WRITE REG-RELENTRG FROM DET02 AFTER ADVANCING 1
           END-WRITE.

       4300-IMPRIME-OCORRENCIA-EXIT.
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

           DISPLAY '***ABEND-COBOL229*** RC=' WSS-RC-ABEND
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           MOVE WSS-RC-ABEND TO RETURN-CODE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
