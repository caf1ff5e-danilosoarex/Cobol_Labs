      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : RELATORIO DE CONFLITOS DE SEGREGACAO DE FUNCOES NO
      *            ARQUIVO DE PERMISSOES PERMFIL. O COBOL144 CONFERE
      *            UMA FUNCAO POR VEZ E NAO IMPEDE QUE O MESMO
      *            USER-ID TENHA, POR EXEMPLO, 'FOLHA' E 'LIBERA' -
      *            O QUE ANULA O PORTAO DE LIBERACAO (COBOL192) E A
      *            DUPLA CONFERENCIA (COBOL198). PARA CADA USUARIO DO
      *            PERMFIL, CONFERE CADA PAR DE FUNCOES INCOMPATIVEIS
      *            DA TABELA SODREGRA (LAYOUT COPY2321); '*' NA FUNCAO
      *            VALE COMO TODAS. O CONFLITO COBERTO POR EXCECAO
      *            VIGENTE NO SODEXCE (LAYOUT COPY2322) SAI INDICADO
      *            COMO TAL; OS DEMAIS SAO VIOLACOES (RC 4).
      *            RELATORIO RELSOD.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL232.
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
           SELECT SODREGRA ASSIGN TO SODREGRA
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-SODREGRA.
      *
           SELECT SODEXCE ASSIGN TO SODEXCE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-SODEXCE.
      *
           SELECT PERMFIL ASSIGN TO PERMFIL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PERMFIL.
      *
           SELECT RELSOD ASSIGN TO RELSOD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELSOD.
      *
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *
       FD   SODREGRA
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2321'.
      *----
       FD   SODEXCE
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2322'.
      *----
       FD   PERMFIL
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-PERMFIL.
            03 PERM-USUARIO                PIC X(008).
            03 PERM-FUNCAO                 PIC X(008).
            03 FILLER                      PIC X(064).
      *----
       FD   RELSOD.
      *----
       01   REG-RELSOD                     PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-SODREGRA                     PIC 9(002) VALUE 0.
       77  ST-SODEXCE                      PIC 9(002) VALUE 0.
       77  ST-PERMFIL                      PIC 9(002) VALUE 0.
       77  ST-RELSOD                       PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-QTD-REGRAS                  PIC 9(004) VALUE 0.
       77  WSS-QTD-EXC                     PIC 9(004) VALUE 0.
       77  WSS-QTD-PERM                    PIC 9(005) VALUE 0.
       77  WSS-IDX-RG                      PIC 9(004) COMP VALUE 0.
       77  WSS-IDX-PM                      PIC 9(005) COMP VALUE 0.
       77  WSS-REG-USUARIOS                PIC 9(006) VALUE ZEROES.
       77  WSS-REG-VIOLACOES               PIC 9(006) VALUE ZEROES.
       77  WSS-REG-EXCECOES                PIC 9(006) VALUE ZEROES.
       77  WSS-REG-EXC-IGNORADAS           PIC 9(006) VALUE ZEROES.
       77  WSS-USUARIO-ANT                 PIC X(008) VALUE SPACES.
       77  WSS-USUARIO-VIOLOU              PIC X(001) VALUE 'N'.
       77  WSS-REG-USU-VIOLACAO            PIC 9(006) VALUE ZEROES.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-TEM-A                       PIC X(001) VALUE 'N'.
       77  WSS-TEM-B                       PIC X(001) VALUE 'N'.
       77  WSS-FUNCAO-BUSCA                PIC X(008) VALUE SPACES.
       77  WSS-DATA-HOJE                   PIC 9(008) VALUE 0.
       77  MASCARA-DATA                    PIC 99/99/9999.
       01  WSS-DATA-AUX                    PIC 9(008) VALUE 0.
      *----
      * GUARDA O RETURN-CODE DO ABEND: O CALL AO CLASSIFICADOR ZERA
      * O RETURN-CODE NA VOLTA
      *----
       77  WSS-RC-ABEND                    PIC 9(003) VALUE 0.
       77  WSS-RC-FINAL                    PIC 9(003) VALUE 0.
      *----
       01  WSS-TAB-REGRAS.
           05 WSS-RG-ENTRY OCCURS 0 TO 200 TIMES
                 DEPENDING ON WSS-QTD-REGRAS.
              10 TRG-FUNCAO-A              PIC X(008).
              10 TRG-FUNCAO-B              PIC X(008).
              10 TRG-DESCRICAO             PIC X(040).
      *----
      * EXCECOES VALIDAS, CHAVEADAS POR USUARIO + PAR DE FUNCOES EM
      * ORDEM CRESCENTE (A ORDEM DO PAR NO ARQUIVO E INDIFERENTE)
      *----
       01  WSS-TAB-EXC.
           05 WSS-EXC-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WSS-QTD-EXC
                 ASCENDING KEY IS TEX-CHAVE
                 INDEXED BY IDX-EXC.
              10 TEX-CHAVE                 PIC X(024).
              10 TEX-VALIDADE              PIC 9(008).
      *----
      * PERMISSOES DO PERMFIL, CHAVEADAS POR USUARIO + FUNCAO
      *----
       01  WSS-TAB-PERM.
           05 WSS-PRM-ENTRY OCCURS 0 TO 9000 TIMES
                 DEPENDING ON WSS-QTD-PERM
                 ASCENDING KEY IS TPM-CHAVE
                 INDEXED BY IDX-PRM.
              10 TPM-CHAVE.
                 15 TPM-USUARIO            PIC X(008).
                 15 TPM-FUNCAO             PIC X(008).
      *----
       01  WSS-CHAVE-PERM.
           03 WCP-USUARIO                  PIC X(008).
           03 WCP-FUNCAO                   PIC X(008).
      *----
       01  WSS-CHAVE-EXC.
           03 WCE-USUARIO                  PIC X(008).
           03 WCE-FUNCAO-MENOR             PIC X(008).
           03 WCE-FUNCAO-MAIOR             PIC X(008).
      *----
       01  DATA-HORA.
           03 DH-DATA                      PIC 9(008).
           03 FILLER                       PIC X(013).
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL232'.
           03 FILLER                       PIC X(050)
              VALUE 'CONFLITOS DE SEGREGACAO DE FUNCOES - PERMFIL'.
           03 FILLER                       PIC X(007) VALUE 'DATA : '.
           03 CAB-DATA                     PIC X(010).
      *----
       01  CAB02.
           03 FILLER                       PIC X(010) VALUE 'USUARIO'.
           03 FILLER                       PIC X(010) VALUE 'FUNCAO'.
           03 FILLER                       PIC X(010) VALUE 'FUNCAO'.
           03 FILLER                       PIC X(042) VALUE 'REGRA'.
           03 FILLER                       PIC X(030) VALUE 'SITUACAO'.
      *----
       01  DET01.
           03 USUARIO-DET                  PIC X(008) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 FUNCAO-A-DET                 PIC X(008) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 FUNCAO-B-DET                 PIC X(008) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 DESCRICAO-DET                PIC X(040) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 SITUACAO-DET                 PIC X(016) VALUE SPACES.
           03 VALIDADE-DET                 PIC X(010) VALUE SPACES.
      *----
       01  TOT01.
           03 ROTULO-TOT                   PIC X(040) VALUE SPACES.
           03 QTD-TOT                      PIC ZZZZZ9.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL232'
           DISPLAY ' CONFLITOS DE SEGREGACAO DE FUNCOES'.

           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.
           MOVE DH-DATA                  TO WSS-DATA-HOJE.
           MOVE DH-DATA                  TO WSS-DATA-AUX.
           PERFORM ROT-FORMATA-DATA
              THRU ROT-FORMATA-DATA-EXIT.
           MOVE MASCARA-DATA             TO CAB-DATA.

           PERFORM 0100-CARGA-SODREGRA
              THRU 0100-CARGA-SODREGRA-EXIT.

           PERFORM 0200-CARGA-SODEXCE
              THRU 0200-CARGA-SODEXCE-EXIT.

           PERFORM 0300-CARGA-PERMFIL
              THRU 0300-CARGA-PERMFIL-EXIT.

           PERFORM 4000-IMPRIME-RELATORIO
              THRU 4000-IMPRIME-RELATORIO-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL232                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* REGRAS DE CONFLITO   : ' WSS-QTD-REGRAS.
           DISPLAY '* EXCECOES VALIDAS     : ' WSS-QTD-EXC.
           DISPLAY '* EXCECOES IGNORADAS   : ' WSS-REG-EXC-IGNORADAS.
           DISPLAY '* PERMISSOES LIDAS     : ' WSS-QTD-PERM.
           DISPLAY '* USUARIOS CONFERIDOS  : ' WSS-REG-USUARIOS.
           DISPLAY '* USUARIOS EM VIOLACAO : ' WSS-REG-USU-VIOLACAO.
           DISPLAY '* CONFLITOS EM VIOLACAO: ' WSS-REG-VIOLACOES.
           DISPLAY '* CONFLITOS C/ EXCECAO : ' WSS-REG-EXCECOES.
           DISPLAY '*******************************************'.

           IF WSS-REG-VIOLACOES GREATER 0
              MOVE 4                     TO WSS-RC-FINAL
           END-IF.

           MOVE WSS-RC-FINAL             TO RETURN-CODE.

           STOP RUN.

      *----
      * TABELA DE PARES DE FUNCOES INCOMPATIVEIS (OBRIGATORIA)
      *----
       0100-CARGA-SODREGRA.

           DISPLAY '0100-CARGA-SODREGRA'.

           OPEN INPUT SODREGRA.

           IF ST-SODREGRA NOT EQUAL 0 THEN
              DISPLAY 'COBOL232 - ERRO OPEN SODREGRA FS=' ST-SODREGRA
              MOVE ST-SODREGRA           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0110-LER-SODREGRA
              THRU 0110-LER-SODREGRA-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE SODREGRA.

       0100-CARGA-SODREGRA-EXIT.
           EXIT.

      *----
       0110-LER-SODREGRA.

           READ SODREGRA
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-SODREGRA NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL232 - ERRO READ SODREGRA FS=' ST-SODREGRA
              MOVE ST-SODREGRA           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0110-LER-SODREGRA-EXIT
           END-IF.

           IF SOD-FUNCAO-A EQUAL SPACES
              OR SOD-FUNCAO-B EQUAL SPACES
              OR SOD-FUNCAO-A EQUAL SOD-FUNCAO-B
              DISPLAY 'COBOL232 - REGRA INVALIDA IGNORADA: '
                      SOD-FUNCAO-A ' X ' SOD-FUNCAO-B
              GO TO 0110-LER-SODREGRA-EXIT
           END-IF.

           IF WSS-QTD-REGRAS NOT LESS 200
              DISPLAY 'COBOL232 - TABELA DE REGRAS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-REGRAS.
           MOVE SOD-FUNCAO-A    TO TRG-FUNCAO-A (WSS-QTD-REGRAS).
           MOVE SOD-FUNCAO-B    TO TRG-FUNCAO-B (WSS-QTD-REGRAS).
           MOVE SOD-DESCRICAO   TO TRG-DESCRICAO (WSS-QTD-REGRAS).

       0110-LER-SODREGRA-EXIT.
           EXIT.

      *----
      * EXCECOES (OPCIONAL, FS=35 = NENHUMA); SEM APROVADOR OU
      * APROVADA PELO PROPRIO USUARIO NAO VALE
      *----
       0200-CARGA-SODEXCE.

           DISPLAY '0200-CARGA-SODEXCE'.

           OPEN INPUT SODEXCE.

           IF ST-SODEXCE EQUAL 35
              DISPLAY 'COBOL232 - SODEXCE NAO INFORMADO'
              GO TO 0200-CARGA-SODEXCE-EXIT
           END-IF.

           IF ST-SODEXCE NOT EQUAL 0 THEN
              DISPLAY 'COBOL232 - ERRO OPEN SODEXCE FS=' ST-SODEXCE
              MOVE ST-SODEXCE            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0210-LER-SODEXCE
              THRU 0210-LER-SODEXCE-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE SODEXCE.

           IF WSS-QTD-EXC GREATER 1
              SORT WSS-EXC-ENTRY ASCENDING TEX-CHAVE
           END-IF.

       0200-CARGA-SODEXCE-EXIT.
           EXIT.

      *----
       0210-LER-SODEXCE.

           READ SODEXCE
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-SODEXCE NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL232 - ERRO READ SODEXCE FS=' ST-SODEXCE
              MOVE ST-SODEXCE            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0210-LER-SODEXCE-EXIT
           END-IF.

           IF SDX-APROVADOR EQUAL SPACES
              OR SDX-APROVADOR EQUAL SDX-USUARIO
              OR SDX-DATA-VALIDADE NOT NUMERIC
              ADD 1                      TO WSS-REG-EXC-IGNORADAS
              DISPLAY 'COBOL232 - EXCECAO SEM APROVACAO VALIDA: '
                      SDX-USUARIO ' ' SDX-FUNCAO-A ' X '
                      SDX-FUNCAO-B
              GO TO 0210-LER-SODEXCE-EXIT
           END-IF.

           IF WSS-QTD-EXC NOT LESS 2000
              DISPLAY 'COBOL232 - TABELA DE EXCECOES CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SDX-USUARIO              TO WCE-USUARIO.

           IF SDX-FUNCAO-A LESS SDX-FUNCAO-B
              MOVE SDX-FUNCAO-A          TO WCE-FUNCAO-MENOR
              MOVE SDX-FUNCAO-B          TO WCE-FUNCAO-MAIOR
           ELSE
              MOVE SDX-FUNCAO-B          TO WCE-FUNCAO-MENOR
              MOVE SDX-FUNCAO-A          TO WCE-FUNCAO-MAIOR
           END-IF.

           ADD 1                         TO WSS-QTD-EXC.
           SET IDX-EXC                   TO WSS-QTD-EXC.
           MOVE WSS-CHAVE-EXC            TO TEX-CHAVE (IDX-EXC).
           MOVE SDX-DATA-VALIDADE        TO TEX-VALIDADE (IDX-EXC).

       0210-LER-SODEXCE-EXIT.
           EXIT.

      *----
      * PERMISSOES (OBRIGATORIO: SEM PERMFIL NAO HA O QUE CONFERIR)
      *----
       0300-CARGA-PERMFIL.

           DISPLAY '0300-CARGA-PERMFIL'.

           OPEN INPUT PERMFIL.

           IF ST-PERMFIL NOT EQUAL 0 THEN
              DISPLAY 'COBOL232 - ERRO OPEN PERMFIL FS=' ST-PERMFIL
              MOVE ST-PERMFIL            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 0310-LER-PERMFIL
              THRU 0310-LER-PERMFIL-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE PERMFIL.

           IF WSS-QTD-PERM GREATER 1
              SORT WSS-PRM-ENTRY ASCENDING TPM-CHAVE
           END-IF.

       0300-CARGA-PERMFIL-EXIT.
           EXIT.

      *----
       0310-LER-PERMFIL.

           READ PERMFIL
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-PERMFIL NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL232 - ERRO READ PERMFIL FS=' ST-PERMFIL
              MOVE ST-PERMFIL            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0310-LER-PERMFIL-EXIT
           END-IF.

           IF PERM-USUARIO EQUAL SPACES OR PERM-FUNCAO EQUAL SPACES
              GO TO 0310-LER-PERMFIL-EXIT
           END-IF.

           IF WSS-QTD-PERM NOT LESS 9000
              DISPLAY 'COBOL232 - TABELA DE PERMISSOES CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-PERM.
           SET IDX-PRM                   TO WSS-QTD-PERM.
           MOVE PERM-USUARIO             TO TPM-USUARIO (IDX-PRM).
           MOVE PERM-FUNCAO              TO TPM-FUNCAO (IDX-PRM).

       0310-LER-PERMFIL-EXIT.
           EXIT.

      *----
      * UM BLOCO POR USUARIO DO PERMFIL (TABELA JA CLASSIFICADA POR
      * USUARIO): CADA REGRA E CONFERIDA UMA VEZ POR USUARIO
      *----
       4000-IMPRIME-RELATORIO.

           DISPLAY '4000-IMPRIME-RELATORIO'.

           OPEN OUTPUT RELSOD.

           IF ST-RELSOD NOT EQUAL 0 THEN
              DISPLAY 'COBOL232 - ERRO OPEN RELSOD FS=' ST-RELSOD
              MOVE ST-RELSOD             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           WRITE REG-RELSOD FROM CAB01 AFTER ADVANCING PAGE
           END-WRITE.
           WRITE REG-RELSOD FROM CAB02 AFTER ADVANCING 2
           END-WRITE.

           PERFORM 4100-CONFERE-USUARIO
              THRU 4100-CONFERE-USUARIO-EXIT
              VARYING WSS-IDX-PM FROM 1 BY 1
              UNTIL WSS-IDX-PM > WSS-QTD-PERM.

           MOVE 'USUARIOS CONFERIDOS'    TO ROTULO-TOT.
           MOVE WSS-REG-USUARIOS         TO QTD-TOT.
           WRITE REG-RELSOD FROM TOT01 AFTER ADVANCING 3
           END-WRITE.

           MOVE 'USUARIOS EM VIOLACAO'   TO ROTULO-TOT.
           MOVE WSS-REG-USU-VIOLACAO     TO QTD-TOT.
           WRITE REG-RELSOD FROM TOT01 AFTER ADVANCING 1
           END-WRITE.

           MOVE 'CONFLITOS EM VIOLACAO'  TO ROTULO-TOT.
           MOVE WSS-REG-VIOLACOES        TO QTD-TOT.
           WRITE REG-RELSOD FROM TOT01 AFTER ADVANCING 1
           END-WRITE.

           MOVE 'CONFLITOS COBERTOS POR EXCECAO' TO ROTULO-TOT.
           MOVE WSS-REG-EXCECOES         TO QTD-TOT.
           WRITE REG-RELSOD FROM TOT01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELSOD NOT EQUAL 0 THEN
              DISPLAY 'COBOL232 - ERRO WRITE RELSOD FS=' ST-RELSOD
              MOVE ST-RELSOD             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE RELSOD.

       4000-IMPRIME-RELATORIO-EXIT.
           EXIT.

      *----
       4100-CONFERE-USUARIO.

           IF TPM-USUARIO (WSS-IDX-PM) EQUAL WSS-USUARIO-ANT
              GO TO 4100-CONFERE-USUARIO-EXIT
           END-IF.

           MOVE TPM-USUARIO (WSS-IDX-PM) TO WSS-USUARIO-ANT.
           ADD 1                         TO WSS-REG-USUARIOS.
           MOVE 'N'                      TO WSS-USUARIO-VIOLOU.

           PERFORM 4200-CONFERE-REGRA
              THRU 4200-CONFERE-REGRA-EXIT
              VARYING WSS-IDX-RG FROM 1 BY 1
              UNTIL WSS-IDX-RG > WSS-QTD-REGRAS.

           IF WSS-USUARIO-VIOLOU EQUAL 'S'
              ADD 1                      TO WSS-REG-USU-VIOLACAO
           END-IF.

       4100-CONFERE-USUARIO-EXIT.
           EXIT.

      *----
      * O USUARIO TEM AS DUAS FUNCOES DO PAR? SE SIM, PROCURA
      * EXCECAO VIGENTE (VALIDADE A PARTIR DE HOJE)
      *----
       4200-CONFERE-REGRA.

           MOVE TRG-FUNCAO-A (WSS-IDX-RG) TO WSS-FUNCAO-BUSCA.
           PERFORM ROT-TEM-FUNCAO
              THRU ROT-TEM-FUNCAO-EXIT.
           MOVE WSS-ACHOU                TO WSS-TEM-A.

           MOVE TRG-FUNCAO-B (WSS-IDX-RG) TO WSS-FUNCAO-BUSCA.
           PERFORM ROT-TEM-FUNCAO
              THRU ROT-TEM-FUNCAO-EXIT.
           MOVE WSS-ACHOU                TO WSS-TEM-B.

           IF WSS-TEM-A NOT EQUAL 'S' OR WSS-TEM-B NOT EQUAL 'S'
              GO TO 4200-CONFERE-REGRA-EXIT
           END-IF.

           MOVE WSS-USUARIO-ANT          TO USUARIO-DET.
           MOVE TRG-FUNCAO-A (WSS-IDX-RG) TO FUNCAO-A-DET.
           MOVE TRG-FUNCAO-B (WSS-IDX-RG) TO FUNCAO-B-DET.
           MOVE TRG-DESCRICAO (WSS-IDX-RG) TO DESCRICAO-DET.
           MOVE SPACES                   TO VALIDADE-DET.

           PERFORM ROT-BUSCA-EXCECAO
              THRU ROT-BUSCA-EXCECAO-EXIT.

           IF WSS-ACHOU EQUAL 'S'
              MOVE TEX-VALIDADE (IDX-EXC) TO WSS-DATA-AUX
              PERFORM ROT-FORMATA-DATA
                 THRU ROT-FORMATA-DATA-EXIT
              MOVE MASCARA-DATA          TO VALIDADE-DET
           END-IF.

           IF WSS-ACHOU EQUAL 'S'
              AND TEX-VALIDADE (IDX-EXC) NOT LESS WSS-DATA-HOJE
              MOVE 'EXCECAO ATE'         TO SITUACAO-DET
              ADD 1                      TO WSS-REG-EXCECOES
           ELSE
              IF WSS-ACHOU EQUAL 'S'
                 MOVE 'EXCECAO VENCIDA' TO SITUACAO-DET
              ELSE
                 MOVE 'VIOLACAO'         TO SITUACAO-DET
              END-IF
              ADD 1                      TO WSS-REG-VIOLACOES
              MOVE 'S'                   TO WSS-USUARIO-VIOLOU
           END-IF.

           WRITE REG-RELSOD FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELSOD NOT EQUAL 0 THEN
              DISPLAY 'COBOL232 - ERRO WRITE RELSOD FS=' ST-RELSOD
              MOVE ST-RELSOD             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       4200-CONFERE-REGRA-EXIT.
           EXIT.

      *----
      * O USUARIO CORRENTE TEM WSS-FUNCAO-BUSCA (OU '*')?
      * DEVOLVE WSS-ACHOU = 'S' OU 'N'
      *----
       ROT-TEM-FUNCAO.

           MOVE WSS-USUARIO-ANT          TO WCP-USUARIO.
           MOVE WSS-FUNCAO-BUSCA         TO WCP-FUNCAO.
           PERFORM ROT-BUSCA-PERMISSAO
              THRU ROT-BUSCA-PERMISSAO-EXIT.

           IF WSS-ACHOU EQUAL 'S'
              GO TO ROT-TEM-FUNCAO-EXIT
           END-IF.

           MOVE '*'                      TO WCP-FUNCAO.
           PERFORM ROT-BUSCA-PERMISSAO
              THRU ROT-BUSCA-PERMISSAO-EXIT.

       ROT-TEM-FUNCAO-EXIT.
           EXIT.

      *----
      * BUSCA WSS-CHAVE-PERM NA TABELA DE PERMISSOES (O LACO DE
      * IMPRESSAO USA WSS-IDX-PM, NAO O IDX-PRM)
      *----
       ROT-BUSCA-PERMISSAO.

           MOVE 'N'                      TO WSS-ACHOU.

           SEARCH ALL WSS-PRM-ENTRY
             AT END
                CONTINUE
             WHEN TPM-CHAVE (IDX-PRM) EQUAL WSS-CHAVE-PERM
                MOVE 'S'                 TO WSS-ACHOU
           END-SEARCH.

       ROT-BUSCA-PERMISSAO-EXIT.
           EXIT.

      *----
      * EXCECAO DO USUARIO CORRENTE PARA O PAR DA REGRA CORRENTE
      *----
       ROT-BUSCA-EXCECAO.

           MOVE 'N'                      TO WSS-ACHOU.

           IF WSS-QTD-EXC EQUAL 0
              GO TO ROT-BUSCA-EXCECAO-EXIT
           END-IF.

           MOVE WSS-USUARIO-ANT          TO WCE-USUARIO.

           IF TRG-FUNCAO-A (WSS-IDX-RG) LESS TRG-FUNCAO-B (WSS-IDX-RG)
              MOVE TRG-FUNCAO-A (WSS-IDX-RG) TO WCE-FUNCAO-MENOR
              MOVE TRG-FUNCAO-B (WSS-IDX-RG) TO WCE-FUNCAO-MAIOR
           ELSE
              MOVE TRG-FUNCAO-B (WSS-IDX-RG) TO WCE-FUNCAO-MENOR
              MOVE TRG-FUNCAO-A (WSS-IDX-RG) TO WCE-FUNCAO-MAIOR
           END-IF.

           SEARCH ALL WSS-EXC-ENTRY
             AT END
                CONTINUE
             WHEN TEX-CHAVE (IDX-EXC) EQUAL WSS-CHAVE-EXC
                MOVE 'S'                 TO WSS-ACHOU
           END-SEARCH.

       ROT-BUSCA-EXCECAO-EXIT.
           EXIT.

      *----
      * WSS-DATA-AUX (AAAAMMDD) PARA MASCARA-DATA (DD/MM/AAAA)
      *----
       ROT-FORMATA-DATA.

           MOVE WSS-DATA-AUX (7:2)       TO MASCARA-DATA (1:2).
           MOVE WSS-DATA-AUX (5:2)       TO MASCARA-DATA (4:2).
           MOVE WSS-DATA-AUX (1:4)       TO MASCARA-DATA (7:4).

       ROT-FORMATA-DATA-EXIT.
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

           DISPLAY '***ABEND-COBOL232*** RC=' WSS-RC-ABEND
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           MOVE WSS-RC-ABEND TO RETURN-CODE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
