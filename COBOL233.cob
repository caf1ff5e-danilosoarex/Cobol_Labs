      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : MANUTENCAO DO ARQUIVO DE PERMISSOES PERMFIL, LIDO
      *            PELO SUBPROGRAMA DE AUTORIZACAO COBOL144. LE OS
      *            MOVIMENTOS MOVPERM ('I' CONCESSAO / 'E' REVOGACAO)
      *            E, ANTES DE CONCEDER, CONFERE A TABELA DE PARES DE
      *            FUNCOES INCOMPATIVEIS SODREGRA (COPY2321): SE O
      *            USUARIO JA TEM A OUTRA FUNCAO DO PAR (OU '*'), A
      *            CONCESSAO E RECUSADA, SALVO EXCECAO VIGENTE E
      *            APROVADA POR TERCEIRO NO SODEXCE (COPY2322).
      *            REGRAVA O PERMFIL NA NOVA GERACAO PERMFILN COM O
      *            RELATORIO DE APLICADOS/REJEITADOS (RELPERM).
      *            RC 4 QUANDO HOUVER RECUSA POR CONFLITO.
      * CPD      : INEFE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL233.
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
           SELECT MOVPERM ASSIGN TO MOVPERM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-MOVPERM.
      *
           SELECT PERMFILN ASSIGN TO PERMFILN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PERMFILN.
      *
           SELECT RELPERM ASSIGN TO RELPERM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELPERM.
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
            03 PERM-RESTO                  PIC X(064).
      *----
       FD   MOVPERM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-MOVPERM.
            03 MPM-TIPO                    PIC X(001).
               88 MPM-CONCESSAO                    VALUE 'I'.
               88 MPM-REVOGACAO                    VALUE 'E'.
            03 MPM-USUARIO                 PIC X(008).
            03 MPM-FUNCAO                  PIC X(008).
            03 FILLER                      PIC X(063).
      *----
       FD   PERMFILN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-PERMFILN                   PIC X(080).
      *----
       FD   RELPERM.
      *----
       01   REG-RELPERM                    PIC X(132).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  ST-SODREGRA                     PIC 9(002) VALUE 0.
       77  ST-SODEXCE                      PIC 9(002) VALUE 0.
       77  ST-PERMFIL                      PIC 9(002) VALUE 0.
       77  ST-MOVPERM                      PIC 9(002) VALUE 0.
       77  ST-PERMFILN                     PIC 9(002) VALUE 0.
       77  ST-RELPERM                      PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-QTD-REGRAS                  PIC 9(004) VALUE 0.
       77  WSS-QTD-EXC                     PIC 9(004) VALUE 0.
       77  WSS-QTD-PERM                    PIC 9(005) VALUE 0.
       77  WSS-IDX-RG                      PIC 9(004) COMP VALUE 0.
       77  WSS-IDX-PM                      PIC 9(005) COMP VALUE 0.
       77  WSS-REG-MOVIMENTOS              PIC 9(006) VALUE ZEROES.
       77  WSS-REG-APLICADOS               PIC 9(006) VALUE ZEROES.
       77  WSS-REG-REJEITADOS              PIC 9(006) VALUE ZEROES.
       77  WSS-REG-RECUSA-SOD              PIC 9(006) VALUE ZEROES.
       77  WSS-REG-COM-EXCECAO             PIC 9(006) VALUE ZEROES.
       77  WSS-MOTIVO                      PIC X(040) VALUE SPACES.
       77  WSS-OBSERVACAO                  PIC X(040) VALUE SPACES.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-CONFLITO                    PIC X(001) VALUE 'N'.
       77  WSS-FUNCAO-OUTRA                PIC X(008) VALUE SPACES.
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
      * PERMISSOES NA ORDEM DO PERMFIL, AS CONCESSOES ENTRAM NO FIM;
      * REVOGADA FICA COM TPR-ATIVO = 'I' E NAO VAI PARA O PERMFILN
      *----
       01  WSS-TAB-PERM.
           05 WSS-PRM-ENTRY OCCURS 0 TO 9000 TIMES
                 DEPENDING ON WSS-QTD-PERM
                 INDEXED BY IDX-PRM.
              10 TPR-USUARIO               PIC X(008).
              10 TPR-FUNCAO                PIC X(008).
              10 TPR-RESTO                 PIC X(064).
              10 TPR-ATIVO                 PIC X(001).
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
       01  DET01.
           03 TIPO-DET                     PIC X(001) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 USUARIO-DET                  PIC X(008) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 FUNCAO-DET                   PIC X(008) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 RESULTADO-DET                PIC X(009) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 MOTIVO-DET                   PIC X(040) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------

           DISPLAY 'COBOL233'
           DISPLAY ' MANUTENCAO DO ARQUIVO DE PERMISSOES'.

           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA.
           MOVE DH-DATA                  TO WSS-DATA-HOJE.

           PERFORM 1000-CARGA-SODREGRA
              THRU 1000-CARGA-SODREGRA-EXIT.

           PERFORM 1100-CARGA-SODEXCE
              THRU 1100-CARGA-SODEXCE-EXIT.

           PERFORM 1200-CARGA-PERMFIL
              THRU 1200-CARGA-PERMFIL-EXIT.

           PERFORM 2000-APLICA-MOVIMENTOS
              THRU 2000-APLICA-MOVIMENTOS-EXIT.

           PERFORM 3000-GRAVA-NOVA-GERACAO
              THRU 3000-GRAVA-NOVA-GERACAO-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL233                   ***'.
           DISPLAY '*******************************************'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* MOVIMENTOS LIDOS     : ' WSS-REG-MOVIMENTOS.
           DISPLAY '* MOVIMENTOS APLICADOS : ' WSS-REG-APLICADOS.
           DISPLAY '* MOVIMENTOS REJEITADOS: ' WSS-REG-REJEITADOS.
           DISPLAY '* RECUSADOS POR SOD    : ' WSS-REG-RECUSA-SOD.
           DISPLAY '* CONCEDIDOS C/ EXCECAO: ' WSS-REG-COM-EXCECAO.
           DISPLAY '*******************************************'.

           IF WSS-REG-RECUSA-SOD GREATER 0
              MOVE 4                     TO WSS-RC-FINAL
           END-IF.

           MOVE WSS-RC-FINAL             TO RETURN-CODE.

           STOP RUN.

      *----
      * TABELA DE PARES DE FUNCOES INCOMPATIVEIS (OBRIGATORIA: SEM
      * ELA NAO HA COMO CONFERIR A CONCESSAO)
      *----
       1000-CARGA-SODREGRA.

           DISPLAY '1000-CARGA-SODREGRA'.

           OPEN INPUT SODREGRA.

           IF ST-SODREGRA NOT EQUAL 0 THEN
              DISPLAY 'COBOL233 - ERRO OPEN SODREGRA FS=' ST-SODREGRA
              MOVE ST-SODREGRA           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1001-LER-SODREGRA
              THRU 1001-LER-SODREGRA-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE SODREGRA.

           DISPLAY ' REGRAS CARREGADAS       : ' WSS-QTD-REGRAS.

       1000-CARGA-SODREGRA-EXIT.
           EXIT.

      *----
       1001-LER-SODREGRA.

           READ SODREGRA
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-SODREGRA NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL233 - ERRO READ SODREGRA FS=' ST-SODREGRA
              MOVE ST-SODREGRA           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1001-LER-SODREGRA-EXIT
           END-IF.

           IF SOD-FUNCAO-A EQUAL SPACES
              OR SOD-FUNCAO-B EQUAL SPACES
              OR SOD-FUNCAO-A EQUAL SOD-FUNCAO-B
              DISPLAY 'COBOL233 - REGRA INVALIDA IGNORADA: '
                      SOD-FUNCAO-A ' X ' SOD-FUNCAO-B
              GO TO 1001-LER-SODREGRA-EXIT
           END-IF.

           IF WSS-QTD-REGRAS NOT LESS 200
              DISPLAY 'COBOL233 - TABELA DE REGRAS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-REGRAS.
           MOVE SOD-FUNCAO-A    TO TRG-FUNCAO-A (WSS-QTD-REGRAS).
           MOVE SOD-FUNCAO-B    TO TRG-FUNCAO-B (WSS-QTD-REGRAS).

       1001-LER-SODREGRA-EXIT.
           EXIT.

      *----
      * EXCECOES (OPCIONAL, FS=35 = NENHUMA); SEM APROVADOR OU
      * APROVADA PELO PROPRIO USUARIO NAO VALE
      *----
       1100-CARGA-SODEXCE.

           DISPLAY '1100-CARGA-SODEXCE'.

           OPEN INPUT SODEXCE.

           IF ST-SODEXCE EQUAL 35
              DISPLAY 'COBOL233 - SODEXCE NAO INFORMADO'
              GO TO 1100-CARGA-SODEXCE-EXIT
           END-IF.

           IF ST-SODEXCE NOT EQUAL 0 THEN
              DISPLAY 'COBOL233 - ERRO OPEN SODEXCE FS=' ST-SODEXCE
              MOVE ST-SODEXCE            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1101-LER-SODEXCE
              THRU 1101-LER-SODEXCE-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE SODEXCE.

           IF WSS-QTD-EXC GREATER 1
              SORT WSS-EXC-ENTRY ASCENDING TEX-CHAVE
           END-IF.

           DISPLAY ' EXCECOES CARREGADAS     : ' WSS-QTD-EXC.

       1100-CARGA-SODEXCE-EXIT.
           EXIT.

      *----
       1101-LER-SODEXCE.

           READ SODEXCE
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-SODEXCE NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL233 - ERRO READ SODEXCE FS=' ST-SODEXCE
              MOVE ST-SODEXCE            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1101-LER-SODEXCE-EXIT
           END-IF.

           IF SDX-APROVADOR EQUAL SPACES
              OR SDX-APROVADOR EQUAL SDX-USUARIO
              OR SDX-DATA-VALIDADE NOT NUMERIC
              DISPLAY 'COBOL233 - EXCECAO SEM APROVACAO VALIDA: '
                      SDX-USUARIO ' ' SDX-FUNCAO-A ' X '
                      SDX-FUNCAO-B
              GO TO 1101-LER-SODEXCE-EXIT
           END-IF.

           IF WSS-QTD-EXC NOT LESS 2000
              DISPLAY 'COBOL233 - TABELA DE EXCECOES CHEIA'
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

       1101-LER-SODEXCE-EXIT.
           EXIT.

      *----
       1200-CARGA-PERMFIL.

           DISPLAY '1200-CARGA-PERMFIL'.

           OPEN INPUT PERMFIL.

           IF ST-PERMFIL EQUAL 35
              DISPLAY 'COBOL233 - PERMFIL INEXISTENTE, ARQUIVO '
                      'COMECA VAZIO'
              GO TO 1200-CARGA-PERMFIL-EXIT
           END-IF.

           IF ST-PERMFIL NOT EQUAL 0 THEN
              DISPLAY 'COBOL233 - ERRO OPEN PERMFIL FS=' ST-PERMFIL
              MOVE ST-PERMFIL            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

           PERFORM 1201-LER-PERMFIL
              THRU 1201-LER-PERMFIL-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE PERMFIL.

           DISPLAY ' PERMISSOES CARREGADAS   : ' WSS-QTD-PERM.

       1200-CARGA-PERMFIL-EXIT.
           EXIT.

      *----
       1201-LER-PERMFIL.

           READ PERMFIL
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-PERMFIL NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL233 - ERRO READ PERMFIL FS=' ST-PERMFIL
              MOVE ST-PERMFIL            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 1201-LER-PERMFIL-EXIT
           END-IF.

           IF WSS-QTD-PERM NOT LESS 9000
              DISPLAY 'COBOL233 - TABELA DE PERMISSOES CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-PERM.
           SET IDX-PRM                   TO WSS-QTD-PERM.
           MOVE PERM-USUARIO             TO TPR-USUARIO (IDX-PRM).
           MOVE PERM-FUNCAO              TO TPR-FUNCAO (IDX-PRM).
           MOVE PERM-RESTO               TO TPR-RESTO (IDX-PRM).
           MOVE 'A'                      TO TPR-ATIVO (IDX-PRM).

       1201-LER-PERMFIL-EXIT.
           EXIT.

      *----
       2000-APLICA-MOVIMENTOS.

           DISPLAY '2000-APLICA-MOVIMENTOS'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT MOVPERM.

           IF ST-MOVPERM NOT EQUAL 0 THEN
              DISPLAY 'COBOL233 - ERRO OPEN MOVPERM FS=' ST-MOVPERM
              MOVE ST-MOVPERM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT RELPERM.

           IF ST-RELPERM NOT EQUAL 0 THEN
              DISPLAY 'COBOL233 - ERRO OPEN RELPERM FS=' ST-RELPERM
              MOVE ST-RELPERM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 2001-APLICA-UM-MOVIMENTO
              THRU 2001-APLICA-UM-MOVIMENTO-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE MOVPERM.
           CLOSE RELPERM.

       2000-APLICA-MOVIMENTOS-EXIT.
           EXIT.

      *----
       2001-APLICA-UM-MOVIMENTO.

           READ MOVPERM
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-MOVPERM NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL233 - ERRO READ MOVPERM FS=' ST-MOVPERM
              MOVE ST-MOVPERM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 2001-APLICA-UM-MOVIMENTO-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-MOVIMENTOS.
           MOVE SPACES                   TO WSS-MOTIVO.
           MOVE SPACES                   TO WSS-OBSERVACAO.

           IF MPM-USUARIO EQUAL SPACES OR MPM-FUNCAO EQUAL SPACES
              MOVE 'USUARIO OU FUNCAO NAO INFORMADO'
                                          TO WSS-MOTIVO
           ELSE
              MOVE MPM-FUNCAO            TO WSS-FUNCAO-BUSCA
              PERFORM 2500-PROCURA-PERMISSAO
                 THRU 2500-PROCURA-PERMISSAO-EXIT
              EVALUATE TRUE
                  WHEN MPM-CONCESSAO
                       PERFORM 2100-CONCEDE-PERMISSAO
                          THRU 2100-CONCEDE-PERMISSAO-EXIT
                  WHEN MPM-REVOGACAO
                       PERFORM 2300-REVOGA-PERMISSAO
                          THRU 2300-REVOGA-PERMISSAO-EXIT
                  WHEN OTHER
                       MOVE 'TIPO DE MOVIMENTO INVALIDO'
                                          TO WSS-MOTIVO
              END-EVALUATE
           END-IF.

           PERFORM 2900-IMPRIME-MOVIMENTO
              THRU 2900-IMPRIME-MOVIMENTO-EXIT.

           IF WSS-MOTIVO EQUAL SPACES
              ADD 1                      TO WSS-REG-APLICADOS
           ELSE
              ADD 1                      TO WSS-REG-REJEITADOS
           END-IF.

       2001-APLICA-UM-MOVIMENTO-EXIT.
           EXIT.

      *----
      * CONCESSAO: RECUSA SE JA EXISTE OU SE CRIA CONFLITO DE
      * SEGREGACAO DE FUNCOES SEM EXCECAO VIGENTE
      *----
       2100-CONCEDE-PERMISSAO.

           IF WSS-ACHOU EQUAL 'Y'
              MOVE 'PERMISSAO JA CONCEDIDA' TO WSS-MOTIVO
              GO TO 2100-CONCEDE-PERMISSAO-EXIT
           END-IF.

           PERFORM 2200-CONFERE-REGRA
              THRU 2200-CONFERE-REGRA-EXIT
              VARYING WSS-IDX-RG FROM 1 BY 1
              UNTIL WSS-IDX-RG > WSS-QTD-REGRAS
                 OR WSS-MOTIVO NOT EQUAL SPACES.

           IF WSS-MOTIVO NOT EQUAL SPACES
              ADD 1                      TO WSS-REG-RECUSA-SOD
              GO TO 2100-CONCEDE-PERMISSAO-EXIT
           END-IF.

           IF WSS-QTD-PERM NOT LESS 9000
              MOVE 'ARQUIVO DE PERMISSOES CHEIO' TO WSS-MOTIVO
              GO TO 2100-CONCEDE-PERMISSAO-EXIT
           END-IF.

           IF WSS-OBSERVACAO NOT EQUAL SPACES
              ADD 1                      TO WSS-REG-COM-EXCECAO
           END-IF.

           ADD 1                         TO WSS-QTD-PERM.
           SET IDX-PRM                   TO WSS-QTD-PERM.
           MOVE MPM-USUARIO              TO TPR-USUARIO (IDX-PRM).
           MOVE MPM-FUNCAO               TO TPR-FUNCAO (IDX-PRM).
           MOVE SPACES                   TO TPR-RESTO (IDX-PRM).
           MOVE 'A'                      TO TPR-ATIVO (IDX-PRM).

       2100-CONCEDE-PERMISSAO-EXIT.
           EXIT.

      *----
      * UMA REGRA DA SODREGRA CONTRA A FUNCAO CONCEDIDA. '*' VALE
      * COMO TODAS: CONCEDER '*' CONFLITA COM TODA REGRA, E QUEM JA
      * TEM '*' CONFLITA COM QUALQUER FUNCAO DE REGRA
      *----
       2200-CONFERE-REGRA.

           MOVE 'N'                      TO WSS-CONFLITO.

           EVALUATE TRUE
               WHEN MPM-FUNCAO EQUAL '*'
                    MOVE 'S'             TO WSS-CONFLITO
               WHEN MPM-FUNCAO EQUAL TRG-FUNCAO-A (WSS-IDX-RG)
                    MOVE TRG-FUNCAO-B (WSS-IDX-RG)
                                          TO WSS-FUNCAO-OUTRA
               WHEN MPM-FUNCAO EQUAL TRG-FUNCAO-B (WSS-IDX-RG)
                    MOVE TRG-FUNCAO-A (WSS-IDX-RG)
                                          TO WSS-FUNCAO-OUTRA
               WHEN OTHER
                    GO TO 2200-CONFERE-REGRA-EXIT
           END-EVALUATE.

           IF WSS-CONFLITO NOT EQUAL 'S'
              MOVE WSS-FUNCAO-OUTRA      TO WSS-FUNCAO-BUSCA
              PERFORM 2500-PROCURA-PERMISSAO
                 THRU 2500-PROCURA-PERMISSAO-EXIT
              IF WSS-ACHOU NOT EQUAL 'Y'
                 MOVE '*'                TO WSS-FUNCAO-BUSCA
                 PERFORM 2500-PROCURA-PERMISSAO
                    THRU 2500-PROCURA-PERMISSAO-EXIT
              END-IF
              IF WSS-ACHOU EQUAL 'Y'
                 MOVE 'S'                TO WSS-CONFLITO
              END-IF
           END-IF.

           IF WSS-CONFLITO NOT EQUAL 'S'
              GO TO 2200-CONFERE-REGRA-EXIT
           END-IF.

           PERFORM ROT-BUSCA-EXCECAO
              THRU ROT-BUSCA-EXCECAO-EXIT.

           IF WSS-ACHOU EQUAL 'S'
              AND TEX-VALIDADE (IDX-EXC) NOT LESS WSS-DATA-HOJE
              MOVE TEX-VALIDADE (IDX-EXC) TO WSS-DATA-AUX
              PERFORM ROT-FORMATA-DATA
                 THRU ROT-FORMATA-DATA-EXIT
              MOVE SPACES                TO WSS-OBSERVACAO
              STRING 'CONCEDIDO C/ EXCECAO SOD ATE '
                     MASCARA-DATA DELIMITED BY SIZE
                     INTO WSS-OBSERVACAO
              END-STRING
              GO TO 2200-CONFERE-REGRA-EXIT
           END-IF.

           IF MPM-FUNCAO EQUAL '*'
              STRING 'CONFLITO SOD: ' DELIMITED BY SIZE
                     TRG-FUNCAO-A (WSS-IDX-RG) DELIMITED BY SPACE
                     ' X ' DELIMITED BY SIZE
                     TRG-FUNCAO-B (WSS-IDX-RG) DELIMITED BY SPACE
                     INTO WSS-MOTIVO
              END-STRING
           ELSE
              STRING 'CONFLITO SOD COM ' DELIMITED BY SIZE
                     WSS-FUNCAO-OUTRA DELIMITED BY SPACE
                     INTO WSS-MOTIVO
              END-STRING
           END-IF.

           IF WSS-ACHOU EQUAL 'S'
              MOVE SPACES                TO WSS-OBSERVACAO
              STRING WSS-MOTIVO DELIMITED BY '  '
                     ' - EXC.VENCIDA' DELIMITED BY SIZE
                     INTO WSS-OBSERVACAO
              END-STRING
              MOVE WSS-OBSERVACAO        TO WSS-MOTIVO
           END-IF.

       2200-CONFERE-REGRA-EXIT.
           EXIT.

      *----
       2300-REVOGA-PERMISSAO.

           IF WSS-ACHOU NOT = 'Y'
              MOVE 'PERMISSAO NAO CADASTRADA'
                                          TO WSS-MOTIVO
              GO TO 2300-REVOGA-PERMISSAO-EXIT
           END-IF.

           MOVE 'I'                      TO TPR-ATIVO (IDX-PRM).

       2300-REVOGA-PERMISSAO-EXIT.
           EXIT.

      *----
      * PERMISSAO ATIVA DE MPM-USUARIO NA FUNCAO WSS-FUNCAO-BUSCA;
      * DEVOLVE WSS-ACHOU = 'Y' E IDX-PRM POSICIONADO NELA
      *----
       2500-PROCURA-PERMISSAO.

           MOVE 'N'                      TO WSS-ACHOU.

           IF WSS-QTD-PERM EQUAL 0
              GO TO 2500-PROCURA-PERMISSAO-EXIT
           END-IF.

           SET IDX-PRM                   TO 1.

           SEARCH WSS-PRM-ENTRY
             AT END
                CONTINUE
             WHEN TPR-USUARIO (IDX-PRM) EQUAL MPM-USUARIO
              AND TPR-FUNCAO (IDX-PRM) EQUAL WSS-FUNCAO-BUSCA
              AND TPR-ATIVO (IDX-PRM) EQUAL 'A'
                MOVE 'Y'                 TO WSS-ACHOU
           END-SEARCH.

       2500-PROCURA-PERMISSAO-EXIT.
           EXIT.

      *----
       2900-IMPRIME-MOVIMENTO.

           MOVE MPM-TIPO                 TO TIPO-DET.
           MOVE MPM-USUARIO              TO USUARIO-DET.
           MOVE MPM-FUNCAO               TO FUNCAO-DET.

           IF WSS-MOTIVO EQUAL SPACES
              MOVE 'APLICADO '           TO RESULTADO-DET
              MOVE WSS-OBSERVACAO        TO MOTIVO-DET
           ELSE
              MOVE 'REJEITADO'           TO RESULTADO-DET
              MOVE WSS-MOTIVO            TO MOTIVO-DET
           END-IF.

           WRITE REG-RELPERM FROM DET01 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELPERM NOT EQUAL 0 THEN
              DISPLAY 'COBOL233 - ERRO WRITE RELPERM FS=' ST-RELPERM
              MOVE ST-RELPERM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       2900-IMPRIME-MOVIMENTO-EXIT.
           EXIT.

      *----
       3000-GRAVA-NOVA-GERACAO.

           DISPLAY '3000-GRAVA-NOVA-GERACAO'.

           OPEN OUTPUT PERMFILN.

           IF ST-PERMFILN NOT EQUAL 0 THEN
              DISPLAY 'COBOL233 - ERRO OPEN PERMFILN FS=' ST-PERMFILN
              MOVE ST-PERMFILN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 3001-GRAVA-PERMISSAO
              THRU 3001-GRAVA-PERMISSAO-EXIT
              VARYING WSS-IDX-PM FROM 1 BY 1
              UNTIL WSS-IDX-PM > WSS-QTD-PERM.

           CLOSE PERMFILN.

       3000-GRAVA-NOVA-GERACAO-EXIT.
           EXIT.

      *----
       3001-GRAVA-PERMISSAO.

           IF TPR-ATIVO (WSS-IDX-PM) NOT EQUAL 'A'
              GO TO 3001-GRAVA-PERMISSAO-EXIT
           END-IF.

           MOVE TPR-USUARIO (WSS-IDX-PM) TO PERM-USUARIO.
           MOVE TPR-FUNCAO (WSS-IDX-PM)  TO PERM-FUNCAO.
           MOVE TPR-RESTO (WSS-IDX-PM)   TO PERM-RESTO.

           WRITE REG-PERMFILN FROM REG-PERMFIL
           END-WRITE.

           IF ST-PERMFILN NOT EQUAL 0
              DISPLAY 'COBOL233 - ERRO WRITE PERMFILN FS='
                      ST-PERMFILN
              MOVE ST-PERMFILN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       3001-GRAVA-PERMISSAO-EXIT.
           EXIT.

      *----
      * EXCECAO DE MPM-USUARIO PARA O PAR DA REGRA CORRENTE
      * (WSS-ACHOU = 'S' E IDX-EXC POSICIONADO NELA)
      *----
       ROT-BUSCA-EXCECAO.

           MOVE 'N'                      TO WSS-ACHOU.

           IF WSS-QTD-EXC EQUAL 0
              GO TO ROT-BUSCA-EXCECAO-EXIT
           END-IF.

           MOVE MPM-USUARIO              TO WCE-USUARIO.

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

           DISPLAY '***ABEND-COBOL233*** RC=' WSS-RC-ABEND
              ' SEVERIDADE=' WSS-CLASSIF-RC-SEVERIDADE
              UPON CONSOLE.

           MOVE WSS-RC-ABEND TO RETURN-CODE.

           STOP RUN.

       ROT-ABEND-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
