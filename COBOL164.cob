      *            A PAGINA DE CONCILIACAO RELESOC PROVA QUE OS
      *            TOTAIS DO EXTRATO BATEM COM A FOLHA DE ORIGEM.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - CATEGORIA DO TRABALHADOR NO REGISTRO '10'
      *                  (R10-CATEGORIA) PELO TIPO DE CONTRATO DO
      *                  FOLHANET: 101 EMPREGADO, 103 APRENDIZ, 901
      *                  ESTAGIARIO E 722 DIRETOR SEM FGTS
      * 15/10/2026 VRB - TRABALHADOR COM QUALIFICACAO CADASTRAL
      *                  DIVERGENTE NO DADOSPES (COBOL250) VAI PARA O
      *                  ESOCEXC E NAO E EMITIDO
      * 15/10/2026 VRB - MANIFESTO DE LINHAGEM (COBOL257): GERACAO E
      *                  QUANTIDADE DE CADA ARQUIVO LIDO E GRAVADO NA
      *                  RODADA, NO FIM DO JOB
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CPFFUNC.
      *
           SELECT DADOSPES ASSIGN TO DADOSPES
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DADOSPES.
      *
           SELECT ESOCIAL ASSIGN TO ESOCIAL
                  ORGANIZATION IS SEQUENTIAL
            03 FN-MOEDA                    PIC X(003).
            03 FN-PREMIO-ATS               PIC 9(007)V99.
            03 FN-EMPRESA                  PIC X(002).
            03 FILLER                      PIC X(061).
            03 FN-TIPO-CONTRATO            PIC X(001).
               88 FN-APRENDIZ                      VALUE 'A'.
               88 FN-ESTAGIARIO                    VALUE 'E'.
               88 FN-DIRETOR                       VALUE 'D'.
      *----
       FD   EMPREGID
            RECORDING MODE IS F
            03 CPF-MATRICULA               PIC 9(008).
            03 CPF-NUMERO                  PIC 9(011).
            03 FILLER                      PIC X(061).
      *----
       FD   DADOSPES
            RECORDING MODE IS F
            RECORD CONTAINS 250 CHARACTERS.
      *----
           COPY  'COPY2481'.
      *----
       FD   ESOCIAL
            RECORDING MODE IS F
       77  ST-FOLHANET                     PIC 9(002) VALUE 0.
       77  ST-EMPREGID                     PIC 9(002) VALUE 0.
       77  ST-CPFFUNC                      PIC 9(002) VALUE 0.
       77  ST-DADOSPES                     PIC 9(002) VALUE 0.
       77  ST-ESOCIAL                      PIC 9(002) VALUE 0.
       77  ST-ESOCEXC                      PIC 9(002) VALUE 0.
       77  ST-RELESOC                      PIC 9(002) VALUE 0.
       77  WSS-TRAB-EXCLUIDOS              PIC 9(006) VALUE ZEROES.
       77  WSS-RUBRICAS-EMITIDAS           PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-CPFS                    PIC 9(004) VALUE 0.
       77  WSS-QTD-DIVERGENTES             PIC 9(005) VALUE 0.
       77  WSS-TOT-REMUN-EXTRATO           PIC 9(013)V99 COMP-3
                                                          VALUE 0.
       77  WSS-TOT-REMUN-FOLHA             PIC 9(013)V99 COMP-3
                                                          VALUE 0.
      *----
      * QUANTIDADES PARA O MANIFESTO DE LINHAGEM (COBOL257)
      *----
       77  WSS-LIN-DADOSPES                PIC 9(008) VALUE 0.
       77  WSS-LIN-ESOCIAL                 PIC 9(008) VALUE 0.
       77  WSS-CPF-ACHADO                  PIC 9(011) VALUE 0.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-IDX                         PIC 9(004) COMP VALUE 0.
              10 TCP-MATRICULA             PIC 9(008).
              10 TCP-CPF                   PIC 9(011).
      *----
      * MATRICULAS COM QUALIFICACAO CADASTRAL DIVERGENTE (COBOL250)
      *----
       01  WSS-TAB-DIVERGENTES.
           05 WSS-DIV-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-DIVERGENTES
                 ASCENDING KEY IS TDV-MATRICULA
                 INDEXED BY IDX-DIV.
              10 TDV-MATRICULA             PIC 9(008).
      *----
      * REGISTROS DO EXTRATO POSICIONAL
      *----
       01  WSS-REG-00.
           03 R10-MATRICULA                PIC 9(008) VALUE 0.
           03 R10-NOME                     PIC X(040) VALUE SPACES.
           03 R10-ADMISSAO                 PIC 9(008) VALUE 0.
           03 R10-CATEGORIA                PIC 9(003) VALUE 101.
           03 FILLER                       PIC X(048) VALUE SPACES.
      *----
       01  WSS-REG-20.
           03 R20-TIPO                     PIC X(002) VALUE '20'.
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
      * LINKAGE DO GRAVADOR DO MANIFESTO DE LINHAGEM (COBOL257):
      * GERACAO E QUANTIDADE DE CADA ARQUIVO LIDO E GRAVADO
      *----
           COPY  'COPY2571'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL164'.
           PERFORM 0002-CARGA-CPFS
              THRU 0002-CARGA-CPFS-EXIT.

           PERFORM 0004-CARGA-DIVERGENTES
              THRU 0004-CARGA-DIVERGENTES-EXIT.

           OPEN INPUT FOLHANET.

           IF ST-FOLHANET NOT EQUAL 0 THEN
                     WSS-TRAB-EXCLUIDOS.
           DISPLAY '*******************************************'.

           PERFORM ROT-GRAVA-LINHAGEM
              THRU ROT-GRAVA-LINHAGEM-EXIT.

           IF WSS-TRAB-EXCLUIDOS GREATER 0
              MOVE 4                     TO RETURN-CODE
           END-IF.
       0003-LER-CPFFUNC-EXIT.
           EXIT.

      *----
      * CADASTRO DE DADOS PESSOAIS (COPY2481): O GOVERNO RECUSA O
      * EVENTO QUANDO CPF, NOME E DATA DE NASCIMENTO NAO BATEM COM A
      * BASE DELE, ENTAO QUEM VOLTOU DIVERGENTE NA QUALIFICACAO
      * CADASTRAL (COBOL250) NAO E EMITIDO
      *----
       0004-CARGA-DIVERGENTES.

           DISPLAY '0004-CARGA-DIVERGENTES'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT DADOSPES.

           IF ST-DADOSPES EQUAL 35
              DISPLAY 'COBOL164 - DADOSPES NAO INFORMADO, SEM '
                      'CONFERENCIA DA QUALIFICACAO CADASTRAL'
              GO TO 0004-CARGA-DIVERGENTES-EXIT
           END-IF.

           IF ST-DADOSPES NOT EQUAL 0 THEN
              DISPLAY 'COBOL164 - ERRO OPEN DADOSPES FS=' ST-DADOSPES
              MOVE ST-DADOSPES           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0005-LER-DADOSPES
              THRU 0005-LER-DADOSPES-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE DADOSPES.

           MOVE 'N'                      TO WSS-EOF.

           IF WSS-QTD-DIVERGENTES GREATER 1
              SORT WSS-DIV-ENTRY ASCENDING TDV-MATRICULA
           END-IF.

           DISPLAY ' QUALIFICACOES DIVERGENTES : ' WSS-QTD-DIVERGENTES.

       0004-CARGA-DIVERGENTES-EXIT.
           EXIT.

      *----
       0005-LER-DADOSPES.

           READ DADOSPES
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-DADOSPES NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL164 - ERRO READ DADOSPES FS=' ST-DADOSPES
              MOVE ST-DADOSPES           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0005-LER-DADOSPES-EXIT
           END-IF.

           ADD 1                         TO WSS-LIN-DADOSPES.

           IF NOT DPS-QLF-DIVERGENTE
              GO TO 0005-LER-DADOSPES-EXIT
           END-IF.

           IF WSS-QTD-DIVERGENTES LESS 20000
              ADD 1                      TO WSS-QTD-DIVERGENTES
              MOVE DPS-MATRICULA         TO
                   TDV-MATRICULA (WSS-QTD-DIVERGENTES)
           END-IF.

       0005-LER-DADOSPES-EXIT.
           EXIT.

      *----
       1000-PROCESSA-TRABALHADOR.

              GO TO 1000-PROCESSA-TRABALHADOR-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-ACHOU.

           IF WSS-QTD-DIVERGENTES GREATER 0
              SEARCH ALL WSS-DIV-ENTRY
                  AT END
                     MOVE 'N'            TO WSS-ACHOU
                  WHEN TDV-MATRICULA (IDX-DIV) EQUAL FN-MATRICULA
                     MOVE 'Y'            TO WSS-ACHOU
              END-SEARCH
           END-IF.

           IF WSS-ACHOU EQUAL 'Y'
              ADD 1                      TO WSS-TRAB-EXCLUIDOS
              MOVE FN-MATRICULA          TO EXC-MATRICULA
              MOVE FN-NOME               TO EXC-NOME
              MOVE 'QUALIF. CADASTRAL DIVERGENTE'
                                          TO EXC-MOTIVO
              WRITE REG-ESOCEXC
              END-WRITE
              GO TO 1000-PROCESSA-TRABALHADOR-EXIT
           END-IF.

           MOVE WSS-CPF-ACHADO           TO R10-CPF.
           MOVE FN-MATRICULA             TO R10-MATRICULA.
           MOVE FN-NOME                  TO R10-NOME.
           MOVE FN-DATA-ADMISSAO         TO R10-ADMISSAO.

           EVALUATE TRUE
               WHEN FN-APRENDIZ
                    MOVE 103             TO R10-CATEGORIA
               WHEN FN-ESTAGIARIO
                    MOVE 901             TO R10-CATEGORIA
               WHEN FN-DIRETOR
                    MOVE 722             TO R10-CATEGORIA
               WHEN OTHER
                    MOVE 101             TO R10-CATEGORIA
           END-EVALUATE.

           WRITE REG-ESOCIAL FROM WSS-REG-10.

           ADD 1                         TO WSS-TRAB-EMITIDOS.

       ROT-ABEND-EXIT.
           EXIT.

      *----
      * MANIFESTO DE LINHAGEM (COBOL257): UM REGISTRO POR ARQUIVO
      * LIDO E GRAVADO NESTA RODADA, ENTRADAS ANTES DAS SAIDAS. O
      * ESOCIAL CONTA O HEADER '00' E O TRAILER '99'
      *----
       ROT-GRAVA-LINHAGEM.

           MOVE 'COBOL164'             TO WSS-LG-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WSS-LG-RODADA.
           MOVE 0                      TO WSS-LG-COMPETENCIA.

           MOVE 'E'                    TO WSS-LG-SENTIDO.
           MOVE 'FOLHANET'             TO WSS-LG-ARQUIVO.
           MOVE WSS-REG-LIDOS          TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

           MOVE 'E'                    TO WSS-LG-SENTIDO.
           MOVE 'EMPREGID'             TO WSS-LG-ARQUIVO.
           MOVE 1                      TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

           MOVE 'E'                    TO WSS-LG-SENTIDO.
           MOVE 'CPFFUNC'              TO WSS-LG-ARQUIVO.
           MOVE WSS-QTD-CPFS           TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

           IF WSS-LIN-DADOSPES GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'DADOSPES'             TO WSS-LG-ARQUIVO
              MOVE WSS-LIN-DADOSPES       TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           COMPUTE WSS-LIN-ESOCIAL = WSS-TRAB-EMITIDOS
                                   + WSS-RUBRICAS-EMITIDAS + 2.

           MOVE 'S'                    TO WSS-LG-SENTIDO.
           MOVE 'ESOCIAL'              TO WSS-LG-ARQUIVO.
           MOVE WSS-LIN-ESOCIAL        TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

           IF WSS-TRAB-EXCLUIDOS GREATER 0
              MOVE 'S'                    TO WSS-LG-SENTIDO
              MOVE 'ESOCEXC'              TO WSS-LG-ARQUIVO
              MOVE WSS-TRAB-EXCLUIDOS     TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

       ROT-GRAVA-LINHAGEM-EXIT.
           EXIT.

      *----
       ROT-LINHAGEM-ARQUIVO.

           CALL 'COBOL257' USING WSS-LINHAGEM-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-LG-OUTPUT NOT EQUAL 0
              DISPLAY 'COBOL164 - AVISO LINHAGEM ' WSS-LG-ARQUIVO ': '
                      WSS-MENSAGEM OF WSS-LG-OUTPUT
           END-IF.

       ROT-LINHAGEM-ARQUIVO-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
