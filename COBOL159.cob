      *            REGISTRA QUAL ARQUIVO FICOU COM QUAL DEPARTAMENTO
      *            E QUANTAS PAGINAS - CADA GESTOR RECEBE SO AS SUAS.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - VIAS DISTRIBUIDAS POR GESTOR RESPONSAVEL DO
      *                  DEPARTAMENTO (DEPTREF-GESTOR, HERDADO DO
      *                  SUPERIOR PELO COBOL226): CADA GESTOR RECEBE UMA
      *                  VIA COM OS SEUS DEPARTAMENTOS, PAGINA NOVA A
      *                  CADA DEPARTAMENTO; GESTOR NO CABECALHO E NO
      *                  MANIFESTO
      * 15/10/2026 VRB - VALORES DAS LINHAS DE DETALHE (SALARIO A
      *                  LIQUIDO) PASSAM PELO MASCARAMENTO CENTRAL
      *                  (COBOL234) CONFORME AS FUNCOES DO USUARIO NO
      *                  PERMFIL
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
            03 DEPTREF-CODIGO              PIC X(005).
            03 DEPTREF-NOME                PIC X(030).
            03 DEPTREF-STATUS              PIC X(001).
      *----
      * DEPARTAMENTO SUPERIOR (BRANCO = RAIZ) E MATRICULA DO GESTOR
      * RESPONSAVEL (ZERO = RESPONDE O GESTOR DO SUPERIOR)
      *----
            03 DEPTREF-PAI                 PIC X(005).
            03 DEPTREF-GESTOR              PIC 9(008).
      *----
       FD   BURST1.
       01   REG-BURST1                     PIC X(132).
       77  WSS-IDX                         PIC 9(002) COMP VALUE 0.
       77  WSS-LINHAS-POR-PAGINA           PIC 9(003) VALUE 60.
       77  WSS-VIA-DISPLAY                 PIC 9(001) VALUE 0.
       77  WSS-GESTOR-LINHA                PIC 9(008) VALUE 0.
       77  WSS-TROCA-DEPTO                 PIC X(001) VALUE 'N'.
       77  WSS-QTD-MANIF                   PIC 9(004) VALUE 0.
       77  WSS-IDX-CPV                     PIC 9(002) COMP VALUE 0.
      *----
      * COLUNAS DOS VALORES NA LINHA DE DETALHE DO RLATFUN (DET01 DO
      * COBOL089): SALARIO, ATS, AJUSTE, BRUTO, INSS, IRRF, SALFAM E
      * LIQUIDO - POSICAO INICIAL (3) E TAMANHO (2)
      *----
       01  WSS-CAMPOS-VALOR-INI.
           03 FILLER                       PIC X(005) VALUE '04209'.
           03 FILLER                       PIC X(005) VALUE '05209'.
           03 FILLER                       PIC X(005) VALUE '06209'.
           03 FILLER                       PIC X(005) VALUE '07210'.
           03 FILLER                       PIC X(005) VALUE '08309'.
           03 FILLER                       PIC X(005) VALUE '09309'.
           03 FILLER                       PIC X(005) VALUE '10309'.
           03 FILLER                       PIC X(005) VALUE '11310'.
       01  WSS-CAMPOS-VALOR REDEFINES WSS-CAMPOS-VALOR-INI.
           03 WSS-CPV-ENTRY OCCURS 8 TIMES.
              05 CPV-POSICAO               PIC 9(003).
              05 CPV-TAMANHO               PIC 9(002).
      *----
      * CONTROLE DE CADA VIA: GESTOR DONO (ZERO = VIA DO PROPRIO
      * DEPARTAMENTO), DEPARTAMENTO CORRENTE E SEU NOME, LINHAS NA
      * PAGINA CORRENTE E PAGINAS EMITIDAS
      *----
       01  WSS-TAB-VIAS.
              10 VIA-NOME                  PIC X(030).
              10 VIA-LINHAS                PIC 9(003).
              10 VIA-PAGINAS               PIC 9(005).
              10 VIA-GESTOR                PIC 9(008).
      *----
      * MANIFESTO: UMA LINHA POR VIA E DEPARTAMENTO, COM AS PAGINAS
      * DAQUELE DEPARTAMENTO DENTRO DA VIA
      *----
       01  WSS-TAB-MANIF.
           05 WSS-MNF-ENTRY OCCURS 0 TO 200 TIMES
                 DEPENDING ON WSS-QTD-MANIF
                 INDEXED BY IDX-MNF.
              10 MNF-VIA                   PIC 9(001).
              10 MNF-DEPTO                 PIC X(005).
              10 MNF-NOME                  PIC X(030).
              10 MNF-GESTOR                PIC 9(008).
              10 MNF-PAGINAS               PIC 9(005).
      *----
       01  WSS-TAB-DEPTREF.
           05 WSS-DPR-ENTRY OCCURS 0 TO 200 TIMES
           03 CABVIA-NOME                  PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(006) VALUE ' PAG. '.
           03 CABVIA-PAGINA                PIC 9(005) VALUE ZEROES.
           03 FILLER                       PIC X(008) VALUE ' GESTOR '.
           03 CABVIA-GESTOR                PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(061) VALUE SPACES.
      *----
       01  DETMAN.
           03 MAN-ARQUIVO                  PIC X(008) VALUE SPACES.
           03 FILLER                       PIC X(009)
              VALUE ' PAGINAS '.
           03 MAN-PAGINAS                  PIC ZZZZ9.
           03 FILLER                       PIC X(008) VALUE ' GESTOR '.
           03 MAN-GESTOR                   PIC 9(008) VALUE ZEROES.
           03 FILLER                       PIC X(003) VALUE SPACES.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
      * LINKAGE DO SUBPROGRAMA DE HIERARQUIA DE DEPARTAMENTOS
      * (COBOL226), PARA O GESTOR RESPONSAVEL DE CADA DEPARTAMENTO
      *----
           COPY  'COPY2261'.
      *----
      * LINKAGE DO SUBPROGRAMA DE MASCARAMENTO DE DADOS SENSIVEIS
      * (COBOL234)
      *----
           COPY  'COPY2341'.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------
           IF VIA-LINHAS (WSS-VIA-ATUAL) EQUAL 0
              OR VIA-LINHAS (WSS-VIA-ATUAL)
                 NOT LESS WSS-LINHAS-POR-PAGINA
              OR WSS-TROCA-DEPTO EQUAL 'S'
              PERFORM 1200-NOVA-PAGINA
                 THRU 1200-NOVA-PAGINA-EXIT
           END-IF.

           PERFORM 1050-MASCARA-VALOR
              THRU 1050-MASCARA-VALOR-EXIT
              VARYING WSS-IDX-CPV FROM 1 BY 1
              UNTIL WSS-IDX-CPV GREATER 8.

           PERFORM 1300-GRAVA-NA-VIA
              THRU 1300-GRAVA-NA-VIA-EXIT.

           EXIT.

      *----
      * UM VALOR DA LINHA DE DETALHE: INTEGRAL, PARCIAL OU SUPRIMIDO
      * CONFORME O USUARIO (COBOL234)
      *----
       1050-MASCARA-VALOR.

           MOVE 'V'                      TO WSS-MSC-TIPO.
           MOVE CPV-TAMANHO (WSS-IDX-CPV) TO WSS-MSC-TAMANHO.
           MOVE REG-RLATFUN (CPV-POSICAO (WSS-IDX-CPV):
                             CPV-TAMANHO (WSS-IDX-CPV))
                                         TO WSS-MSC-CAMPO.

           CALL 'COBOL234' USING WSS-MASCARA-LINKAGE.

           MOVE WSS-MSC-CAMPO (1:CPV-TAMANHO (WSS-IDX-CPV))
                TO REG-RLATFUN (CPV-POSICAO (WSS-IDX-CPV):
                                CPV-TAMANHO (WSS-IDX-CPV)).

       1050-MASCARA-VALOR-EXIT.
           EXIT.

      *----
      * ESCOLHE (OU ABRE) A VIA DA LINHA: O DEPARTAMENTO COM GESTOR
      * RESPONSAVEL (PROPRIO OU HERDADO DO SUPERIOR) VAI PARA A VIA
      * DO GESTOR, JUNTO COM OS DEMAIS DEPARTAMENTOS DELE; SEM GESTOR,
      * O DEPARTAMENTO TEM VIA PROPRIA. AS OITO PRIMEIRAS VIAS SAO
      * ARQUIVOS PROPRIOS, AS DEMAIS CAEM NA VIA DE EXCEDENTES (9).
      * TROCA DE DEPARTAMENTO DENTRO DA VIA FORCA PAGINA NOVA
      *----
       1100-ESCOLHE-VIA.

           MOVE 0                        TO WSS-VIA-ATUAL.
           MOVE 'N'                      TO WSS-TROCA-DEPTO.

           INITIALIZE WSS-HQ-INPUT.
           MOVE 'CONSULTA'               TO WSS-HQ-FUNCAO.
           MOVE RL-DEPTO                 TO WSS-HQ-DEPARTAMENTO.
           PERFORM ROT-CHAMA-HIERARQUIA
              THRU ROT-CHAMA-HIERARQUIA-EXIT.
           MOVE WSS-HQ-GESTOR-RESP       TO WSS-GESTOR-LINHA.

           PERFORM VARYING WSS-IDX FROM 1 BY 1
                   UNTIL WSS-IDX > WSS-QTD-VIAS
                      OR WSS-VIA-ATUAL GREATER 0
              IF (WSS-GESTOR-LINHA GREATER 0
                  AND VIA-GESTOR (WSS-IDX) EQUAL WSS-GESTOR-LINHA)
              OR (WSS-GESTOR-LINHA EQUAL 0
                  AND VIA-GESTOR (WSS-IDX) EQUAL 0
                  AND VIA-DEPTO (WSS-IDX) EQUAL RL-DEPTO)
                 MOVE WSS-IDX            TO WSS-VIA-ATUAL
              END-IF
           END-PERFORM.

           IF WSS-VIA-ATUAL EQUAL 0
              IF WSS-QTD-VIAS LESS 8
                 ADD 1                   TO WSS-QTD-VIAS
                 MOVE WSS-QTD-VIAS       TO WSS-VIA-ATUAL
              ELSE
                 MOVE 9                  TO WSS-VIA-ATUAL
              END-IF
           END-IF.

           MOVE WSS-GESTOR-LINHA         TO
                VIA-GESTOR (WSS-VIA-ATUAL).

           IF VIA-DEPTO (WSS-VIA-ATUAL) EQUAL RL-DEPTO
              GO TO 1100-ESCOLHE-VIA-EXIT
           END-IF.

           MOVE 'S'                      TO WSS-TROCA-DEPTO.
           MOVE RL-DEPTO                 TO
                VIA-DEPTO (WSS-VIA-ATUAL).
           MOVE 'DESCONHECIDO'           TO

           MOVE VIA-NOME (WSS-VIA-ATUAL)    TO CABVIA-NOME.
           MOVE VIA-PAGINAS (WSS-VIA-ATUAL) TO CABVIA-PAGINA.
           MOVE VIA-GESTOR (WSS-VIA-ATUAL)  TO CABVIA-GESTOR.

           PERFORM 1250-GRAVA-CABECALHO
              THRU 1250-GRAVA-CABECALHO-EXIT.

           PERFORM 1210-CONTA-PAGINA-MANIF
              THRU 1210-CONTA-PAGINA-MANIF-EXIT.

       1200-NOVA-PAGINA-EXIT.
           EXIT.

      *----
      * SOMA A PAGINA NA LINHA DO MANIFESTO DA VIA E DEPARTAMENTO
      * CORRENTES (ABRINDO A LINHA NA PRIMEIRA PAGINA)
      *----
       1210-CONTA-PAGINA-MANIF.

           SET IDX-MNF TO 1.

           IF WSS-QTD-MANIF GREATER 0
              SEARCH WSS-MNF-ENTRY
                 AT END
                    PERFORM 1220-INCLUI-MANIF
                       THRU 1220-INCLUI-MANIF-EXIT
                 WHEN MNF-VIA (IDX-MNF) EQUAL WSS-VIA-ATUAL
                  AND MNF-DEPTO (IDX-MNF) EQUAL
                      VIA-DEPTO (WSS-VIA-ATUAL)
                    ADD 1                TO MNF-PAGINAS (IDX-MNF)
              END-SEARCH
           ELSE
              PERFORM 1220-INCLUI-MANIF
                 THRU 1220-INCLUI-MANIF-EXIT
           END-IF.

       1210-CONTA-PAGINA-MANIF-EXIT.
           EXIT.

      *----
       1220-INCLUI-MANIF.

           IF WSS-QTD-MANIF NOT LESS 200
              DISPLAY 'COBOL159 - MANIFESTO CHEIO, DEPTO '
                      VIA-DEPTO (WSS-VIA-ATUAL) ' FORA DA LISTA'
              GO TO 1220-INCLUI-MANIF-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-MANIF.
           SET IDX-MNF                   TO WSS-QTD-MANIF.
           MOVE WSS-VIA-ATUAL            TO MNF-VIA (IDX-MNF).
           MOVE VIA-DEPTO (WSS-VIA-ATUAL) TO MNF-DEPTO (IDX-MNF).
           MOVE VIA-NOME (WSS-VIA-ATUAL) TO MNF-NOME (IDX-MNF).
           MOVE VIA-GESTOR (WSS-VIA-ATUAL) TO MNF-GESTOR (IDX-MNF).
           MOVE 1                        TO MNF-PAGINAS (IDX-MNF).

       1220-INCLUI-MANIF-EXIT.
           EXIT.

      *----
       1250-GRAVA-CABECALHO.

                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 8100-GRAVA-VIA
              THRU 8100-GRAVA-VIA-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX GREATER 9.

           CLOSE MANIFEST.

       8000-GRAVA-MANIFESTO-EXIT.
           EXIT.

      *----
      * LINHAS DO MANIFESTO DA VIA WSS-IDX, UMA POR DEPARTAMENTO
      *----
       8100-GRAVA-VIA.

           IF VIA-PAGINAS (WSS-IDX) EQUAL 0
              GO TO 8100-GRAVA-VIA-EXIT
           END-IF.

           IF WSS-IDX LESS 9
              MOVE WSS-IDX               TO WSS-VIA-DISPLAY
              STRING 'BURST' WSS-VIA-DISPLAY DELIMITED BY SIZE
                 INTO MAN-ARQUIVO
              END-STRING
           ELSE
              MOVE 'BURSTOVF'            TO MAN-ARQUIVO
           END-IF.

           PERFORM 8110-GRAVA-DEPTO-VIA
              THRU 8110-GRAVA-DEPTO-VIA-EXIT
              VARYING IDX-MNF FROM 1 BY 1
              UNTIL IDX-MNF GREATER WSS-QTD-MANIF.

       8100-GRAVA-VIA-EXIT.
           EXIT.

      *----
       8110-GRAVA-DEPTO-VIA.

           IF MNF-VIA (IDX-MNF) NOT EQUAL WSS-IDX
              GO TO 8110-GRAVA-DEPTO-VIA-EXIT
           END-IF.

           MOVE MNF-DEPTO (IDX-MNF)      TO MAN-DEPTO.
           MOVE MNF-NOME (IDX-MNF)       TO MAN-NOME.
           MOVE MNF-PAGINAS (IDX-MNF)    TO MAN-PAGINAS.
           MOVE MNF-GESTOR (IDX-MNF)     TO MAN-GESTOR.

           WRITE REG-MANIFEST FROM DETMAN
           END-WRITE.

           IF ST-MANIFEST NOT EQUAL 0
              DISPLAY 'COBOL159 - ERRO WRITE MANIFEST FS='
                      ST-MANIFEST
              MOVE ST-MANIFEST           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       8110-GRAVA-DEPTO-VIA-EXIT.
           EXIT.

      *----
      * CHAMA O COBOL226 COM A FUNCAO JA INFORMADA; ERRO DE ARQUIVO
      * NO DEPTREF E ABEND (DEPARTAMENTO FORA DO DEPTREF VOLTA SEM
      * GESTOR E FICA COM VIA PROPRIA)
      *----
       ROT-CHAMA-HIERARQUIA.

           CALL 'COBOL226' USING WSS-HIERARQ-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-HQ-OUTPUT GREATER 4
              DISPLAY 'COBOL159 - ERRO COBOL226: '
                      WSS-MENSAGEM OF WSS-HQ-OUTPUT
              MOVE WSS-RETURN-CODE OF WSS-HQ-OUTPUT TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       ROT-CHAMA-HIERARQUIA-EXIT.
           EXIT.

      ******************************************************************
       ROT-ABEND.

