      *            COPY1341, O MESMO DO COBOL131), COM IMAGEM ANTES/
      *            DEPOIS E O USER-ID OBTIDO VIA COBOL101.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - CONTROLE DO QUADRO DE VAGAS (COBOL224) NA
      *                  TROCA DE DEPARTAMENTO E NA REATIVACAO: SEM
      *                  VAGA NO DEPARTAMENTO/CARGO A ALTERACAO E
      *                  CANCELADA
      * 15/10/2026 VRB - ENCADEAMENTO DO AUDLOG (COBOL259): SEQUENCIA
      *                  E HASH DO REGISTRO ANTERIOR EM CADA GRAVACAO
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       77  WSS-USUARIO                     PIC X(008) VALUE SPACES.
       77  WSS-CONSULTAS                   PIC 9(006) VALUE ZEROES.
       77  WSS-ALTERACOES                  PIC 9(006) VALUE ZEROES.
       77  WSS-QUADRO-OK                   PIC X(001) VALUE 'S'.
       77  MASCARA-SALARIO                 PIC ZZ.ZZ9,99.
       77  MASCARA-DATA                    PIC 99/99/9999.
      *----
      * COM O RECURSO, O OPERADOR RECEBE O DETENTOR E DESDE QUANDO
      *----
           COPY  'COPY2061'.
      *----
      * LINKAGE DO SUBPROGRAMA DE CONTROLE DO QUADRO DE VAGAS
      * (COBOL224): TRANSFERENCIA DE DEPARTAMENTO E REATIVACAO SO
      * COM VAGA NO DEPARTAMENTO/CARGO DE DESTINO
      *----
           COPY  'COPY2241'.
      *----
       01  DATA-HORA.
           03 DH-ANO                       PIC X(004).
           03 DH-MINUTO                    PIC X(002).
           03 DH-SEGUNDO                   PIC X(002).
           03 FILLER                       PIC X(007).
      *----
      * LINKAGE DO ENCADEAMENTO DO AUDLOG (COBOL259): SEQUENCIA E
      * HASH DO REGISTRO ANTERIOR EM CADA GRAVACAO
      *----
           COPY  'COPY2591'.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------
                 THRU ROT-ABEND-EXIT
           END-IF.

      *----
      * O COBOL224 CONTA A OCUPACAO LENDO O MESTRE: A CARGA E FEITA
      * ANTES DO OPEN I-O
      *----
           MOVE 'CARREGA'               TO WSS-QV-FUNCAO.
           MOVE SPACES                  TO WSS-QV-DEPARTAMENTO
                                           WSS-QV-CARGO.
           MOVE ZEROES                  TO WSS-QV-DATA-REF.

           CALL 'COBOL224' USING WSS-QUADRO-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-QV-OUTPUT NOT EQUAL 0
              DISPLAY 'COBOL136 - AVISO: '
                      WSS-MENSAGEM OF WSS-QV-OUTPUT UPON CONSOLE
           END-IF.

           PERFORM 1000-ABRE-ARQUIVOS
              THRU 1000-ABRE-ARQUIVOS-EXIT.

                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'INICIA'                 TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           OPEN EXTEND AUDLOG.

           IF ST-AUDLOG EQUAL 35
                    END-IF
           END-EVALUATE.

           PERFORM 4100-CONFERE-QUADRO
              THRU 4100-CONFERE-QUADRO-EXIT.

           IF WSS-QUADRO-OK NOT EQUAL 'S'
              MOVE WSS-IMAGEM-ANTES     TO REG-FUNCMST
              DISPLAY 'ALTERACAO CANCELADA' UPON CONSOLE
              PERFORM 4900-SOLTA-TRAVA
                 THRU 4900-SOLTA-TRAVA-EXIT
              GO TO 4000-ALTERACAO-EXIT
           END-IF.

           REWRITE REG-FUNCMST
              INVALID KEY
                 DISPLAY 'ERRO DE REGRAVACAO FS=' ST-FUNCMST
           PERFORM ROT-GRAVA-HISTORIA
              THRU ROT-GRAVA-HISTORIA-EXIT.

           PERFORM 4200-ATUALIZA-QUADRO
              THRU 4200-ATUALIZA-QUADRO-EXIT.

           MOVE FUNCTION UPPER-CASE (WSS-OPCAO)
                                        TO WSS-OP-ACESSO.
           PERFORM ROT-GRAVA-ACESSO
       4000-ALTERACAO-EXIT.
           EXIT.

      *----
      * FUNCIONARIO QUE PASSA A OCUPAR UMA POSICAO NOVA (TROCA DE
      * DEPARTAMENTO OU REATIVACAO DE DESLIGADO) PRECISA DE VAGA NO
      * QUADRO DO DEPARTAMENTO/CARGO DE DESTINO
      *----
       4100-CONFERE-QUADRO.

           MOVE 'S'                     TO WSS-QUADRO-OK.

           IF FM-SITUACAO EQUAL 'D'
              GO TO 4100-CONFERE-QUADRO-EXIT
           END-IF.

           IF FM-DEPARTAMENTO EQUAL WSS-IMAGEM-ANTES (65:5)
              AND WSS-IMAGEM-ANTES (75:1) NOT EQUAL 'D'
              GO TO 4100-CONFERE-QUADRO-EXIT
           END-IF.

           MOVE 'VERIFICA'              TO WSS-QV-FUNCAO.
           MOVE FM-DEPARTAMENTO         TO WSS-QV-DEPARTAMENTO.
           MOVE FM-CARGO                TO WSS-QV-CARGO.

           CALL 'COBOL224' USING WSS-QUADRO-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-QV-OUTPUT GREATER 4
              DISPLAY 'QUADRO DE VAGAS INDISPONIVEL: '
                      WSS-MENSAGEM OF WSS-QV-OUTPUT UPON CONSOLE
              MOVE 'N'                  TO WSS-QUADRO-OK
              GO TO 4100-CONFERE-QUADRO-EXIT
           END-IF.

           IF WSS-QV-SEM-VAGA
              DISPLAY 'SEM VAGA NO QUADRO - DEPTO ' FM-DEPARTAMENTO
                      ' CARGO ' FM-CARGO UPON CONSOLE
              DISPLAY WSS-MENSAGEM OF WSS-QV-OUTPUT
                      ' - AUTORIZADO: ' WSS-QV-AUTORIZADO
                      ' OCUPADO: ' WSS-QV-OCUPADO UPON CONSOLE
              MOVE 'N'                  TO WSS-QUADRO-OK
           END-IF.

       4100-CONFERE-QUADRO-EXIT.
           EXIT.

      *----
      * ALTERACAO GRAVADA: LIBERA A POSICAO DE ORIGEM E OCUPA A DE
      * DESTINO NA TABELA DO COBOL224; FALHA AQUI SO GERA AVISO
      *----
       4200-ATUALIZA-QUADRO.

           IF WSS-IMAGEM-ANTES (75:1) NOT EQUAL 'D'
              AND (FM-SITUACAO EQUAL 'D'
                   OR FM-DEPARTAMENTO NOT EQUAL
                      WSS-IMAGEM-ANTES (65:5))
              MOVE 'LIBERA'             TO WSS-QV-FUNCAO
              MOVE WSS-IMAGEM-ANTES (65:5)
                                        TO WSS-QV-DEPARTAMENTO
              MOVE WSS-IMAGEM-ANTES (76:2)
                                        TO WSS-QV-CARGO
              CALL 'COBOL224' USING WSS-QUADRO-LINKAGE
              IF WSS-RETURN-CODE OF WSS-QV-OUTPUT GREATER 4
                 DISPLAY 'AVISO: ' WSS-MENSAGEM OF WSS-QV-OUTPUT
                     UPON CONSOLE
              END-IF
           END-IF.

           IF FM-SITUACAO NOT EQUAL 'D'
              AND (WSS-IMAGEM-ANTES (75:1) EQUAL 'D'
                   OR FM-DEPARTAMENTO NOT EQUAL
                      WSS-IMAGEM-ANTES (65:5))
              MOVE 'OCUPA'              TO WSS-QV-FUNCAO
              MOVE FM-DEPARTAMENTO      TO WSS-QV-DEPARTAMENTO
              MOVE FM-CARGO             TO WSS-QV-CARGO
              CALL 'COBOL224' USING WSS-QUADRO-LINKAGE
              IF WSS-RETURN-CODE OF WSS-QV-OUTPUT GREATER 4
                 DISPLAY 'AVISO: ' WSS-MENSAGEM OF WSS-QV-OUTPUT
                     UPON CONSOLE
              END-IF
           END-IF.

       4200-ATUALIZA-QUADRO-EXIT.
           EXIT.

      *----
      * DEVOLVE A TRAVA DE REGISTRO AO COBOL206; FALHA AQUI NAO
      * DERRUBA A TRANSACAO - A TRAVA ORFA E CASO PARA O COBOL207
              INTO AUD-VALOR
           END-STRING.

           MOVE 'ENCADEIA'               TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           WRITE REG-AUDLOG.

           IF ST-AUDLOG NOT EQUAL 0 THEN
