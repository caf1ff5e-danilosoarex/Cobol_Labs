      *            E A CONTABILIZACAO (COBOL162) USAM PARA RATEAR O
      *            CUSTO DO MES ENTRE OS DOIS DEPARTAMENTOS.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - TIPO DE CONTRATO (CLT, APRENDIZ, ESTAGIARIO,
      *                  DIRETOR PRO-LABORE) NA INCLUSAO E NOVO
      *                  MOVIMENTO 'C' DE ALTERACAO DE CONTRATO, COM
      *                  REGISTRO NO HISTORICO (CAMPO 'CONTRATO')
      * 15/10/2026 VRB - CONTROLE DO QUADRO DE VAGAS (COBOL224):
      *                  ADMISSAO OU TRANSFERENCIA SEM VAGA NO
      *                  DEPARTAMENTO/CARGO FICA RETIDA EM MOVRETID
      *                  PARA REENVIO APOS AMPLIACAO DO QUADRO
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-HISTFUNC.
      *
           SELECT MOVRETID ASSIGN TO MOVRETID
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-MOVRETID.
      *
      *--------------
       DATA DIVISION.
      *            'A' = ALTERACAO SALARIAL
      *            'T' = TRANSFERENCIA DE DEPARTAMENTO
      *            'D' = DESLIGAMENTO (EXCLUSAO DO MESTRE)
      *            'C' = ALTERACAO DO TIPO DE CONTRATO
      *----
       01   REG-MOVFUNC.
            03 MOV-TIPO                    PIC X(001).
               88 MOV-ALTERACAO                    VALUE 'A'.
               88 MOV-TRANSFERENCIA                VALUE 'T'.
               88 MOV-DESLIGAMENTO                 VALUE 'D'.
               88 MOV-CONTRATO                     VALUE 'C'.
            03 MOV-MATRICULA               PIC 9(008).
            03 MOV-NOME                    PIC X(040).
            03 MOV-SEXO                    PIC X(001).
      * (COMPORTAMENTO LEGADO, SEM RATEIO)
      *----
            03 MOV-DATA-EFETIVA            PIC 9(008).
      *----
      * TIPO DE CONTRATO ('I' E 'C'), MESMOS CODIGOS DE
      * FM-TIPO-CONTRATO
      *----
            03 MOV-TIPO-CONTRATO           PIC X(001).
               88 MOV-CONTRATO-VALIDO              VALUE 'C' 'A' 'E'
                                                         'D' ' '.
            03 FILLER                      PIC X(003).
      *----
       FD  FUNCMST
           RECORDING MODE IS F
           03  FILLER                      PIC X(004).
           03  FM-CARGO                    PIC X(002).
           03  FM-EMPRESA                  PIC X(002).
      *----
      * TIPO DE CONTRATO: 'C' (OU BRANCO) = CLT, 'A' = APRENDIZ (FGTS
      * DE 2%), 'E' = ESTAGIARIO (SEM INSS, FGTS E 13.), 'D' =
      * DIRETOR PRO-LABORE (SEM FGTS, INSS PATRONAL PROPRIO)
      *----
           03  FM-TIPO-CONTRATO            PIC X(001).
               88  FM-CONTRATO-CLT                  VALUE 'C' ' '.
               88  FM-APRENDIZ                      VALUE 'A'.
               88  FM-ESTAGIARIO                    VALUE 'E'.
               88  FM-DIRETOR                       VALUE 'D'.
      *----
         FD RELMANUT.
      *----
      * ANTERIOR/NOVO, DATA DE VIGENCIA E ORIGEM (COPY2081)
      *----
           COPY  'COPY2081'.
      *----
         FD MOVRETID
            RECORDING MODE IS F
            RECORD CONTAINS 88 CHARACTERS.
      *----
      * MOVIMENTOS RETIDOS POR FALTA DE VAGA NO QUADRO, NO MESMO
      * LAYOUT DO MOVFUNC, PARA REENVIO QUANDO O QUADRO FOR AMPLIADO
      *----
         01 REG-MOVRETID                   PIC X(088).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
       77  WSS-RESULTADO                   PIC X(001) VALUE SPACE.
           88 WSS-MOV-APLICADO                       VALUE 'A'.
           88 WSS-MOV-REJEITADO                      VALUE 'R'.
           88 WSS-MOV-RETIDO                         VALUE 'H'.
       77  WSS-MOTIVO                      PIC X(040) VALUE SPACES.
       77  ST-JRNFUNC                      PIC 9(002) VALUE 0.
       77  ST-TRANSFEF                     PIC 9(002) VALUE 0.
       77  ST-HISTFUNC                     PIC 9(002) VALUE 0.
       77  WSS-HST-GRAVADOS                PIC 9(006) VALUE ZEROES.
       77  ST-MOVRETID                     PIC 9(002) VALUE 0.
       77  WSS-REG-RETIDOS                 PIC 9(006) VALUE ZEROES.
      *----
      * SALARIOS PASSAM PELO GRUPO ABAIXO PARA VIRAR TEXTO NO
      * HISTORICO (7 DIGITOS, DECIMAL IMPLICITO NAS DUAS ULTIMAS
           03 WSS-SALARIO-NOVO-NUM         PIC 9(005)V99.
       77  WSS-TRF-GRAVADOS                PIC 9(006) VALUE ZEROES.
       77  WSS-DEPTO-ANTERIOR              PIC X(005) VALUE SPACES.
       77  WSS-CONTRATO-ANTERIOR           PIC X(001) VALUE SPACE.
       77  WSS-JRN-GRAVADOS                PIC 9(006) VALUE ZEROES.
       77  WSS-IMAGEM-ANTES                PIC X(080) VALUE SPACES.
       77  WSS-IMAGEM-DEPOIS               PIC X(080) VALUE SPACES.
      * OS MOVIMENTOS, PARA NAO COLIDIR COM A TRANSACAO COBOL136
      *----
           COPY  'COPY2061'.
      *----
      * LINKAGE DO SUBPROGRAMA DE CONTROLE DO QUADRO DE VAGAS
      * (COBOL224): ADMISSAO E TRANSFERENCIA SO ENTRAM COM VAGA NO
      * DEPARTAMENTO/CARGO DE DESTINO
      *----
           COPY  'COPY2241'.
      *----
       01  DATA-HORA.
           03 DH-ANO                       PIC X(004).
           03 FILLER                       PIC X(030)
              VALUE 'TOTAL DE MOVIMENTOS REJEITADO:'.
           03 TOT-REJEITADOS               PIC ZZZZZ9.
      *----
       01  TOT04.
           03 FILLER                       PIC X(030)
              VALUE 'TOTAL DE MOVIMENTOS RETIDOS  :'.
           03 TOT-RETIDOS                  PIC ZZZZZ9.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 0008-TRAVA-MESTRE
              THRU 0008-TRAVA-MESTRE-EXIT.

           PERFORM 0009-CARREGA-QUADRO
              THRU 0009-CARREGA-QUADRO-EXIT.

           PERFORM 1000-ABRE-ARQUIVOS
              THRU 1000-ABRE-ARQUIVOS-EXIT.

       0008-TRAVA-MESTRE-EXIT.
           EXIT.

      *----
      * O COBOL224 CONTA A OCUPACAO LENDO O MESTRE; A CARGA E FEITA
      * AQUI, ANTES DO OPEN I-O, E DAI EM DIANTE CADA MOVIMENTO
      * APLICADO ATUALIZA A TABELA DELE (OCUPA/LIBERA)
      *----
       0009-CARREGA-QUADRO.

           DISPLAY '0009-CARREGA-QUADRO'.

           MOVE 'CARREGA'              TO WSS-QV-FUNCAO.
           MOVE SPACES                 TO WSS-QV-DEPARTAMENTO
                                          WSS-QV-CARGO.
           MOVE ZEROES                 TO WSS-QV-DATA-REF.

           PERFORM ROT-CHAMA-QUADRO
              THRU ROT-CHAMA-QUADRO-EXIT.

           DISPLAY 'COBOL131 - ' WSS-MENSAGEM OF WSS-QV-OUTPUT.

       0009-CARREGA-QUADRO-EXIT.
           EXIT.

      *----
       1000-ABRE-ARQUIVOS.

                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT MOVRETID.

           IF ST-MOVRETID NOT EQUAL 0 THEN
              DISPLAY 'COBOL131 - ERRO OPEN MOVRETID FS=' ST-MOVRETID
              MOVE ST-MOVRETID           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       1000-ABRE-ARQUIVOS-EXIT.
           EXIT.

      *----
      * APLICA UM MOVIMENTO CONTRA O MESTRE CONFORME O TIPO; CADA
      * MOVIMENTO SAI NO RELATORIO COMO APLICADO OU REJEITADO COM O
      * MOTIVO DA REJEICAO, OU RETIDO POR FALTA DE VAGA NO QUADRO
      *----
       2000-PROCESSA-MOVIMENTO.

               WHEN MOV-DESLIGAMENTO
                    PERFORM 3300-EXCLUI-FUNCIONARIO
                       THRU 3300-EXCLUI-FUNCIONARIO-EXIT
               WHEN MOV-CONTRATO
                    PERFORM 3400-ALTERA-CONTRATO
                       THRU 3400-ALTERA-CONTRATO-EXIT
               WHEN OTHER
                    MOVE 'R'           TO WSS-RESULTADO
                    MOVE 'TIPO DE MOVIMENTO INVALIDO'
           PERFORM 4000-IMPRIME-MOVIMENTO
              THRU 4000-IMPRIME-MOVIMENTO-EXIT.

           EVALUATE TRUE
               WHEN WSS-MOV-APLICADO
                    ADD 1              TO WSS-REG-APLICADOS
               WHEN WSS-MOV-RETIDO
                    ADD 1              TO WSS-REG-RETIDOS
                    PERFORM 3800-GRAVA-RETIDO
                       THRU 3800-GRAVA-RETIDO-EXIT
               WHEN OTHER
                    ADD 1              TO WSS-REG-REJEITADOS
           END-EVALUATE.

           PERFORM 1001-LER-MOVFUNC
              THRU 1001-LER-MOVFUNC-EXIT.

      *----
      * INCLUSAO (ADMISSAO): MONTA O REGISTRO COMPLETO E GRAVA COM
      * WRITE; CHAVE DUPLICADA (FS=22) REJEITA O MOVIMENTO. SEM VAGA
      * NO QUADRO DO DEPARTAMENTO/CARGO O MOVIMENTO FICA RETIDO
      *----
       3000-INCLUI-FUNCIONARIO.

              GO TO 3000-INCLUI-FUNCIONARIO-EXIT
           END-IF.

           IF NOT MOV-CONTRATO-VALIDO
              MOVE 'R'                 TO WSS-RESULTADO
              MOVE 'TIPO DE CONTRATO INVALIDO'     TO WSS-MOTIVO
              GO TO 3000-INCLUI-FUNCIONARIO-EXIT
           END-IF.

           MOVE SPACES                 TO REG-FUNCMST.
           MOVE MOV-MATRICULA          TO FM-MATRICULA.
           MOVE MOV-NOME               TO FM-NOME.
           MOVE MOV-HORA-EXTRA         TO FM-HORA-EXTRA.
           MOVE MOV-CARGO              TO FM-CARGO.
           MOVE MOV-EMPRESA            TO FM-EMPRESA.
           MOVE MOV-TIPO-CONTRATO      TO FM-TIPO-CONTRATO.

           IF FM-CONTRATO-CLT
              MOVE 'C'                 TO FM-TIPO-CONTRATO
           END-IF.

           MOVE 'VERIFICA'             TO WSS-QV-FUNCAO.
           MOVE MOV-DEPARTAMENTO       TO WSS-QV-DEPARTAMENTO.
           MOVE MOV-CARGO              TO WSS-QV-CARGO.

           PERFORM ROT-CHAMA-QUADRO
              THRU ROT-CHAMA-QUADRO-EXIT.

           IF WSS-QV-SEM-VAGA
              MOVE 'H'                 TO WSS-RESULTADO
              MOVE WSS-MENSAGEM OF WSS-QV-OUTPUT TO WSS-MOTIVO
              GO TO 3000-INCLUI-FUNCIONARIO-EXIT
           END-IF.

           WRITE REG-FUNCMST
              INVALID KEY
              MOVE MOV-DEPARTAMENTO    TO HST-VALOR-NOVO
              PERFORM ROT-GRAVA-HISTORIA
                 THRU ROT-GRAVA-HISTORIA-EXIT
              MOVE 'OCUPA'             TO WSS-QV-FUNCAO
              MOVE MOV-DEPARTAMENTO    TO WSS-QV-DEPARTAMENTO
              MOVE MOV-CARGO           TO WSS-QV-CARGO
              PERFORM ROT-CHAMA-QUADRO
                 THRU ROT-CHAMA-QUADRO-EXIT
           END-IF.

       3000-INCLUI-FUNCIONARIO-EXIT.

      *----
      * TRANSFERENCIA: LE O REGISTRO PELA CHAVE, TROCA O DEPARTAMENTO
      * E REGRAVA COM REWRITE. SEM VAGA PARA O CARGO DO FUNCIONARIO
      * NO DEPARTAMENTO NOVO O MOVIMENTO FICA RETIDO
      *----
       3200-TRANSFERE-DEPTO.

           END-IF.

           MOVE FM-DEPARTAMENTO        TO WSS-DEPTO-ANTERIOR.

           IF MOV-DEPARTAMENTO NOT EQUAL WSS-DEPTO-ANTERIOR
              MOVE 'VERIFICA'          TO WSS-QV-FUNCAO
              MOVE MOV-DEPARTAMENTO    TO WSS-QV-DEPARTAMENTO
              MOVE FM-CARGO            TO WSS-QV-CARGO
              PERFORM ROT-CHAMA-QUADRO
                 THRU ROT-CHAMA-QUADRO-EXIT
              IF WSS-QV-SEM-VAGA
                 MOVE 'H'              TO WSS-RESULTADO
                 MOVE WSS-MENSAGEM OF WSS-QV-OUTPUT TO WSS-MOTIVO
                 GO TO 3200-TRANSFERE-DEPTO-EXIT
              END-IF
           END-IF.

           MOVE MOV-DEPARTAMENTO       TO FM-DEPARTAMENTO.

           PERFORM 3950-REGRAVA-FUNCMST
              THRU 3950-REGRAVA-FUNCMST-EXIT.

           IF WSS-MOV-APLICADO
              AND MOV-DEPARTAMENTO NOT EQUAL WSS-DEPTO-ANTERIOR
              MOVE 'LIBERA'            TO WSS-QV-FUNCAO
              MOVE WSS-DEPTO-ANTERIOR  TO WSS-QV-DEPARTAMENTO
              MOVE FM-CARGO            TO WSS-QV-CARGO
              PERFORM ROT-CHAMA-QUADRO
                 THRU ROT-CHAMA-QUADRO-EXIT
              MOVE 'OCUPA'             TO WSS-QV-FUNCAO
              MOVE MOV-DEPARTAMENTO    TO WSS-QV-DEPARTAMENTO
              PERFORM ROT-CHAMA-QUADRO
                 THRU ROT-CHAMA-QUADRO-EXIT
           END-IF.

      *----
      * TRANSFERENCIA APLICADA COM DATA DE VIGENCIA INFORMADA ENTRA
      * NO ARQUIVO DE RATEIO DA COMPETENCIA
                 THRU ROT-GRAVA-HISTORIA-EXIT
           END-IF.

      *----
      * REGISTRO QUE JA ESTAVA MARCADO COMO DESLIGADO NAO OCUPAVA
      * POSICAO NO QUADRO
      *----
           IF WSS-MOV-APLICADO
              AND WSS-IMAGEM-ANTES (75:1) NOT EQUAL 'D'
              MOVE 'LIBERA'            TO WSS-QV-FUNCAO
              MOVE WSS-IMAGEM-ANTES (65:5) TO WSS-QV-DEPARTAMENTO
              MOVE WSS-IMAGEM-ANTES (76:2) TO WSS-QV-CARGO
              PERFORM ROT-CHAMA-QUADRO
                 THRU ROT-CHAMA-QUADRO-EXIT
           END-IF.

       3300-EXCLUI-FUNCIONARIO-EXIT.
           EXIT.

      *----
      * ALTERACAO DO TIPO DE CONTRATO (APRENDIZ OU ESTAGIARIO
      * EFETIVADO, DIRETOR ELEITO): LE O REGISTRO PELA CHAVE, TROCA
      * O TIPO E REGRAVA COM REWRITE
      *----
       3400-ALTERA-CONTRATO.

           IF NOT MOV-CONTRATO-VALIDO
              MOVE 'R'                 TO WSS-RESULTADO
              MOVE 'TIPO DE CONTRATO INVALIDO'     TO WSS-MOTIVO
              GO TO 3400-ALTERA-CONTRATO-EXIT
           END-IF.

           PERFORM 3900-LE-FUNCMST
              THRU 3900-LE-FUNCMST-EXIT.

           IF WSS-MOV-REJEITADO
              GO TO 3400-ALTERA-CONTRATO-EXIT
           END-IF.

           MOVE FM-TIPO-CONTRATO       TO WSS-CONTRATO-ANTERIOR.
           MOVE MOV-TIPO-CONTRATO      TO FM-TIPO-CONTRATO.

           IF FM-CONTRATO-CLT
              MOVE 'C'                 TO FM-TIPO-CONTRATO
           END-IF.

           PERFORM 3950-REGRAVA-FUNCMST
              THRU 3950-REGRAVA-FUNCMST-EXIT.

           IF WSS-MOV-APLICADO
              MOVE SPACES              TO REG-HISTFUNC
              MOVE 'CONTRATO'          TO HST-CAMPO
              MOVE WSS-CONTRATO-ANTERIOR TO HST-VALOR-ANT
              MOVE FM-TIPO-CONTRATO    TO HST-VALOR-NOVO
              PERFORM ROT-GRAVA-HISTORIA
                 THRU ROT-GRAVA-HISTORIA-EXIT
           END-IF.

       3400-ALTERA-CONTRATO-EXIT.
           EXIT.

      *----
      * MOVIMENTO RETIDO VAI INTEIRO PARA MOVRETID, PRONTO PARA SER
      * REENVIADO NO MOVFUNC QUANDO O QUADRO FOR AMPLIADO
      *----
       3800-GRAVA-RETIDO.

           WRITE REG-MOVRETID FROM REG-MOVFUNC.

           IF ST-MOVRETID NOT EQUAL 0 THEN
              DISPLAY 'COBOL131 - ERRO WRITE MOVRETID FS=' ST-MOVRETID
              MOVE ST-MOVRETID         TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       3800-GRAVA-RETIDO-EXIT.
           EXIT.

      *----
      * LEITURA DIRETA PELA CHAVE, NOS MOLDES DO READ KEY IS DO
      * COBOL098; MATRICULA INEXISTENTE REJEITA O MOVIMENTO
       ROT-GRAVA-HISTORIA-EXIT.
           EXIT.

      *----
      * CHAMADA AO COBOL224 COM A FUNCAO JA MONTADA PELO CHAMADOR;
      * ERRO DE ARQUIVO NO QUADRO DERRUBA O JOB
      *----
       ROT-CHAMA-QUADRO.

           CALL 'COBOL224' USING WSS-QUADRO-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-QV-OUTPUT GREATER 4
              DISPLAY 'COBOL131 - ' WSS-MENSAGEM OF WSS-QV-OUTPUT
              MOVE WSS-RETURN-CODE OF WSS-QV-OUTPUT TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       ROT-CHAMA-QUADRO-EXIT.
           EXIT.

      *----
       4000-IMPRIME-MOVIMENTO.

           MOVE MASCARA-SALARIO        TO SALARIO-DET.
           MOVE MOV-DEPARTAMENTO       TO DEPTO-DET.

           EVALUATE TRUE
               WHEN WSS-MOV-APLICADO
                    MOVE 'APLICADO '   TO RESULTADO-DET
               WHEN WSS-MOV-RETIDO
                    MOVE 'RETIDO   '   TO RESULTADO-DET
               WHEN OTHER
                    MOVE 'REJEITADO'   TO RESULTADO-DET
           END-EVALUATE.

           MOVE WSS-MOTIVO             TO MOTIVO-DET.

           MOVE WSS-REG-LIDOS          TO TOT-LIDOS.
           MOVE WSS-REG-APLICADOS      TO TOT-APLICADOS.
           MOVE WSS-REG-REJEITADOS     TO TOT-REJEITADOS.
           MOVE WSS-REG-RETIDOS        TO TOT-RETIDOS.

           WRITE REG-RELMANUT FROM TOT01 AFTER ADVANCING 3
           END-WRITE.
           WRITE REG-RELMANUT FROM TOT03 AFTER ADVANCING 1
           END-WRITE.

           WRITE REG-RELMANUT FROM TOT04 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RELMANUT NOT EQUAL 0 THEN
              DISPLAY 'COBOL131 - ERRO WRITE RELMANUT FS=' ST-RELMANUT
              MOVE ST-RELMANUT         TO RETURN-CODE
                 THRU ROT-ABEND-EXIT
           END-IF.

           CLOSE MOVRETID.

           IF ST-MOVRETID NOT EQUAL 0 THEN
              DISPLAY 'COBOL131 - ERRO CLOSE MOVRETID FS=' ST-MOVRETID
              MOVE ST-MOVRETID           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

      *----
      * DEVOLVE A TRAVA DE ARQUIVO AO COBOL206
      *----
           DISPLAY '* MOVIMENTOS LIDOS     : ' WSS-REG-LIDOS.
           DISPLAY '* MOVIMENTOS APLICADOS : ' WSS-REG-APLICADOS.
           DISPLAY '* MOVIMENTOS REJEITADOS: ' WSS-REG-REJEITADOS.
           DISPLAY '* MOVIMENTOS RETIDOS   : ' WSS-REG-RETIDOS.
           DISPLAY '* JOURNAL GRAVADOS     : ' WSS-JRN-GRAVADOS.
           DISPLAY '* TRANSFERENCIAS P/RATEIO: ' WSS-TRF-GRAVADOS.
           DISPLAY '*******************************************'.
