      *            REJEITADO NAO PROCESSADO E FUNCIONARIO QUE NAO
      *            RECEBEU EM SILENCIO - POR ISSO ESTE PASSO.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - SEGMENTO PIX DA REMESSA (FORMA DE LANCAMENTO
      *                  45): A FORMA VAI PARA O PAGSTAT E O REQUEUE E
      *                  OS CODIGOS DE REJEICAO DO PIX SAO TRADUZIDOS
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
            03 FILLER                      PIC X(057).
            03 CNB-MATRICULA               PIC 9(008).
            03 CNB-VALOR                   PIC 9(013)V99.
            03 CNB-FORMA-LANC              PIC X(002).
            03 FILLER                      PIC X(150).
      *----
       FD   RETBANCO
            RECORDING MODE IS F
      * STATUS DO PAGAMENTO: 'L' LIQUIDADO, 'R' REJEITADO E 'E'
      * ENVIADO SEM RESPOSTA DO BANCO (INSUMO DO RELATORIO DE
      * COBRANCA COBOL189); A DATA E A REMESSA PERMITEM ENVELHECER
      * OS ITENS PENDENTES; A FORMA DE LANCAMENTO ('01' TED, '45'
      * PIX) VEM DO SEGMENTO DA REMESSA
      *----
       01   REG-PAGSTAT.
            03 PST-MATRICULA               PIC 9(008).
            03 PST-CODIGO                  PIC X(002).
            03 PST-DATA                    PIC 9(008).
            03 PST-REMESSA                 PIC X(008).
            03 PST-FORMA-LANC              PIC X(002).
            03 FILLER                      PIC X(036).
      *----
       FD   REQUEUE
            RECORDING MODE IS F
            03 RQU-MATRICULA               PIC 9(008).
            03 RQU-VALOR                   PIC 9(013)V99.
            03 RQU-MOTIVO                  PIC X(030).
            03 RQU-FORMA-LANC              PIC X(002).
            03 FILLER                      PIC X(025).
      *----
       FD   RELEXCB.
      *----
       77  MASCARA-VALOR                   PIC ZZZ.ZZZ.ZZ9,99.
       77  WSS-DATA-HOJE                   PIC 9(008) VALUE 0.
       77  WSS-ID-REMESSA                  PIC X(008) VALUE SPACES.
       77  WSS-TOT-PIX                     PIC 9(006) VALUE ZEROES.
      *----
      * CREDITOS ENVIADOS NA REMESSA, COM MARCA DE RESPOSTA
      *----
              10 ENV-MATRICULA             PIC 9(008).
              10 ENV-VALOR                 PIC 9(013)V99.
              10 ENV-RESPONDIDO            PIC X(001).
              10 ENV-FORMA-LANC            PIC X(002).
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
           DISPLAY '* REJEITADOS (REENVIO) : ' WSS-TOT-REJEITADOS.
           DISPLAY '* RESPOSTA SEM CREDITO : ' WSS-TOT-SEM-CREDITO.
           DISPLAY '* CREDITO SEM RESPOSTA : ' WSS-TOT-SEM-RESPOSTA.
           DISPLAY '* RESPOSTAS DE PIX     : ' WSS-TOT-PIX.
           DISPLAY '*******************************************'.

           STOP RUN.
                   ENV-VALOR (WSS-QTD-ENVIADOS)
              MOVE 'N'                   TO
                   ENV-RESPONDIDO (WSS-QTD-ENVIADOS)
              MOVE CNB-FORMA-LANC        TO
                   ENV-FORMA-LANC (WSS-QTD-ENVIADOS)
              IF CNB-FORMA-LANC EQUAL SPACES
                 MOVE '01'               TO
                      ENV-FORMA-LANC (WSS-QTD-ENVIADOS)
              END-IF
           END-IF.

       1001-LER-REMESSA-EXIT.
           MOVE RTB-CODIGO               TO PST-CODIGO.
           MOVE WSS-DATA-HOJE            TO PST-DATA.
           MOVE WSS-ID-REMESSA           TO PST-REMESSA.
           MOVE ENV-FORMA-LANC (WSS-IDX) TO PST-FORMA-LANC.

           IF PST-FORMA-LANC EQUAL '45'
              ADD 1                      TO WSS-TOT-PIX
           END-IF.

           IF RTB-CODIGO EQUAL '00'
              MOVE 'L'                   TO PST-STATUS
              MOVE RTB-MATRICULA         TO RQU-MATRICULA
              MOVE RTB-VALOR             TO RQU-VALOR
              MOVE WSS-MOTIVO            TO RQU-MOTIVO
              MOVE PST-FORMA-LANC        TO RQU-FORMA-LANC
              WRITE REG-REQUEUE
              END-WRITE
              IF ST-REQUEUE NOT EQUAL 0
              MOVE RTB-MATRICULA         TO MATRICULA-DET
              MOVE RTB-VALOR             TO MASCARA-VALOR
              MOVE MASCARA-VALOR         TO VALOR-DET
              IF PST-FORMA-LANC EQUAL '45'
                 STRING 'PIX - '         DELIMITED BY SIZE
                        WSS-MOTIVO       DELIMITED BY SIZE
                   INTO OCORRENCIA-DET
                 END-STRING
              ELSE
                 MOVE WSS-MOTIVO         TO OCORRENCIA-DET
              END-IF
              PERFORM 2900-GRAVA-EXCECAO
                 THRU 2900-GRAVA-EXCECAO-EXIT
           END-IF.
           EXIT.

      *----
      * TRADUCAO DOS CODIGOS DE REJEICAO DO BANCO; OS CODIGOS 'P?'
      * SAO AS OCORRENCIAS DO PIX NO RETORNO
      *----
       2100-TRADUZ-MOTIVO.

                    MOVE 'AGENCIA INVALIDA'    TO WSS-MOTIVO
               WHEN '04'
                    MOVE 'CONTA INVALIDA'      TO WSS-MOTIVO
               WHEN 'PA'
                    MOVE 'PIX NAO EFETIVADO'   TO WSS-MOTIVO
               WHEN 'PB'
                    MOVE 'ERRO NO PSP DO RECEBEDOR' TO WSS-MOTIVO
               WHEN 'PC'
                    MOVE 'CONTA DO RECEBEDOR ENCERRADA'
                                               TO WSS-MOTIVO
               WHEN 'PF'
                    MOVE 'CPF/CNPJ DIVERGE DO TITULAR' TO WSS-MOTIVO
               WHEN 'PH'
                    MOVE 'REJEITADO PELO PSP RECEBEDOR'
                                               TO WSS-MOTIVO
               WHEN 'PJ'
                    MOVE 'CHAVE PIX NAO CADASTRADA' TO WSS-MOTIVO
               WHEN 'PM'
                    MOVE 'CHAVE PIX INVALIDA'  TO WSS-MOTIVO
               WHEN OTHER
                    MOVE 'MOTIVO NAO CATALOGADO' TO WSS-MOTIVO
           END-EVALUATE.
                 MOVE SPACES             TO PST-CODIGO
                 MOVE WSS-DATA-HOJE      TO PST-DATA
                 MOVE WSS-ID-REMESSA     TO PST-REMESSA
                 MOVE ENV-FORMA-LANC (WSS-IDX) TO PST-FORMA-LANC
                 WRITE REG-PAGSTAT
                 END-WRITE
                 IF ST-PAGSTAT NOT EQUAL 0
