      *            REGRAVA O CADASTRO NA NOVA GERACAO FORNMSTN COM O
      *            RELATORIO DE APLICADOS/REJEITADOS (RELFORN).
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - DADOS TRIBUTARIOS DO FORNECEDOR (REGIME,
      *                  RETENCAO DE ISS E CONTRIBUICAO SOBRE A
      *                  RECEITA BRUTA) PARA A RETENCAO NA FONTE DO
      *                  PAGAMENTO A FORNECEDORES (COBOL193)
      * 15/10/2026 VRB - DESCONTO POR PAGAMENTO ANTECIPADO (PERCENTUAL
      *                  E PRAZO EM DIAS DA EMISSAO) NO CADASTRO;
      *                  FORNMST E MOVFORN COM 160 POSICOES
      * 15/10/2026 VRB - SITUACAO CADASTRAL DO CNPJ NA RECEITA E DATA
      *                  DA CONSULTA (COBOL269) PRESERVADAS NA NOVA
      *                  GERACAO DO FORNMST
      * 15/10/2026 VRB - MOEDA DE FATURAMENTO DO FORNECEDOR (FOR-MOEDA)
      *                  PARA NOTAS DE SERVICO IMPORTADO EM MOEDA
      *                  ESTRANGEIRA
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
      *
       FD   FORNMST
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
       01   REG-FORNMST.
            03 FOR-CODIGO                  PIC X(030).
            03 FOR-AGENCIA                 PIC 9(005).
            03 FOR-CONTA                   PIC 9(012).
            03 FOR-DV                      PIC X(001).
      *----
      * DADOS TRIBUTARIOS PARA A RETENCAO NA FONTE SOBRE NOTA DE
      * SERVICO (COBOL193): REGIME ('N' OU BRANCO LUCRO REAL OU
      * PRESUMIDO, 'S' SIMPLES NACIONAL, '4' SIMPLES NO ANEXO IV,
      * 'I' IMUNE OU ISENTA), ISS RETIDO PELO TOMADOR ('S') E
      * CONTRIBUICAO PREVIDENCIARIA SOBRE A RECEITA BRUTA ('S',
      * RETENCAO DO INSS A 3,5%)
      *----
            03 FOR-REGIME-TRIB             PIC X(001).
            03 FOR-RETEM-ISS               PIC X(001).
            03 FOR-CPRB                    PIC X(001).
      *----
      * DESCONTO POR PAGAMENTO ANTECIPADO: PERCENTUAL SOBRE O VALOR DO
      * TITULO PARA PAGAMENTO ATE N DIAS DA EMISSAO DA NOTA (ZERO =
      * FORNECEDOR SEM DESCONTO)
      *----
            03 FOR-DESC-PCT                PIC 9(002)V99.
            03 FOR-DESC-DIAS               PIC 9(003).
      *----
      * SITUACAO CADASTRAL DO CNPJ NA RECEITA E DATA DA CONSULTA,
      * GRAVADAS PELO COBOL269; A MANUTENCAO SO PRESERVA
      *----
            03 FOR-SIT-CADASTRAL           PIC 9(002).
            03 FOR-DATA-CONSULTA           PIC 9(008).
      *----
      * MOEDA EM QUE O FORNECEDOR FATURA (EM BRANCO OU 'BRL' = REAIS);
      * SUGERIDA PARA AS NOTAS QUE CHEGAM SEM MOEDA NO COBOL264
      *----
            03 FOR-MOEDA                   PIC X(003).
            03 FILLER                      PIC X(022).
      *----
       FD   MOVFORN
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
       01   REG-MOVFORN.
            03 MFO-TIPO                    PIC X(001).
            03 MFO-AGENCIA                 PIC 9(005).
            03 MFO-CONTA                   PIC 9(012).
            03 MFO-DV                      PIC X(001).
            03 MFO-REGIME-TRIB             PIC X(001).
               88 MFO-REGIME-VALIDO                VALUE ' ' 'N' 'S'
                                                         '4' 'I'.
            03 MFO-RETEM-ISS               PIC X(001).
               88 MFO-RETEM-ISS-VALIDO             VALUE ' ' 'S' 'N'.
            03 MFO-CPRB                    PIC X(001).
               88 MFO-CPRB-VALIDO                  VALUE ' ' 'S' 'N'.
            03 MFO-DESC-PCT                PIC 9(002)V99.
            03 MFO-DESC-DIAS               PIC 9(003).
            03 MFO-MOEDA                   PIC X(003).
            03 FILLER                      PIC X(031).
      *----
       FD   FORNMSTN
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
       01   REG-FORNMSTN                   PIC X(160).
      *----
       FD   RELFORN.
      *----
              10 TFR-AGENCIA               PIC 9(005).
              10 TFR-CONTA                 PIC 9(012).
              10 TFR-DV                    PIC X(001).
              10 TFR-REGIME-TRIB           PIC X(001).
              10 TFR-RETEM-ISS             PIC X(001).
              10 TFR-CPRB                  PIC X(001).
              10 TFR-DESC-PCT              PIC 9(002)V99.
              10 TFR-DESC-DIAS             PIC 9(003).
              10 TFR-SIT-CADASTRAL         PIC 9(002).
              10 TFR-DATA-CONSULTA         PIC 9(008).
              10 TFR-MOEDA                 PIC X(003).
              10 TFR-ATIVO                 PIC X(001).
      *----
      * LINKAGE DO SUBPROGRAMA DE CALCULO/CONFERENCIA DE CNPJ
                   TFR-AGENCIA (WSS-QTD-FORNS)
              MOVE FOR-CONTA             TO TFR-CONTA (WSS-QTD-FORNS)
              MOVE FOR-DV                TO TFR-DV (WSS-QTD-FORNS)
              MOVE FOR-REGIME-TRIB       TO
                   TFR-REGIME-TRIB (WSS-QTD-FORNS)
              MOVE FOR-RETEM-ISS         TO
                   TFR-RETEM-ISS (WSS-QTD-FORNS)
              MOVE FOR-CPRB              TO TFR-CPRB (WSS-QTD-FORNS)
              MOVE 0                     TO
                   TFR-DESC-PCT (WSS-QTD-FORNS)
                   TFR-DESC-DIAS (WSS-QTD-FORNS)
              IF FOR-DESC-PCT NUMERIC AND FOR-DESC-DIAS NUMERIC
                 MOVE FOR-DESC-PCT       TO
                      TFR-DESC-PCT (WSS-QTD-FORNS)
                 MOVE FOR-DESC-DIAS      TO
                      TFR-DESC-DIAS (WSS-QTD-FORNS)
              END-IF
              MOVE 0                     TO
                   TFR-SIT-CADASTRAL (WSS-QTD-FORNS)
                   TFR-DATA-CONSULTA (WSS-QTD-FORNS)
              IF FOR-SIT-CADASTRAL NUMERIC
                 AND FOR-DATA-CONSULTA NUMERIC
                 MOVE FOR-SIT-CADASTRAL  TO
                      TFR-SIT-CADASTRAL (WSS-QTD-FORNS)
                 MOVE FOR-DATA-CONSULTA  TO
                      TFR-DATA-CONSULTA (WSS-QTD-FORNS)
              END-IF
              MOVE FOR-MOEDA             TO TFR-MOEDA (WSS-QTD-FORNS)
              MOVE 'A'                   TO TFR-ATIVO (WSS-QTD-FORNS)
           END-IF.

           EXIT.

      *----
      * CONFERENCIA DO CNPJ PELO DIGITO VERIFICADOR (COBOL095) E DOS
      * CODIGOS TRIBUTARIOS ANTES DE O FORNECEDOR ENTRAR NO CADASTRO
      *----
       2050-VALIDA-CNPJ.


           IF WSS-RETURN-CODE OF WSS-CNPJ-OUTPUT NOT EQUAL 0
              MOVE WSS-MENSAGEM OF WSS-CNPJ-OUTPUT TO WSS-MOTIVO
              GO TO 2050-VALIDA-CNPJ-EXIT
           END-IF.

      *----
      * DADOS TRIBUTARIOS: SO OS CODIGOS PREVISTOS
      *----
           IF NOT MFO-REGIME-VALIDO
              MOVE 'REGIME TRIBUTARIO INVALIDO'
                                          TO WSS-MOTIVO
              GO TO 2050-VALIDA-CNPJ-EXIT
           END-IF.

           IF NOT MFO-RETEM-ISS-VALIDO OR NOT MFO-CPRB-VALIDO
              MOVE 'INDICADOR DE RETENCAO DIFERENTE DE S/N'
                                          TO WSS-MOTIVO
              GO TO 2050-VALIDA-CNPJ-EXIT
           END-IF.

      *----
      * DESCONTO POR ANTECIPACAO: EM BRANCO = SEM DESCONTO; COM
      * PERCENTUAL, O PRAZO EM DIAS DA EMISSAO E OBRIGATORIO
      *----
           IF MFO-DESC-PCT EQUAL SPACES
              MOVE 0                     TO MFO-DESC-PCT
           END-IF.

           IF MFO-DESC-DIAS EQUAL SPACES
              MOVE 0                     TO MFO-DESC-DIAS
           END-IF.

           IF MFO-DESC-PCT NOT NUMERIC OR MFO-DESC-DIAS NOT NUMERIC
              OR (MFO-DESC-PCT GREATER 0 AND MFO-DESC-DIAS EQUAL 0)
              MOVE 'DESCONTO POR ANTECIPACAO INVALIDO'
                                          TO WSS-MOTIVO
              GO TO 2050-VALIDA-CNPJ-EXIT
           END-IF.

      *----
      * MOEDA DE FATURAMENTO: EM BRANCO = REAIS; QUALQUER OUTRA PRECISA
      * DE COTACAO NO CAMBIOTB NA HORA DO PAGAMENTO (COBOL193)
      *----
           IF MFO-MOEDA EQUAL 'BRL'
              MOVE SPACES                TO MFO-MOEDA
           END-IF.

           IF MFO-MOEDA NOT EQUAL SPACES
              AND MFO-MOEDA NOT ALPHABETIC-UPPER
              MOVE 'CODIGO DE MOEDA INVALIDO'
                                          TO WSS-MOTIVO
           END-IF.

       2050-VALIDA-CNPJ-EXIT.
                TFR-AGENCIA (WSS-QTD-FORNS).
           MOVE MFO-CONTA                TO TFR-CONTA (WSS-QTD-FORNS).
           MOVE MFO-DV                   TO TFR-DV (WSS-QTD-FORNS).
           MOVE MFO-REGIME-TRIB          TO
                TFR-REGIME-TRIB (WSS-QTD-FORNS).
           MOVE MFO-RETEM-ISS            TO
                TFR-RETEM-ISS (WSS-QTD-FORNS).
           MOVE MFO-CPRB                 TO TFR-CPRB (WSS-QTD-FORNS).
           MOVE MFO-DESC-PCT             TO
                TFR-DESC-PCT (WSS-QTD-FORNS).
           MOVE MFO-DESC-DIAS            TO
                TFR-DESC-DIAS (WSS-QTD-FORNS).
           MOVE 0                        TO
                TFR-SIT-CADASTRAL (WSS-QTD-FORNS)
                TFR-DATA-CONSULTA (WSS-QTD-FORNS).
           MOVE MFO-MOEDA                TO TFR-MOEDA (WSS-QTD-FORNS).
           MOVE 'A'                      TO TFR-ATIVO (WSS-QTD-FORNS).

       2100-INCLUI-FORNECEDOR-EXIT.
           MOVE MFO-AGENCIA              TO TFR-AGENCIA (WSS-IDX).
           MOVE MFO-CONTA                TO TFR-CONTA (WSS-IDX).
           MOVE MFO-DV                   TO TFR-DV (WSS-IDX).
           MOVE MFO-REGIME-TRIB          TO TFR-REGIME-TRIB (WSS-IDX).
           MOVE MFO-RETEM-ISS            TO TFR-RETEM-ISS (WSS-IDX).
           MOVE MFO-CPRB                 TO TFR-CPRB (WSS-IDX).
           MOVE MFO-DESC-PCT             TO TFR-DESC-PCT (WSS-IDX).
           MOVE MFO-DESC-DIAS            TO TFR-DESC-DIAS (WSS-IDX).
           MOVE MFO-MOEDA                TO TFR-MOEDA (WSS-IDX).

       2200-ALTERA-FORNECEDOR-EXIT.
           EXIT.
                 MOVE TFR-AGENCIA (WSS-IDX)   TO FOR-AGENCIA
                 MOVE TFR-CONTA (WSS-IDX)     TO FOR-CONTA
                 MOVE TFR-DV (WSS-IDX)        TO FOR-DV
                 MOVE TFR-REGIME-TRIB (WSS-IDX) TO FOR-REGIME-TRIB
                 MOVE TFR-RETEM-ISS (WSS-IDX) TO FOR-RETEM-ISS
                 MOVE TFR-CPRB (WSS-IDX)      TO FOR-CPRB
                 MOVE TFR-DESC-PCT (WSS-IDX)  TO FOR-DESC-PCT
                 MOVE TFR-DESC-DIAS (WSS-IDX) TO FOR-DESC-DIAS
                 MOVE TFR-SIT-CADASTRAL (WSS-IDX)
                                          TO FOR-SIT-CADASTRAL
                 MOVE TFR-DATA-CONSULTA (WSS-IDX)
                                          TO FOR-DATA-CONSULTA
                 MOVE TFR-MOEDA (WSS-IDX)     TO FOR-MOEDA
                 WRITE REG-FORNMSTN FROM REG-FORNMST
                 END-WRITE
                 IF ST-FORNMSTN NOT EQUAL 0
