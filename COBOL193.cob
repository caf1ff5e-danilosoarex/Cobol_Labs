      *                         CONFIRMADOS, PRONTOS PARA A BAIXA DO
      *                         COBOL174.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - FORNECEDOR COM CHAVE PIX E FORMA 'P' NO
      *                  PIXCHAVE (COBOL262) RECEBE NUM SEGMENTO PIX
      *                  (FORMA DE LANCAMENTO 45) DA REMESSA; A FORMA
      *                  VAI NA PROPOSTA E A REJEICAO DO PIX SAI COM O
      *                  MOTIVO TRADUZIDO
      * 15/10/2026 VRB - RETENCAO NA FONTE SOBRE NOTA DE SERVICO
      *                  (IRRF, PIS/COFINS/CSLL, ISS E INSS) PELO
      *                  CODIGO DE SERVICO DO DUPLICTA, TABELA RETTAB
      *                  E REGIME DO FORNMST; REMESSA PELO LIQUIDO,
      *                  RETPROP NA PROPOSTA E RETENCAO NA CONFIRMACAO
      * 15/10/2026 VRB - TITULO SUSPEITO DE DUPLICIDADE OU COM A
      *                  DUPLICIDADE CONFIRMADA NO DUPVERIF (COBOL265)
      *                  FICA FORA DA PROPOSTA; PAGTOS LEVA A DATA DO
      *                  PAGAMENTO
      * 15/10/2026 VRB - DESCONTO POR PAGAMENTO ANTECIPADO: TERMOS DO
      *                  FORNMST (160 POSICOES) E EMISSAO DA NOTA NO
      *                  DUPLICTA; ANTECIPA O TITULO QUANDO O DESCONTO
      *                  SUPERA O CUSTO DO DINHEIRO (TAXAFIN); DESCONTO
      *                  NA PROPOSTA E NO PAGTOS
      * 15/10/2026 VRB - TITULO COM BOLETO (LINHA DIGITAVEL NO DUPLICTA
      *                  DE 160 POSICOES) CONFERIDO NO COBOL267 E PAGO
      *                  NO SEGMENTO J DA REMESSA, DENTRO DA ALCADA;
      *                  FORMA 30/31 NA PROPOSTA
      * 15/10/2026 VRB - FORNECEDOR COM CNPJ FORA DA SITUACAO ATIVA NA
      *                  RECEITA (COBOL269, FORNMST) FICA FORA DA
      *                  PROPOSTA
      * 15/10/2026 VRB - NOTA PARCELADA: PROPOSTA POR PARCELA (PROPOSTA
      *                  COM 120 POSICOES), PARCELA NO RETORNO, NO
      *                  PAGTOS, NA RETENCAO E NO SEGMENTO J; ALCADA
      *                  PELO VALOR TOTAL DA NOTA
      * 15/10/2026 VRB - TITULO EM MOEDA ESTRANGEIRA (DUPLICTA) PAGO EM
      *                  REAIS PELA TAXA DO CAMBIOTB NA DATA DO
      *                  PAGAMENTO; MOEDA, VALOR NA MOEDA E TAXAS NA
      *                  PROPOSTA E NO PAGTOS; VARIACAO CAMBIAL
      *                  REALIZADA NO ACUMULADO VARCAMB (COBOL270)
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELPROP.
      *
           SELECT PIXCHAVE ASSIGN TO PIXCHAVE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PIXCHAVE.
      *
           SELECT RETTAB ASSIGN TO RETTAB
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RETTAB.
      *
           SELECT RETPROP ASSIGN TO RETPROP
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RETPROP.
      *
           SELECT RETENCAO ASSIGN TO RETENCAO
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RETENCAO.
      *
           SELECT DUPVERIF ASSIGN TO DUPVERIF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DUPVERIF.
      *
           SELECT TAXAFIN ASSIGN TO TAXAFIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-TAXAFIN.
      *
           SELECT CAMBIOTB ASSIGN TO CAMBIOTB
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CAMBIOTB.
      *
           SELECT VARCAMB ASSIGN TO VARCAMB
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-VARCAMB.
      *
      *--------------
       DATA DIVISION.
      *----
       FD   DUPLICTA
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
       01   REG-DUPLICTA.
            03 DUP-CHAVE.
               05 DUP-NUMERO-NF            PIC 9(008).
            03 DUP-DATA-VENCIMENTO         PIC 9(008).
            03 DUP-VALOR                   PIC 9(007)V99.
      *----
      * CODIGO DO SERVICO NA LISTA DA LC 116 (BRANCO = NOTA DE
      * MERCADORIA, SEM RETENCAO NA FONTE)
      *----
            03 DUP-COD-SERVICO             PIC X(005).
      *----
      * DATA DE EMISSAO DA NOTA (BASE DO PRAZO DO DESCONTO POR
      * ANTECIPACAO; ZERO OU BRANCO = SEM DESCONTO)
      *----
            03 DUP-DATA-EMISSAO            PIC 9(008).
      *----
      * LINHA DIGITAVEL DO BOLETO (COBOL264); PREENCHIDA, O TITULO E
      * PAGO NO SEGMENTO DE PAGAMENTO DE TITULOS DA REMESSA
      *----
            03 DUP-LINHA-DIGITAVEL         PIC X(047).
            03 DUP-PARCELA                 PIC 9(002).
            03 DUP-QTD-PARCELAS            PIC 9(002).
            03 DUP-VALOR-NF                PIC 9(007)V99.
      *----
      * MOEDA DO TITULO (BRANCO OU 'BRL' = REAIS; NAS DEMAIS, VALOR E
      * VALOR DA NOTA NA MOEDA) E TAXA DA EMISSAO DA NOTA
      *----
            03 DUP-MOEDA                   PIC X(003).
            03 DUP-TAXA-EMISSAO            PIC 9(005)V9(005).
            03 FILLER                      PIC X(019).
      *----
       FD   FORNMST
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
       01   REG-FORNMST.
            03 FOR-CODIGO                  PIC X(030).
            03 FOR-AGENCIA                 PIC 9(005).
            03 FOR-CONTA                   PIC 9(012).
            03 FOR-DV                      PIC X(001).
            03 FOR-REGIME-TRIB             PIC X(001).
            03 FOR-RETEM-ISS               PIC X(001).
            03 FOR-CPRB                    PIC X(001).
      *----
      * DESCONTO POR PAGAMENTO ANTECIPADO: PERCENTUAL PARA PAGAMENTO
      * ATE N DIAS DA EMISSAO DA NOTA
      *----
            03 FOR-DESC-PCT                PIC 9(002)V99.
            03 FOR-DESC-DIAS               PIC 9(003).
      *----
      * SITUACAO CADASTRAL DO CNPJ NA RECEITA (COBOL269): FORA DE
      * 02 ATIVA (OU 00 AINDA NAO CONSULTADO), FORNECEDOR BLOQUEADO
      *----
            03 FOR-SIT-CADASTRAL           PIC 9(002).
            03 FOR-DATA-CONSULTA           PIC 9(008).
      *----
      * MOEDA DE FATURAMENTO DO FORNECEDOR (O TITULO LEVA A SUA)
      *----
            03 FOR-MOEDA                   PIC X(003).
            03 FILLER                      PIC X(022).
      *----
       FD   APROVAL
            RECORDING MODE IS F
      *----
       FD   PROPOSTA
            RECORDING MODE IS F
            RECORD CONTAINS 120 CHARACTERS.
      *----
      * PROPOSTA EMITIDA: A FUNCAO 'CONFIRMA' CASA O RETORNO DO
      * BANCO CONTRA ESTE ARQUIVO
            03 PRO-FORNECEDOR              PIC X(030).
            03 PRO-NUMERO-NF               PIC 9(008).
            03 PRO-VALOR                   PIC 9(009)V99.
      *----
      * DATA DA REMESSA (DATA DE REFERENCIA DO CARTAO): DATA-VALOR DO
      * DEBITO NA CONTA DE FUNDING, LIDA PELO PEDIDO DE FUNDING
      * (COBOL255)
      *----
            03 PRO-DATA-PAGTO              PIC 9(008).
      *----
      * FORMA DE LANCAMENTO DO CREDITO ('01' TED, '45' PIX)
      *----
            03 PRO-FORMA-LANC              PIC X(002).
      *----
      * TOTAL RETIDO NA FONTE: O CREDITO (PRO-VALOR) SAI PELO
      * LIQUIDO E A BAIXA DO TITULO E PELO LIQUIDO MAIS O RETIDO
      *----
            03 PRO-VALOR-RETIDO            PIC 9(009)V99.
      *----
      * DESCONTO POR ANTECIPACAO: 'C' CAPTURADO (DEDUZIDO DO
      * CREDITO, A BAIXA DO TITULO O INCLUI), 'P' PERDIDO (PRAZO
      * VENCIDO; O VALOR E SO INFORMATIVO), BRANCO SEM DESCONTO
      *----
            03 PRO-VALOR-DESCONTO          PIC 9(007)V99.
            03 PRO-DESC-SITUACAO           PIC X(001).
      *----
      * PARCELA DA NOTA PROPOSTA E QUANTIDADE DE PARCELAS DA NOTA
      *----
            03 PRO-PARCELA                 PIC 9(002).
            03 PRO-QTD-PARCELAS            PIC 9(002).
      *----
      * TITULO EM MOEDA ESTRANGEIRA: O CREDITO SAI EM REAIS PELA TAXA
      * DO PAGAMENTO; FICAM A MOEDA, O VALOR DO TITULO NA MOEDA E AS
      * TAXAS DO PAGAMENTO E DA EMISSAO (BRANCO/ZERO = REAIS)
      *----
            03 PRO-MOEDA                   PIC X(003).
            03 PRO-VALOR-MOEDA             PIC 9(007)V99.
            03 PRO-TAXA-PAGTO              PIC 9(005)V9(005).
            03 PRO-TAXA-EMISSAO            PIC 9(005)V9(005).
            03 FILLER                      PIC X(004).
      *----
       FD   RETFORN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * RETORNO DO BANCO DA REMESSA DE FORNECEDORES: '00' = CREDITO
      * EFETIVADO; PARCELA ZERADA CASA COM QUALQUER PARCELA DA NOTA
      *----
       01   REG-RETFORN.
            03 RTF-FORNECEDOR              PIC X(030).
            03 RTF-NUMERO-NF               PIC 9(008).
            03 RTF-VALOR                   PIC 9(009)V99.
            03 RTF-CODIGO                  PIC X(002).
            03 RTF-PARCELA                 PIC 9(002).
            03 FILLER                      PIC X(027).
      *----
       FD   PAGTOS
            RECORDING MODE IS F
               05 PAG-FORNECEDOR           PIC X(030).
               05 PAG-NUMERO-NF            PIC 9(008).
            03 PAG-VALOR                   PIC 9(007)V99.
      *----
      * DATA DO PAGAMENTO (DATA DA REMESSA DA PROPOSTA), USADA NA
      * VERIFICACAO DE DUPLICIDADE DO COBOL265
      *----
            03 PAG-DATA-PAGTO              PIC 9(008).
      *----
      * DESCONTO POR ANTECIPACAO DA PROPOSTA ('C' CAPTURADO, 'P'
      * PERDIDO), LIDO NO RELATORIO MENSAL DE DESCONTOS (COBOL266)
      *----
            03 PAG-VALOR-DESCONTO          PIC 9(007)V99.
            03 PAG-DESC-SITUACAO           PIC X(001).
      *----
      * PARCELA DA NOTA BAIXADA PELO PAGAMENTO (COBOL174)
      *----
            03 PAG-PARCELA                 PIC 9(002).
      *----
      * TITULO EM MOEDA ESTRANGEIRA: O PAGTOS SEGUE EM REAIS (VALOR
      * DEBITADO NA CONTA) E LEVA O VALOR BAIXADO NA MOEDA DO TITULO
      *----
            03 PAG-MOEDA                   PIC X(003).
            03 PAG-VALOR-MOEDA             PIC 9(007)V99.
            03 FILLER                      PIC X(001).
      *----
       FD   RELPROP.
      *----
       01   REG-RELPROP                    PIC X(132).
      *----
       FD   PIXCHAVE
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
      * CADASTRO DE CHAVES PIX (COBOL262): FORNECEDOR COM FORMA 'P'
      * RECEBE NA CHAVE, NUM SEGMENTO PIX DA REMESSA
      *----
       01   REG-PIXCHAVE-E                 PIC X(160).
      *----
       FD   RETTAB
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * TABELA DE RETENCAO NA FONTE POR CODIGO DE SERVICO (COPY2621)
      *----
       01   REG-RETTAB-E                   PIC X(080).
      *----
       FD   RETPROP
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
      * RETENCOES CALCULADAS NA PROPOSTA (COPY2622), UMA POR NOTA
      *----
       01   REG-RETPROP                    PIC X(160).
      *----
       FD   RETENCAO
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
      * ACUMULADO DAS RETENCOES DAS NOTAS PAGAS (COPY2622), APURADO
      * NO MES PELO COBOL263
      *----
       01   REG-RETENCAO-S                 PIC X(160).
      *----
       FD   DUPVERIF
            RECORDING MODE IS F
            RECORD CONTAINS 140 CHARACTERS.
      *----
      * REGISTRO DE VERIFICACAO DE DUPLICIDADE (COPY2651) GERADO
      * PELO COBOL265
      *----
       01   REG-DUPVERIF-E                 PIC X(140).
      *----
       FD   TAXAFIN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CARTAO DO CUSTO DO DINHEIRO DA EMPRESA EM % AO MES; O TITULO
      * FORA DO HORIZONTE SO E ANTECIPADO PELO DESCONTO QUANDO A
      * TAXA DO DESCONTO SUPERA ESTE CUSTO
      *----
       01   REG-TAXAFIN.
            03 TXF-CUSTO-MES               PIC 9(002)V9(004).
            03 FILLER                      PIC X(074).
      *----
       FD   CAMBIOTB
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * TAXAS DE CAMBIO POR MOEDA E VIGENCIA (COBOL191)
      *----
       01   REG-CAMBIOTB.
            03 CMB-MOEDA                   PIC X(003).
            03 CMB-VIGENCIA                PIC 9(008).
            03 CMB-TAXA                    PIC 9(005)V9(005).
            03 FILLER                      PIC X(059).
      *----
       FD   VARCAMB
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
      * ACUMULADO DA VARIACAO CAMBIAL REALIZADA NOS TITULOS EM MOEDA
      * ESTRANGEIRA PAGOS (COPY2701), APURADO NO MES PELO COBOL270
      *----
       01   REG-VARCAMB-S                  PIC X(160).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
       77  ST-RETFORN                      PIC 9(002) VALUE 0.
       77  ST-PAGTOS                       PIC 9(002) VALUE 0.
       77  ST-RELPROP                      PIC 9(002) VALUE 0.
       77  ST-PIXCHAVE                     PIC 9(002) VALUE 0.
       77  WSS-EOF-PIX                     PIC X(001) VALUE 'N'.
       77  WSS-QTD-PIX                     PIC 9(004) VALUE 0.
       77  WSS-REG-PIX                     PIC 9(006) VALUE ZEROES.
       77  ST-RETTAB                       PIC 9(002) VALUE 0.
       77  ST-RETPROP                      PIC 9(002) VALUE 0.
       77  ST-RETENCAO                     PIC 9(002) VALUE 0.
       77  WSS-EOF-RET                     PIC X(001) VALUE 'N'.
       77  WSS-QTD-RETTAB                  PIC 9(004) VALUE 0.
       77  WSS-QTD-RETPROP                 PIC 9(004) VALUE 0.
       77  WSS-REG-RETIDOS                 PIC 9(006) VALUE ZEROES.
       77  WSS-VALOR-RETIDO                PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-TOT-RETIDO                  PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-ALIQ-INSS                   PIC 9(002)V99 VALUE 0.
       77  WSS-PAGA-IR-PCC                 PIC X(001) VALUE 'N'.
       77  ST-DUPVERIF                     PIC 9(002) VALUE 0.
       77  WSS-EOF-DVF                     PIC X(001) VALUE 'N'.
       77  WSS-QTD-DUPVERIF                PIC 9(005) VALUE 0.
       77  WSS-REG-DUPLICIDADE             PIC 9(006) VALUE ZEROES.
       77  ST-TAXAFIN                      PIC 9(002) VALUE 0.
       77  WSS-CUSTO-MES                   PIC 9(002)V9(004) VALUE 0.
       77  WSS-DATA-DESCONTO               PIC 9(008) VALUE 0.
       77  WSS-DIAS-ANTECIPA               PIC S9(005) COMP VALUE 0.
       77  WSS-TAXA-DESCONTO               PIC 9(005)V9(004) VALUE 0.
       77  WSS-VALOR-DESCONTO              PIC 9(007)V99 VALUE 0.
       77  WSS-DESC-SITUACAO               PIC X(001) VALUE SPACE.
       77  WSS-REG-DESCONTOS               PIC 9(006) VALUE ZEROES.
       77  WSS-REG-ANTECIPADOS             PIC 9(006) VALUE ZEROES.
       77  WSS-TOT-DESCONTO                PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-REG-BOLETOS                 PIC 9(006) VALUE ZEROES.
       77  WSS-REG-SIT-CADASTRAL           PIC 9(006) VALUE ZEROES.
       77  ST-CAMBIOTB                     PIC 9(002) VALUE 0.
       77  ST-VARCAMB                      PIC 9(002) VALUE 0.
       77  WSS-QTD-TAXAS                   PIC 9(004) VALUE 0.
       77  WSS-IDX-TAX                     PIC 9(004) COMP VALUE 0.
       77  WSS-MOEDA                       PIC X(003) VALUE SPACES.
       77  WSS-DATA-TAXA                   PIC 9(008) VALUE 0.
       77  WSS-TAXA-ACHADA                 PIC 9(005)V9(005) VALUE 0.
       77  WSS-VIG-ACHADA                  PIC 9(008) VALUE 0.
       77  WSS-TAXA-PAGTO                  PIC 9(005)V9(005) VALUE 0.
       77  WSS-TAXA-EMISSAO                PIC 9(005)V9(005) VALUE 0.
       77  WSS-VALOR-TITULO                PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-VALOR-NF-REAIS              PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-REG-MOEDA                   PIC 9(006) VALUE ZEROES.
       77  WSS-REG-VARIACAO                PIC 9(006) VALUE ZEROES.
       77  WSS-TOT-GANHO                   PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-PERDA                   PIC 9(013)V99 COMP-3 VALUE 0.
      *----
      * RETENCAO MINIMA: IRRF E PIS/COFINS/CSLL ATE R$ 10,00 E INSS
      * ABAIXO DE R$ 10,00 NAO SAO RETIDOS; PIS/COFINS/CSLL A 4,65%
      * E INSS A 3,5% PARA O FORNECEDOR NA RECEITA BRUTA
      *----
       77  WSS-RETENCAO-MINIMA             PIC 9(002)V99 VALUE 10,00.
       77  WSS-ALIQ-PCC                    PIC 9(002)V99 VALUE 4,65.
       77  WSS-ALIQ-INSS-CPRB              PIC 9(002)V99 VALUE 3,50.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-DATA-REF                    PIC 9(008) VALUE 0.
       77  WSS-HORIZONTE                   PIC 9(003) VALUE 30.
       77  WSS-DATA-INT                    PIC 9(009) COMP VALUE 0.
       77  WSS-DIAS-ATRASO                 PIC S9(005) COMP VALUE 0.
       77  WSS-VALOR-PAGAR                 PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-VALOR-ALCADA                PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-PARCELA                     PIC 9(002) VALUE 0.
       77  WSS-QTD-PARCELAS                PIC 9(002) VALUE 0.
       77  WSS-ENCARGOS                    PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-IDX                         PIC 9(004) COMP VALUE 0.
       77  WSS-ACHOU                       PIC X(001) VALUE 'N'.
       77  WSS-MOTIVO                      PIC X(040) VALUE SPACES.
       77  MASCARA-VALOR                   PIC ZZZ.ZZZ.ZZ9,99.
      *----
      * REGISTRO DE TRABALHO NO LAYOUT DO CADASTRO DE CHAVES PIX
      * (COPY2611)
      *----
           COPY  'COPY2611'.
      *----
      * REGISTROS DE TRABALHO DA TABELA DE RETENCAO (COPY2621) E DA
      * RETENCAO DA NOTA (COPY2622)
      *----
           COPY  'COPY2621'.
           COPY  'COPY2622'.
      *----
      * REGISTRO DE TRABALHO DA VERIFICACAO DE DUPLICIDADE (COPY2651)
      *----
           COPY  'COPY2651'.
      *----
      * TITULOS SUSPEITOS DE DUPLICIDADE OU COM A DUPLICIDADE
      * CONFIRMADA PELO CONTAS A PAGAR (FICAM FORA DA PROPOSTA)
      *----
       01  WSS-TAB-DUPVERIF.
           05 WSS-DVF-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-DUPVERIF
                 INDEXED BY IDX-DVF.
              10 TDV-CHAVE                 PIC X(046).
              10 TDV-SITUACAO              PIC X(001).
      *----
      * TABELA DE RETENCAO NA FONTE EM MEMORIA
      *----
       01  WSS-TAB-RETTAB.
           05 WSS-RTT-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-RETTAB
                 INDEXED BY IDX-RTT.
              10 TRT-COD-SERVICO           PIC X(005).
              10 TRT-ALIQ-IRRF             PIC 9(002)V99.
              10 TRT-COD-DARF-IR           PIC X(004).
              10 TRT-RETEM-PCC             PIC X(001).
              10 TRT-ALIQ-ISS              PIC 9(002)V99.
              10 TRT-ALIQ-INSS             PIC 9(002)V99.
              10 TRT-NAT-RENDIMENTO        PIC 9(005).
      *----
      * RETENCOES DA PROPOSTA CARREGADAS NA FUNCAO 'CONFIRMA'
      *----
       01  WSS-TAB-RETPROP.
           05 WSS-RTP-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WSS-QTD-RETPROP
                 INDEXED BY IDX-RTP.
              10 TRP-CHAVE                 PIC X(038).
              10 TRP-PARCELA               PIC 9(002).
              10 TRP-REGISTRO              PIC X(160).
      *----
      * CADASTRO DE FORNECEDORES EM MEMORIA (TERMOS E CONTA)
      *----
       01  WSS-TAB-FORNS.
                 DEPENDING ON WSS-QTD-FORNS.
              10 TFR-CODIGO                PIC X(030).
              10 TFR-RAZAO                 PIC X(040).
              10 TFR-CNPJ                  PIC 9(014).
              10 TFR-REGIME-TRIB           PIC X(001).
              10 TFR-RETEM-ISS             PIC X(001).
              10 TFR-CPRB                  PIC X(001).
              10 TFR-DESC-PCT              PIC 9(002)V99.
              10 TFR-DESC-DIAS             PIC 9(003).
              10 TFR-MULTA-PCT             PIC 9(003)V99.
              10 TFR-JUROS-DIA             PIC 9(001)V9(004).
              10 TFR-BANCO                 PIC 9(003).
              10 TFR-AGENCIA               PIC 9(005).
              10 TFR-CONTA                 PIC 9(012).
              10 TFR-DV                    PIC X(001).
              10 TFR-FORMA                 PIC X(001).
                 88 TFR-PAGA-PIX                   VALUE 'P'.
              10 TFR-PIX-TIPO              PIC X(002).
              10 TFR-PIX-CHAVE             PIC X(077).
              10 TFR-SIT-CADASTRAL         PIC 9(002).
                 88 TFR-CNPJ-LIBERADO              VALUE 00 02.
      *----
       01  WSS-TAB-APROV.
           05 WSS-APR-ENTRY OCCURS 0 TO 1000 TIMES
              10 TAP-NUMERO-NF             PIC 9(008).
              10 TAP-APROVADOR             PIC X(008).
      *----
      * TAXAS DE CAMBIO EM MEMORIA
      *----
       01  WSS-TAB-TAXAS.
           05 WSS-TAX-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WSS-QTD-TAXAS.
              10 TCM-MOEDA                 PIC X(003).
              10 TCM-VIGENCIA              PIC 9(008).
              10 TCM-TAXA                  PIC 9(005)V9(005).
      *----
      * REGISTRO DE TRABALHO DA VARIACAO CAMBIAL (COPY2701)
      *----
           COPY  'COPY2701'.
      *----
      * PROPOSTAS CARREGADAS NA FUNCAO 'CONFIRMA'
      *----
       01  WSS-TAB-PROPOSTAS.
              10 TPR-NUMERO-NF             PIC 9(008).
              10 TPR-VALOR                 PIC 9(009)V99.
              10 TPR-RESPONDIDO            PIC X(001).
              10 TPR-FORMA-LANC            PIC X(002).
              10 TPR-VALOR-RETIDO          PIC 9(009)V99.
              10 TPR-DATA-PAGTO            PIC 9(008).
              10 TPR-VALOR-DESCONTO        PIC 9(007)V99.
              10 TPR-DESC-SITUACAO         PIC X(001).
              10 TPR-PARCELA               PIC 9(002).
              10 TPR-QTD-PARCELAS          PIC 9(002).
              10 TPR-MOEDA                 PIC X(003).
              10 TPR-VALOR-MOEDA           PIC 9(007)V99.
              10 TPR-TAXA-PAGTO            PIC 9(005)V9(005).
              10 TPR-TAXA-EMISSAO          PIC 9(005)V9(005).
      *----
      * REGISTROS DA REMESSA, NO MOLDE CNAB 240 DO COBOL160
      *----
           03 SGA-NOME                     PIC X(030) VALUE SPACES.
           03 SGA-MATRICULA                PIC 9(008) VALUE 0.
           03 SGA-VALOR                    PIC 9(013)V99 VALUE 0.
      *----
      * FORMA DE LANCAMENTO: '01' CREDITO EM CONTA (TED) OU '45' PIX,
      * COM O TIPO E A CHAVE; NO PIX A CONTA DO FAVORECIDO VAI ZERADA
      *----
           03 SGA-FORMA-LANC               PIC X(002) VALUE '01'.
           03 SGA-PIX-TIPO                 PIC X(002) VALUE SPACES.
           03 SGA-PIX-CHAVE                PIC X(077) VALUE SPACES.
           03 FILLER                       PIC X(071) VALUE SPACES.
      *----
      * SEGMENTO J: PAGAMENTO DE TITULO DE COBRANCA (BOLETO) PELO
      * CODIGO DE BARRAS; FORMA '30' BOLETO DO PROPRIO BANCO OU '31'
      * DE OUTRO BANCO. O ABATIMENTO LEVA O RETIDO NA FONTE E O
      * DESCONTO POR ANTECIPACAO; A MORA, OS ENCARGOS DE ATRASO
      *----
       01  WSS-CNAB-SEGJ.
           03 SGJ-BANCO                    PIC 9(003) VALUE 0.
           03 SGJ-LOTE                     PIC 9(004) VALUE 1.
           03 SGJ-TIPO                     PIC 9(001) VALUE 3.
           03 SGJ-SEQUENCIAL               PIC 9(005) VALUE 0.
           03 SGJ-SEGMENTO                 PIC X(001) VALUE 'J'.
           03 SGJ-TIPO-MOVIMENTO           PIC 9(001) VALUE 0.
           03 SGJ-COD-INSTRUCAO            PIC 9(002) VALUE 0.
           03 SGJ-COD-BARRAS               PIC X(044) VALUE SPACES.
           03 SGJ-NOME-CEDENTE             PIC X(030) VALUE SPACES.
           03 SGJ-DATA-VENCIMENTO          PIC 9(008) VALUE 0.
           03 SGJ-VALOR-TITULO             PIC 9(013)V99 VALUE 0.
           03 SGJ-VALOR-ABATIMENTO         PIC 9(013)V99 VALUE 0.
           03 SGJ-VALOR-MORA               PIC 9(013)V99 VALUE 0.
           03 SGJ-DATA-PAGTO               PIC 9(008) VALUE 0.
           03 SGJ-VALOR-PAGTO              PIC 9(013)V99 VALUE 0.
           03 SGJ-QTDE-MOEDA               PIC 9(010)V9(005) VALUE 0.
           03 SGJ-SEU-NUMERO               PIC X(020) VALUE SPACES.
           03 SGJ-NOSSO-NUMERO             PIC X(020) VALUE SPACES.
           03 SGJ-COD-MOEDA                PIC 9(002) VALUE 9.
           03 SGJ-FORMA-LANC               PIC X(002) VALUE '31'.
           03 FILLER                       PIC X(014) VALUE SPACES.
      *----
       01  WSS-CNAB-TRAILER.
           03 TRL-BANCO                    PIC 9(003) VALUE 0.
      *----
           COPY  'COPY0961'.
      *----
      * LINKAGE DO SUBPROGRAMA DE CONFERENCIA DO BOLETO (COBOL267)
      *----
           COPY  'COPY2671'.
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           03 FORN-DET                     PIC X(030) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 NF-DET                       PIC 9(008) VALUE ZEROES.
           03 PARC-DET                     PIC X(003) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 VALOR-DET                    PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 OCORRENCIA-DET               PIC X(040) VALUE SPACES.
           03 FILLER                       PIC X(002) VALUE SPACES.
           03 RETIDO-DET                   PIC X(014) VALUE SPACES.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* TITULOS LIDOS        : ' WSS-REG-LIDOS.
           DISPLAY '* CREDITOS PROPOSTOS   : ' WSS-REG-CREDITOS.
           DISPLAY '* CREDITOS VIA PIX     : ' WSS-REG-PIX.
           DISPLAY '* NOTAS COM RETENCAO   : ' WSS-REG-RETIDOS.
           DISPLAY '* TOTAL RETIDO NA FONTE: ' WSS-TOT-RETIDO.
           DISPLAY '* EXCLUIDOS            : ' WSS-REG-EXCLUIDOS.
           DISPLAY '* SUSPEITA DUPLICIDADE : ' WSS-REG-DUPLICIDADE.
           DISPLAY '* PAGOS POR BOLETO     : ' WSS-REG-BOLETOS.
           DISPLAY '* CNPJ NAO ATIVO       : ' WSS-REG-SIT-CADASTRAL.
           DISPLAY '* COM DESCONTO ANTECIP.: ' WSS-REG-DESCONTOS.
           DISPLAY '* ANTECIPADOS P/DESCTO : ' WSS-REG-ANTECIPADOS.
           DISPLAY '* TOTAL DE DESCONTOS   : ' WSS-TOT-DESCONTO.
           DISPLAY '* EM MOEDA ESTRANGEIRA : ' WSS-REG-MOEDA.
           DISPLAY '* VARIACAO CAMBIAL     : ' WSS-REG-VARIACAO.
           DISPLAY '* GANHO CAMBIAL        : ' WSS-TOT-GANHO.
           DISPLAY '* PERDA CAMBIAL        : ' WSS-TOT-PERDA.
           DISPLAY '* CONFIRMADOS (PAGTOS) : ' WSS-REG-CONFIRMADOS.
           DISPLAY '* REJEITADOS NO RETORNO: ' WSS-REG-REJEITADOS.
           DISPLAY '*******************************************'.
           PERFORM 0002-CARGA-FORNMST
              THRU 0002-CARGA-FORNMST-EXIT.

           PERFORM 0006-CARGA-PIXCHAVE
              THRU 0006-CARGA-PIXCHAVE-EXIT.

           PERFORM 0009-CARGA-RETTAB
              THRU 0009-CARGA-RETTAB-EXIT.

           PERFORM 0004-CARGA-APROVAL
              THRU 0004-CARGA-APROVAL-EXIT.

           PERFORM 0011-CARGA-DUPVERIF
              THRU 0011-CARGA-DUPVERIF-EXIT.

           PERFORM 0013-CARGA-TAXAFIN
              THRU 0013-CARGA-TAXAFIN-EXIT.

           PERFORM 0014-CARGA-CAMBIOTB
              THRU 0014-CARGA-CAMBIOTB-EXIT.

           OPEN INPUT DUPLICTA.
           OPEN OUTPUT CNABFORN.
           OPEN OUTPUT PROPOSTA.
           OPEN OUTPUT RETPROP.

           IF ST-DUPLICTA NOT EQUAL 0 OR ST-CNABFORN NOT EQUAL 0
              OR ST-PROPOSTA NOT EQUAL 0 OR ST-RETPROP NOT EQUAL 0
              DISPLAY 'COBOL193 - ERRO OPEN ARQUIVOS FS='
                      ST-DUPLICTA ' ' ST-CNABFORN ' ' ST-PROPOSTA
                      ' ' ST-RETPROP
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           CLOSE DUPLICTA.
           CLOSE CNABFORN.
           CLOSE PROPOSTA.
           CLOSE RETPROP.

       1000-PROPOE-EXIT.
           EXIT.
              ADD 1                      TO WSS-QTD-FORNS
              MOVE FOR-CODIGO            TO TFR-CODIGO (WSS-QTD-FORNS)
              MOVE FOR-RAZAO             TO TFR-RAZAO (WSS-QTD-FORNS)
              MOVE FOR-CNPJ              TO TFR-CNPJ (WSS-QTD-FORNS)
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
              MOVE FOR-MULTA-PCT         TO
                   TFR-MULTA-PCT (WSS-QTD-FORNS)
              MOVE FOR-JUROS-DIA         TO
                   TFR-AGENCIA (WSS-QTD-FORNS)
              MOVE FOR-CONTA             TO TFR-CONTA (WSS-QTD-FORNS)
              MOVE FOR-DV                TO TFR-DV (WSS-QTD-FORNS)
              MOVE 'T'                   TO TFR-FORMA (WSS-QTD-FORNS)
              MOVE SPACES                TO
                   TFR-PIX-TIPO (WSS-QTD-FORNS)
                   TFR-PIX-CHAVE (WSS-QTD-FORNS)
              MOVE 0                     TO
                   TFR-SIT-CADASTRAL (WSS-QTD-FORNS)
              IF FOR-SIT-CADASTRAL NUMERIC
                 MOVE FOR-SIT-CADASTRAL  TO
                      TFR-SIT-CADASTRAL (WSS-QTD-FORNS)
              END-IF
           END-IF.

       0003-LER-FORNMST-EXIT.
           EXIT.

      *----
      * CADASTRO DE CHAVES PIX (OPCIONAL: SEM ELE TODOS RECEBEM NA
      * CONTA DO FORNMST). A CHAVE DO FORNECEDOR COM FORMA 'P' FICA
      * NA SUA ENTRADA DA TABELA DE FORNECEDORES
      *----
       0006-CARGA-PIXCHAVE.

           DISPLAY '0006-CARGA-PIXCHAVE'.

           OPEN INPUT PIXCHAVE.

           IF ST-PIXCHAVE EQUAL 35
              GO TO 0006-CARGA-PIXCHAVE-EXIT
           END-IF.

           IF ST-PIXCHAVE NOT EQUAL 0 THEN
              DISPLAY 'COBOL193 - ERRO OPEN PIXCHAVE FS=' ST-PIXCHAVE
              MOVE ST-PIXCHAVE           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0007-LER-PIXCHAVE
              THRU 0007-LER-PIXCHAVE-EXIT
              UNTIL WSS-EOF-PIX = 'Y'.

           CLOSE PIXCHAVE.

           DISPLAY ' FORNECEDORES PAGOS NO PIX : ' WSS-QTD-PIX.

       0006-CARGA-PIXCHAVE-EXIT.
           EXIT.

      *----
       0007-LER-PIXCHAVE.

           READ PIXCHAVE INTO REG-PIXCHAVE
            AT END MOVE 'Y' TO WSS-EOF-PIX
           END-READ.

           IF ST-PIXCHAVE NOT EQUAL 0 AND WSS-EOF-PIX NOT = 'Y' THEN
              DISPLAY 'COBOL193 - ERRO READ PIXCHAVE FS=' ST-PIXCHAVE
              MOVE ST-PIXCHAVE           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-PIX = 'Y'
              GO TO 0007-LER-PIXCHAVE-EXIT
           END-IF.

           IF NOT PXC-FORNECEDOR OR NOT PXC-PAGA-PIX
              GO TO 0007-LER-PIXCHAVE-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-ACHOU.

           PERFORM 0008-ASSOCIA-PIX
              THRU 0008-ASSOCIA-PIX-EXIT
              VARYING WSS-IDX FROM 1 BY 1
              UNTIL WSS-IDX > WSS-QTD-FORNS
                 OR WSS-ACHOU = 'Y'.

       0007-LER-PIXCHAVE-EXIT.
           EXIT.

      *----
       0008-ASSOCIA-PIX.

           IF TFR-CODIGO (WSS-IDX) NOT EQUAL PXC-BENEFICIARIO
              GO TO 0008-ASSOCIA-PIX-EXIT
           END-IF.

           MOVE 'Y'                      TO WSS-ACHOU.
           MOVE 'P'                      TO TFR-FORMA (WSS-IDX).
           MOVE PXC-TIPO-CHAVE           TO TFR-PIX-TIPO (WSS-IDX).
           MOVE PXC-CHAVE                TO TFR-PIX-CHAVE (WSS-IDX).
           ADD 1                         TO WSS-QTD-PIX.

       0008-ASSOCIA-PIX-EXIT.
           EXIT.

      *----
      * TABELA DE RETENCAO NA FONTE (OPCIONAL: SEM ELA, NOTA COM
      * CODIGO DE SERVICO FICA FORA DA PROPOSTA)
      *----
       0009-CARGA-RETTAB.

           DISPLAY '0009-CARGA-RETTAB'.

           MOVE 'N'                      TO WSS-EOF-RET.

           OPEN INPUT RETTAB.

           IF ST-RETTAB EQUAL 35
              GO TO 0009-CARGA-RETTAB-EXIT
           END-IF.

           IF ST-RETTAB NOT EQUAL 0 THEN
              DISPLAY 'COBOL193 - ERRO OPEN RETTAB FS=' ST-RETTAB
              MOVE ST-RETTAB             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0010-LER-RETTAB
              THRU 0010-LER-RETTAB-EXIT
              UNTIL WSS-EOF-RET = 'Y'.

           CLOSE RETTAB.

           DISPLAY ' CODIGOS DE SERVICO COM RETENCAO : '
                   WSS-QTD-RETTAB.

       0009-CARGA-RETTAB-EXIT.
           EXIT.

      *----
       0010-LER-RETTAB.

           READ RETTAB INTO REG-RETTAB
            AT END MOVE 'Y' TO WSS-EOF-RET
           END-READ.

           IF ST-RETTAB NOT EQUAL 0 AND WSS-EOF-RET NOT = 'Y' THEN
              DISPLAY 'COBOL193 - ERRO READ RETTAB FS=' ST-RETTAB
              MOVE ST-RETTAB             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-RET = 'Y'
              GO TO 0010-LER-RETTAB-EXIT
           END-IF.

           IF RTT-ALIQ-IRRF NOT NUMERIC OR RTT-ALIQ-ISS NOT NUMERIC
              OR RTT-ALIQ-INSS NOT NUMERIC
              OR RTT-NAT-RENDIMENTO NOT NUMERIC
              DISPLAY 'COBOL193 - RETTAB COM ALIQUOTA INVALIDA: '
                      RTT-COD-SERVICO
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-QTD-RETTAB NOT LESS 500
              DISPLAY 'COBOL193 - TABELA RETTAB CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-RETTAB.
           SET IDX-RTT                   TO WSS-QTD-RETTAB.
           MOVE RTT-COD-SERVICO          TO TRT-COD-SERVICO (IDX-RTT).
           MOVE RTT-ALIQ-IRRF            TO TRT-ALIQ-IRRF (IDX-RTT).
           MOVE RTT-COD-DARF-IR          TO TRT-COD-DARF-IR (IDX-RTT).
           MOVE RTT-RETEM-PCC            TO TRT-RETEM-PCC (IDX-RTT).
           MOVE RTT-ALIQ-ISS             TO TRT-ALIQ-ISS (IDX-RTT).
           MOVE RTT-ALIQ-INSS            TO TRT-ALIQ-INSS (IDX-RTT).
           MOVE RTT-NAT-RENDIMENTO       TO
                TRT-NAT-RENDIMENTO (IDX-RTT).

       0010-LER-RETTAB-EXIT.
           EXIT.

      *----
      * REGISTRO DE VERIFICACAO DE DUPLICIDADE DO COBOL265 (OPCIONAL:
      * SEM ELE, NENHUM TITULO FICA BLOQUEADO POR DUPLICIDADE); SO OS
      * SUSPEITOS E OS CONFIRMADOS SAO GUARDADOS
      *----
       0011-CARGA-DUPVERIF.

           DISPLAY '0011-CARGA-DUPVERIF'.

           MOVE 'N'                      TO WSS-EOF-DVF.

           OPEN INPUT DUPVERIF.

           IF ST-DUPVERIF EQUAL 35
              GO TO 0011-CARGA-DUPVERIF-EXIT
           END-IF.

           IF ST-DUPVERIF NOT EQUAL 0 THEN
              DISPLAY 'COBOL193 - ERRO OPEN DUPVERIF FS=' ST-DUPVERIF
              MOVE ST-DUPVERIF           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0012-LER-DUPVERIF
              THRU 0012-LER-DUPVERIF-EXIT
              UNTIL WSS-EOF-DVF = 'Y'.

           CLOSE DUPVERIF.

           DISPLAY ' TITULOS BLOQUEADOS POR DUPLICIDADE : '
                   WSS-QTD-DUPVERIF.

       0011-CARGA-DUPVERIF-EXIT.
           EXIT.

      *----
       0012-LER-DUPVERIF.

           READ DUPVERIF INTO REG-DUPVERIF
            AT END MOVE 'Y' TO WSS-EOF-DVF
           END-READ.

           IF ST-DUPVERIF NOT EQUAL 0 AND WSS-EOF-DVF NOT = 'Y' THEN
              DISPLAY 'COBOL193 - ERRO READ DUPVERIF FS=' ST-DUPVERIF
              MOVE ST-DUPVERIF           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-DVF = 'Y' OR NOT DVF-BLOQUEADO
              GO TO 0012-LER-DUPVERIF-EXIT
           END-IF.

           IF WSS-QTD-DUPVERIF NOT LESS 20000
              DISPLAY 'COBOL193 - TABELA DUPVERIF CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-DUPVERIF.
           SET IDX-DVF                   TO WSS-QTD-DUPVERIF.
           MOVE DVF-CHAVE                TO TDV-CHAVE (IDX-DVF).
           MOVE DVF-SITUACAO             TO TDV-SITUACAO (IDX-DVF).

       0012-LER-DUPVERIF-EXIT.
           EXIT.

      *----
      * CUSTO DO DINHEIRO (OPCIONAL: SEM O CARTAO NENHUM TITULO E
      * ANTECIPADO; O DESCONTO SO E TOMADO QUANDO O PAGAMENTO NO
      * HORIZONTE JA CAI DENTRO DO PRAZO)
      *----
       0013-CARGA-TAXAFIN.

           DISPLAY '0013-CARGA-TAXAFIN'.

           OPEN INPUT TAXAFIN.

           IF ST-TAXAFIN EQUAL 35
              GO TO 0013-CARGA-TAXAFIN-EXIT
           END-IF.

           IF ST-TAXAFIN NOT EQUAL 0 THEN
              DISPLAY 'COBOL193 - ERRO OPEN TAXAFIN FS=' ST-TAXAFIN
              MOVE ST-TAXAFIN            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ TAXAFIN.

           IF ST-TAXAFIN EQUAL 0 AND TXF-CUSTO-MES NUMERIC
              MOVE TXF-CUSTO-MES         TO WSS-CUSTO-MES
           END-IF.

           CLOSE TAXAFIN.

           DISPLAY ' CUSTO DO DINHEIRO (% A.M.) : ' WSS-CUSTO-MES.

       0013-CARGA-TAXAFIN-EXIT.
           EXIT.

      *----
      * TAXAS DE CAMBIO (COBOL191), OPCIONAL: SEM ELAS, TITULO EM
      * MOEDA ESTRANGEIRA FICA FORA DA PROPOSTA
      *----
       0014-CARGA-CAMBIOTB.

           DISPLAY '0014-CARGA-CAMBIOTB'.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT CAMBIOTB.

           IF ST-CAMBIOTB EQUAL 35
              GO TO 0014-CARGA-CAMBIOTB-EXIT
           END-IF.

           IF ST-CAMBIOTB NOT EQUAL 0 THEN
              DISPLAY 'COBOL193 - ERRO OPEN CAMBIOTB FS=' ST-CAMBIOTB
              MOVE ST-CAMBIOTB           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0015-LER-CAMBIOTB
              THRU 0015-LER-CAMBIOTB-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CAMBIOTB.

           MOVE 'N'                      TO WSS-EOF.

           DISPLAY ' TAXAS DE CAMBIO : ' WSS-QTD-TAXAS.

       0014-CARGA-CAMBIOTB-EXIT.
           EXIT.

      *----
       0015-LER-CAMBIOTB.

           READ CAMBIOTB
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CAMBIOTB NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL193 - ERRO READ CAMBIOTB FS=' ST-CAMBIOTB
              MOVE ST-CAMBIOTB           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF NOT = 'Y'
              AND WSS-QTD-TAXAS LESS 500
              ADD 1                      TO WSS-QTD-TAXAS
              MOVE CMB-MOEDA             TO TCM-MOEDA (WSS-QTD-TAXAS)
              MOVE CMB-VIGENCIA          TO
                   TCM-VIGENCIA (WSS-QTD-TAXAS)
              MOVE CMB-TAXA              TO TCM-TAXA (WSS-QTD-TAXAS)
           END-IF.

       0015-LER-CAMBIOTB-EXIT.
           EXIT.

      *----
      * SELECAO DO TITULO: VENCIMENTO EFETIVO (PROXIMO DIA UTIL)
      * DENTRO DO HORIZONTE; ATRASADO RECEBE MULTA + JUROS DO
      * FORNECEDOR; ACIMA DA ALCADA EXIGE APROVACAO
      *----
       2000-PROCESSA-TITULO.

           READ DUPLICTA
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-DUPLICTA NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL193 - ERRO READ DUPLICTA FS=' ST-DUPLICTA
              MOVE ST-DUPLICTA           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 2000-PROCESSA-TITULO-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-LIDOS.
           MOVE SPACES                   TO WSS-MOTIVO.

      *----
      * PARCELA DA NOTA (ZERO OU BRANCO = PARCELA UNICA)
      *----
           IF DUP-PARCELA NUMERIC AND DUP-PARCELA GREATER 0
              MOVE DUP-PARCELA           TO WSS-PARCELA
           ELSE
              MOVE 1                     TO WSS-PARCELA
           END-IF.

           IF DUP-QTD-PARCELAS NUMERIC
              AND DUP-QTD-PARCELAS NOT LESS WSS-PARCELA
              MOVE DUP-QTD-PARCELAS      TO WSS-QTD-PARCELAS
           ELSE
              MOVE WSS-PARCELA           TO WSS-QTD-PARCELAS
           END-IF.

      *----
      * VENCIMENTO EFETIVO: SOMA 1 DIA UTIL A VESPERA (CRITERIO DO
      * COBOL176); FORA DO HORIZONTE, O TITULO FICA PARA A PROXIMA
      * RODADA
      *----
           COMPUTE WSS-DATA-INT =
                   FUNCTION INTEGER-OF-DATE (DUP-DATA-VENCIMENTO)
                   - 1.
           MOVE FUNCTION DATE-OF-INTEGER (WSS-DATA-INT)
                                          TO WSS-DIAUTIL-DATA-BASE.
           MOVE 1                         TO WSS-DIAUTIL-QTD-DIAS.

           CALL 'COBOL096' USING WSS-DIAUTIL-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-DIAUTIL-OUTPUT EQUAL 0
              MOVE WSS-DIAUTIL-DATA-CALC TO WSS-VENC-EFETIVO
           ELSE
              MOVE DUP-DATA-VENCIMENTO   TO WSS-VENC-EFETIVO
           END-IF.

      *----
      * TITULO EM MOEDA ESTRANGEIRA: VALOR EM REAIS PELA TAXA DA DATA
      * DO PAGAMENTO; DAQUI EM DIANTE TODOS OS CALCULOS SAO EM REAIS
      *----
           PERFORM 2100-CONVERTE-MOEDA
              THRU 2100-CONVERTE-MOEDA-EXIT.

      *----
      * DESCONTO POR ANTECIPACAO: FORA DO HORIZONTE, O TITULO SO
      * ENTRA AGORA SE O DESCONTO COMPENSA O CUSTO DO DINHEIRO
      *----
           PERFORM 2300-AVALIA-DESCONTO
              THRU 2300-AVALIA-DESCONTO-EXIT.

           IF WSS-VENC-EFETIVO GREATER WSS-DATA-LIMITE
              AND WSS-DESC-SITUACAO NOT = 'C'
              GO TO 2000-PROCESSA-TITULO-EXIT
           END-IF.

           IF WSS-MOTIVO NOT EQUAL SPACES
              PERFORM 2800-EXCLUI-TITULO
                 THRU 2800-EXCLUI-TITULO-EXIT
              GO TO 2000-PROCESSA-TITULO-EXIT
           END-IF.

      *----
      * ENCARGOS DO ATRASO PELOS TERMOS DO FORNECEDOR
      *----
           MOVE WSS-VALOR-TITULO         TO WSS-VALOR-PAGAR.
           MOVE 0                        TO WSS-ENCARGOS.

           PERFORM ROT-ACHA-FORNECEDOR
              THRU ROT-ACHA-FORNECEDOR-EXIT.

           IF WSS-ACHOU NOT = 'Y'
              MOVE 'FORNECEDOR SEM CADASTRO EM FORNMST'
                                          TO WSS-MOTIVO
              PERFORM 2800-EXCLUI-TITULO
                 THRU 2800-EXCLUI-TITULO-EXIT
              GO TO 2000-PROCESSA-TITULO-EXIT
           END-IF.

      *----
      * CNPJ FORA DA SITUACAO ATIVA NA RECEITA (COBOL269): FORNECEDOR
      * BLOQUEADO PARA NOVAS PROPOSTAS
      *----
           IF NOT TFR-CNPJ-LIBERADO (WSS-IDX)
              EVALUATE TFR-SIT-CADASTRAL (WSS-IDX)
                  WHEN 01
                       MOVE 'CNPJ NULO NA RECEITA FEDERAL'
                                          TO WSS-MOTIVO
                  WHEN 03
                       MOVE 'CNPJ SUSPENSO NA RECEITA FEDERAL'
                                          TO WSS-MOTIVO
                  WHEN 04
                       MOVE 'CNPJ INAPTO NA RECEITA FEDERAL'
                                          TO WSS-MOTIVO
                  WHEN 08
                       MOVE 'CNPJ BAIXADO NA RECEITA FEDERAL'
                                          TO WSS-MOTIVO
                  WHEN OTHER
                       MOVE 'CNPJ NAO ATIVO NA RECEITA FEDERAL'
                                          TO WSS-MOTIVO
              END-EVALUATE
              ADD 1                      TO WSS-REG-SIT-CADASTRAL
              PERFORM 2800-EXCLUI-TITULO
                 THRU 2800-EXCLUI-TITULO-EXIT
              GO TO 2000-PROCESSA-TITULO-EXIT
           END-IF.

      *----
      * TITULO SUSPEITO DE DUPLICIDADE (COBOL265) SO ENTRA NA
      * PROPOSTA DEPOIS DE LIBERADO PELO CONTAS A PAGAR
      *----
           PERFORM ROT-ACHA-DUPLICIDADE
              THRU ROT-ACHA-DUPLICIDADE-EXIT.

           IF WSS-MOTIVO NOT EQUAL SPACES
              ADD 1                      TO WSS-REG-DUPLICIDADE
              PERFORM 2800-EXCLUI-TITULO
                 THRU 2800-EXCLUI-TITULO-EXIT
              GO TO 2000-PROCESSA-TITULO-EXIT
           END-IF.

      *----
      * TITULO COM BOLETO: A LINHA DIGITAVEL E CONFERIDA DE NOVO
      * CONTRA O VALOR E O VENCIMENTO DO TITULO (COBOL267), QUE
      * DEVOLVE O CODIGO DE BARRAS DO SEGMENTO J. O BOLETO E SEMPRE
      * EM REAIS: TITULO EM MOEDA ESTRANGEIRA NAO SAI POR BOLETO
      *----
           IF DUP-LINHA-DIGITAVEL NOT EQUAL SPACES
              AND WSS-MOEDA NOT EQUAL SPACES
              MOVE 'BOLETO EM TITULO DE MOEDA ESTRANGEIRA'
                                          TO WSS-MOTIVO
              PERFORM 2800-EXCLUI-TITULO
                 THRU 2800-EXCLUI-TITULO-EXIT
              GO TO 2000-PROCESSA-TITULO-EXIT
           END-IF.

           IF DUP-LINHA-DIGITAVEL NOT EQUAL SPACES
              MOVE DUP-LINHA-DIGITAVEL   TO WSS-BOL-LINHA
              MOVE DUP-VALOR             TO WSS-BOL-VALOR-NOTA
              MOVE DUP-DATA-VENCIMENTO   TO WSS-BOL-VENC-NOTA
              CALL 'COBOL267' USING WSS-BOLETO-LINKAGE
              IF WSS-BOL-RETURN-CODE NOT EQUAL 0
                 MOVE WSS-BOL-MENSAGEM   TO WSS-MOTIVO
                 PERFORM 2800-EXCLUI-TITULO
                    THRU 2800-EXCLUI-TITULO-EXIT
                 GO TO 2000-PROCESSA-TITULO-EXIT
              END-IF
           END-IF.

      *----
      * RETENCAO NA FONTE DA NOTA DE SERVICO: O CREDITO SAI PELO
      * LIQUIDO; OS ENCARGOS DE ATRASO VAO POR INTEIRO
      *----
           PERFORM 2400-CALCULA-RETENCAO
              THRU 2400-CALCULA-RETENCAO-EXIT.

           IF WSS-MOTIVO NOT EQUAL SPACES
              PERFORM 2800-EXCLUI-TITULO
                 THRU 2800-EXCLUI-TITULO-EXIT
              GO TO 2000-PROCESSA-TITULO-EXIT
           END-IF.

           SUBTRACT WSS-VALOR-RETIDO     FROM WSS-VALOR-PAGAR.

      *----
      * O DESCONTO CONDICIONAL NAO REDUZ A BASE DA RETENCAO: SAI DO
      * LIQUIDO A PAGAR
      *----
           IF WSS-DESC-SITUACAO EQUAL 'C'
              SUBTRACT WSS-VALOR-DESCONTO FROM WSS-VALOR-PAGAR
           END-IF.

           IF WSS-VENC-EFETIVO LESS WSS-DATA-REF
              COMPUTE WSS-DIAS-ATRASO =
                      FUNCTION INTEGER-OF-DATE (WSS-DATA-REF)
                      - FUNCTION INTEGER-OF-DATE (WSS-VENC-EFETIVO)
              COMPUTE WSS-ENCARGOS ROUNDED =
                      (WSS-VALOR-TITULO * TFR-MULTA-PCT (WSS-IDX)
                         / 100)
                      + (WSS-VALOR-TITULO * TFR-JUROS-DIA (WSS-IDX)
                         * WSS-DIAS-ATRASO)
              ADD WSS-ENCARGOS           TO WSS-VALOR-PAGAR
           END-IF.

      *----
      * ALCADA: PROPOSTA ACIMA DO LIMITE SO COM APROVACAO DE
      * SEGUNDO USUARIO; NA NOTA PARCELADA VALE O VALOR TOTAL DA
      * NOTA (A APROVACAO E DA NOTA E COBRE TODAS AS PARCELAS), EM
      * REAIS NA NOTA EM MOEDA ESTRANGEIRA
      *----
           MOVE WSS-VALOR-PAGAR          TO WSS-VALOR-ALCADA.

           IF WSS-QTD-PARCELAS GREATER 1
              AND WSS-VALOR-NF-REAIS GREATER WSS-VALOR-ALCADA
              MOVE WSS-VALOR-NF-REAIS    TO WSS-VALOR-ALCADA
           END-IF.

           IF WSS-ALCADA GREATER 0
              AND WSS-VALOR-ALCADA GREATER WSS-ALCADA
              PERFORM ROT-ACHA-APROVACAO
                 THRU ROT-ACHA-APROVACAO-EXIT
              IF WSS-ACHOU NOT = 'Y'
                 MOVE 'ACIMA DA ALCADA SEM APROVACAO'
                                          TO WSS-MOTIVO
                 PERFORM 2800-EXCLUI-TITULO
                    THRU 2800-EXCLUI-TITULO-EXIT
                 GO TO 2000-PROCESSA-TITULO-EXIT
              END-IF
           END-IF.

           PERFORM 2500-EMITE-CREDITO
              THRU 2500-EMITE-CREDITO-EXIT.

       2000-PROCESSA-TITULO-EXIT.
           EXIT.

      *----
       ROT-ACHA-FORNECEDOR.

           MOVE 'N'                      TO WSS-ACHOU.

           PERFORM VARYING WSS-IDX FROM 1 BY 1
                   UNTIL WSS-IDX > WSS-QTD-FORNS
                      OR WSS-ACHOU = 'Y'
              IF TFR-CODIGO (WSS-IDX) EQUAL DUP-FORNECEDOR
                 MOVE 'Y'                TO WSS-ACHOU
                 SUBTRACT 1              FROM WSS-IDX
              END-IF
           END-PERFORM.

       ROT-ACHA-FORNECEDOR-EXIT.
           EXIT.

      *----
       ROT-ACHA-APROVACAO.

           MOVE 'N'                      TO WSS-ACHOU.

           PERFORM VARYING WSS-IDX FROM 1 BY 1
                   UNTIL WSS-IDX > WSS-QTD-APROV
                      OR WSS-ACHOU = 'Y'
              IF TAP-FORNECEDOR (WSS-IDX) EQUAL DUP-FORNECEDOR
                 AND TAP-NUMERO-NF (WSS-IDX) EQUAL DUP-NUMERO-NF
                 MOVE 'Y'                TO WSS-ACHOU
                 SUBTRACT 1              FROM WSS-IDX
              END-IF
           END-PERFORM.

      *----
      * REPOSICIONA NO FORNECEDOR PARA OS DADOS BANCARIOS (O INDICE
      * FOI REUTILIZADO NA BUSCA DA APROVACAO)
      *----
           IF WSS-ACHOU = 'Y'
              PERFORM ROT-ACHA-FORNECEDOR
                 THRU ROT-ACHA-FORNECEDOR-EXIT
           END-IF.

       ROT-ACHA-APROVACAO-EXIT.
           EXIT.

      *----
      * TITULO NO REGISTRO DE DUPLICIDADE: O MOTIVO DA EXCLUSAO VAI
      * EM WSS-MOTIVO
      *----
       ROT-ACHA-DUPLICIDADE.

           IF WSS-QTD-DUPVERIF EQUAL 0
              GO TO ROT-ACHA-DUPLICIDADE-EXIT
           END-IF.

           SET IDX-DVF                   TO 1.

           SEARCH WSS-DVF-ENTRY
               AT END
                  CONTINUE
               WHEN TDV-CHAVE (IDX-DVF) (1:38) EQUAL DUP-CHAVE
                AND TDV-CHAVE (IDX-DVF) (39:8) EQUAL
                    DUP-DATA-VENCIMENTO
                  IF TDV-SITUACAO (IDX-DVF) EQUAL 'D'
                     MOVE 'DUPLICIDADE CONFIRMADA PELO AP'
                                          TO WSS-MOTIVO
                  ELSE
                     MOVE 'SUSPEITA DE DUPLICIDADE - AGUARDA AP'
                                          TO WSS-MOTIVO
                  END-IF
           END-SEARCH.

       ROT-ACHA-DUPLICIDADE-EXIT.
           EXIT.

      *----
      * MOEDA DO TITULO: EM REAIS O VALOR E O DO DUPLICTA; EM MOEDA
      * ESTRANGEIRA O VALOR DO TITULO E O DA NOTA VAO A REAIS PELA
      * TAXA VIGENTE NA DATA DO PAGAMENTO (DATA DE REFERENCIA). A
      * TAXA DA EMISSAO E A GRAVADA NO TITULO PELO COBOL264 OU, NA
      * FALTA DELA, A DO CAMBIOTB NA EMISSAO DA NOTA; SEM NENHUMA,
      * VALE A DO PAGAMENTO (SEM VARIACAO A APURAR)
      *----
       2100-CONVERTE-MOEDA.

           MOVE SPACES                   TO WSS-MOEDA.
           MOVE 0                        TO WSS-TAXA-PAGTO
                                            WSS-TAXA-EMISSAO.
           MOVE DUP-VALOR                TO WSS-VALOR-TITULO.
           MOVE 0                        TO WSS-VALOR-NF-REAIS.

           IF DUP-VALOR-NF NUMERIC
              MOVE DUP-VALOR-NF          TO WSS-VALOR-NF-REAIS
           END-IF.

           IF DUP-MOEDA EQUAL SPACES OR DUP-MOEDA EQUAL 'BRL'
              OR DUP-MOEDA EQUAL LOW-VALUES
              GO TO 2100-CONVERTE-MOEDA-EXIT
           END-IF.

           MOVE DUP-MOEDA                TO WSS-MOEDA.
           MOVE WSS-DATA-REF             TO WSS-DATA-TAXA.

           PERFORM ROT-ACHA-TAXA
              THRU ROT-ACHA-TAXA-EXIT.

           IF WSS-TAXA-ACHADA EQUAL 0
              MOVE SPACES                TO WSS-MOTIVO
              STRING 'SEM TAXA DE CAMBIO PARA A MOEDA '
                                          DELIMITED BY SIZE
                     WSS-MOEDA           DELIMITED BY SIZE
                INTO WSS-MOTIVO
              END-STRING
              GO TO 2100-CONVERTE-MOEDA-EXIT
           END-IF.

           MOVE WSS-TAXA-ACHADA          TO WSS-TAXA-PAGTO.

           COMPUTE WSS-VALOR-TITULO ROUNDED =
                   DUP-VALOR * WSS-TAXA-PAGTO.
           COMPUTE WSS-VALOR-NF-REAIS ROUNDED =
                   WSS-VALOR-NF-REAIS * WSS-TAXA-PAGTO.

           IF DUP-TAXA-EMISSAO NUMERIC AND DUP-TAXA-EMISSAO GREATER 0
              MOVE DUP-TAXA-EMISSAO      TO WSS-TAXA-EMISSAO
              GO TO 2100-CONVERTE-MOEDA-EXIT
           END-IF.

           IF DUP-DATA-EMISSAO NUMERIC AND DUP-DATA-EMISSAO GREATER 0
              MOVE DUP-DATA-EMISSAO      TO WSS-DATA-TAXA
              PERFORM ROT-ACHA-TAXA
                 THRU ROT-ACHA-TAXA-EXIT
              MOVE WSS-TAXA-ACHADA       TO WSS-TAXA-EMISSAO
           END-IF.

           IF WSS-TAXA-EMISSAO EQUAL 0
              MOVE WSS-TAXA-PAGTO        TO WSS-TAXA-EMISSAO
           END-IF.

       2100-CONVERTE-MOEDA-EXIT.
           EXIT.

      *----
      * TAXA DE MAIOR VIGENCIA ATE A DATA PEDIDA, NA MOEDA PEDIDA
      *----
       ROT-ACHA-TAXA.

           MOVE 0                        TO WSS-TAXA-ACHADA.
           MOVE 0                        TO WSS-VIG-ACHADA.

           PERFORM ROT-COMPARA-TAXA
              THRU ROT-COMPARA-TAXA-EXIT
              VARYING WSS-IDX-TAX FROM 1 BY 1
              UNTIL WSS-IDX-TAX GREATER WSS-QTD-TAXAS.

       ROT-ACHA-TAXA-EXIT.
           EXIT.

      *----
       ROT-COMPARA-TAXA.

           IF TCM-MOEDA (WSS-IDX-TAX) EQUAL WSS-MOEDA
              AND TCM-VIGENCIA (WSS-IDX-TAX) NOT GREATER
                  WSS-DATA-TAXA
              AND TCM-VIGENCIA (WSS-IDX-TAX) NOT LESS WSS-VIG-ACHADA
              MOVE TCM-VIGENCIA (WSS-IDX-TAX) TO WSS-VIG-ACHADA
              MOVE TCM-TAXA (WSS-IDX-TAX)     TO WSS-TAXA-ACHADA
           END-IF.

       ROT-COMPARA-TAXA-EXIT.
           EXIT.

      *----
      * DESCONTO POR ANTECIPACAO PELOS TERMOS DO FORNECEDOR E PELA
      * EMISSAO DA NOTA; O PAGAMENTO SAI NA DATA DE REFERENCIA:
      * - PRAZO DO DESCONTO JA VENCIDO: 'P' (DESCONTO PERDIDO);
      * - TITULO DENTRO DO HORIZONTE: 'C' (O PAGAMENTO JA E AGORA);
      * - FORA DO HORIZONTE: 'C' QUANDO A TAXA MENSAL DO DESCONTO
      *   PELOS DIAS ANTECIPADOS, PCT / (100 - PCT) X 30 / DIAS,
      *   SUPERA O CUSTO DO DINHEIRO DO CARTAO TAXAFIN
      *----
       2300-AVALIA-DESCONTO.

           MOVE SPACE                    TO WSS-DESC-SITUACAO.
           MOVE 0                        TO WSS-VALOR-DESCONTO.

           IF DUP-DATA-EMISSAO NOT NUMERIC OR DUP-DATA-EMISSAO EQUAL 0
              GO TO 2300-AVALIA-DESCONTO-EXIT
           END-IF.

           PERFORM ROT-ACHA-FORNECEDOR
              THRU ROT-ACHA-FORNECEDOR-EXIT.

           IF WSS-ACHOU NOT = 'Y'
              OR TFR-DESC-PCT (WSS-IDX) EQUAL 0
              OR TFR-DESC-DIAS (WSS-IDX) EQUAL 0
              GO TO 2300-AVALIA-DESCONTO-EXIT
           END-IF.

           COMPUTE WSS-DATA-INT =
                   FUNCTION INTEGER-OF-DATE (DUP-DATA-EMISSAO)
                   + TFR-DESC-DIAS (WSS-IDX).
           MOVE FUNCTION DATE-OF-INTEGER (WSS-DATA-INT)
                                          TO WSS-DATA-DESCONTO.

           COMPUTE WSS-VALOR-DESCONTO ROUNDED =
                   WSS-VALOR-TITULO * TFR-DESC-PCT (WSS-IDX) / 100.

           IF WSS-DATA-REF GREATER WSS-DATA-DESCONTO
              MOVE 'P'                   TO WSS-DESC-SITUACAO
              GO TO 2300-AVALIA-DESCONTO-EXIT
           END-IF.

           IF WSS-VENC-EFETIVO NOT GREATER WSS-DATA-LIMITE
              MOVE 'C'                   TO WSS-DESC-SITUACAO
              GO TO 2300-AVALIA-DESCONTO-EXIT
           END-IF.

           IF WSS-CUSTO-MES EQUAL 0
              GO TO 2300-AVALIA-DESCONTO-EXIT
           END-IF.

           COMPUTE WSS-DIAS-ANTECIPA =
                   FUNCTION INTEGER-OF-DATE (WSS-VENC-EFETIVO)
                   - FUNCTION INTEGER-OF-DATE (WSS-DATA-REF).

           COMPUTE WSS-TAXA-DESCONTO ROUNDED =
                   TFR-DESC-PCT (WSS-IDX) * 3000
                   / ((100 - TFR-DESC-PCT (WSS-IDX))
                      * WSS-DIAS-ANTECIPA).

           IF WSS-TAXA-DESCONTO GREATER WSS-CUSTO-MES
              MOVE 'C'                   TO WSS-DESC-SITUACAO
           END-IF.

       2300-AVALIA-DESCONTO-EXIT.
           EXIT.

      *----
      * RETENCOES DA NOTA PELO CODIGO DE SERVICO (RETTAB) E PELO
      * REGIME DO FORNECEDOR (FORNMST), SOBRE O VALOR DA NOTA:
      * - IRRF E PIS/COFINS/CSLL: NAO SE APLICAM AO SIMPLES NACIONAL
      *   NEM A IMUNE OU ISENTA;
      * - INSS: SO NO SERVICO COM ALIQUOTA NA TABELA, EXCETO SIMPLES
      *   FORA DO ANEXO IV; 3,5% PARA QUEM CONTRIBUI SOBRE A RECEITA
      *   BRUTA;
      * - ISS: SO QUANDO O FORNMST INDICA RETENCAO PELO TOMADOR.
      * O REGISTRO DA RETENCAO FICA MONTADO EM REG-RETENCAO
      *----
       2400-CALCULA-RETENCAO.

           MOVE 0                        TO WSS-VALOR-RETIDO.

           IF DUP-COD-SERVICO EQUAL SPACES
              GO TO 2400-CALCULA-RETENCAO-EXIT
           END-IF.

           IF WSS-QTD-RETTAB EQUAL 0
              MOVE 'SERVICO SEM TABELA DE RETENCAO (RETTAB)'
                                          TO WSS-MOTIVO
              GO TO 2400-CALCULA-RETENCAO-EXIT
           END-IF.

           SET IDX-RTT                   TO 1.

           SEARCH WSS-RTT-ENTRY
               AT END
                  MOVE 'SERVICO SEM TABELA DE RETENCAO (RETTAB)'
                                          TO WSS-MOTIVO
               WHEN TRT-COD-SERVICO (IDX-RTT) EQUAL DUP-COD-SERVICO
                  CONTINUE
           END-SEARCH.

           IF WSS-MOTIVO NOT EQUAL SPACES
              GO TO 2400-CALCULA-RETENCAO-EXIT
           END-IF.

           MOVE SPACES                   TO REG-RETENCAO.
           MOVE DUP-FORNECEDOR           TO RET-FORNECEDOR.
           MOVE DUP-NUMERO-NF            TO RET-NUMERO-NF.
           MOVE WSS-PARCELA              TO RET-PARCELA.
           MOVE TFR-CNPJ (WSS-IDX)       TO RET-CNPJ.
           MOVE TFR-REGIME-TRIB (WSS-IDX) TO RET-REGIME-TRIB.
           MOVE DUP-COD-SERVICO          TO RET-COD-SERVICO.
           MOVE TRT-NAT-RENDIMENTO (IDX-RTT) TO RET-NAT-RENDIMENTO.
           MOVE TRT-COD-DARF-IR (IDX-RTT) TO RET-COD-DARF-IR.
           MOVE WSS-DATA-REF             TO RET-DATA-PAGTO.
           MOVE WSS-VALOR-TITULO         TO RET-VALOR-BRUTO.
           MOVE 0                        TO RET-IRRF
                                            RET-PCC
                                            RET-ISS
                                            RET-INSS.

           IF TFR-REGIME-TRIB (WSS-IDX) EQUAL 'S' OR '4' OR 'I'
              MOVE 'N'                   TO WSS-PAGA-IR-PCC
           ELSE
              MOVE 'S'                   TO WSS-PAGA-IR-PCC
           END-IF.

           IF WSS-PAGA-IR-PCC EQUAL 'S'
              COMPUTE RET-IRRF ROUNDED =
                      WSS-VALOR-TITULO * TRT-ALIQ-IRRF (IDX-RTT)
                      / 100
              IF RET-IRRF NOT GREATER WSS-RETENCAO-MINIMA
                 MOVE 0                  TO RET-IRRF
              END-IF
              IF TRT-RETEM-PCC (IDX-RTT) EQUAL 'S'
                 COMPUTE RET-PCC ROUNDED =
                         WSS-VALOR-TITULO * WSS-ALIQ-PCC / 100
                 IF RET-PCC NOT GREATER WSS-RETENCAO-MINIMA
                    MOVE 0               TO RET-PCC
                 END-IF
              END-IF
           END-IF.

           MOVE TRT-ALIQ-INSS (IDX-RTT)  TO WSS-ALIQ-INSS.

           IF TFR-REGIME-TRIB (WSS-IDX) EQUAL 'S'
              MOVE 0                     TO WSS-ALIQ-INSS
           END-IF.

           IF WSS-ALIQ-INSS GREATER 0
              AND TFR-CPRB (WSS-IDX) EQUAL 'S'
              MOVE WSS-ALIQ-INSS-CPRB    TO WSS-ALIQ-INSS
           END-IF.

           COMPUTE RET-INSS ROUNDED =
                   WSS-VALOR-TITULO * WSS-ALIQ-INSS / 100.

           IF RET-INSS LESS WSS-RETENCAO-MINIMA
              MOVE 0                     TO RET-INSS
           END-IF.

           IF TFR-RETEM-ISS (WSS-IDX) EQUAL 'S'
              COMPUTE RET-ISS ROUNDED =
                      WSS-VALOR-TITULO * TRT-ALIQ-ISS (IDX-RTT) / 100
           END-IF.

           COMPUTE RET-TOTAL = RET-IRRF + RET-PCC + RET-ISS + RET-INSS.

           MOVE RET-TOTAL                TO WSS-VALOR-RETIDO.

       2400-CALCULA-RETENCAO-EXIT.
           EXIT.

      *----
       2500-EMITE-CREDITO.

           ADD 1                         TO WSS-SEQUENCIAL.

           IF DUP-LINHA-DIGITAVEL NOT EQUAL SPACES
              PERFORM 2600-EMITE-BOLETO
                 THRU 2600-EMITE-BOLETO-EXIT
              GO TO 2500-GRAVA-PROPOSTA
           END-IF.

           MOVE TFR-BANCO (WSS-IDX)      TO SGA-BANCO.
           MOVE WSS-SEQUENCIAL           TO SGA-SEQUENCIAL.
           MOVE TFR-RAZAO (WSS-IDX) (1:30) TO SGA-NOME.
           MOVE DUP-NUMERO-NF            TO SGA-MATRICULA.
           MOVE WSS-VALOR-PAGAR          TO SGA-VALOR.

      *----
      * FORNECEDOR QUE RECEBE NO PIX: SEGMENTO PIX NA CHAVE, SEM
      * OS DADOS DA CONTA
      *----
           IF TFR-PAGA-PIX (WSS-IDX)
              MOVE 0                     TO SGA-BANCO-FAVOR
                                            SGA-AGENCIA
                                            SGA-CONTA
              MOVE SPACE                 TO SGA-DV
              MOVE '45'                  TO SGA-FORMA-LANC
              MOVE TFR-PIX-TIPO (WSS-IDX) TO SGA-PIX-TIPO
              MOVE TFR-PIX-CHAVE (WSS-IDX) TO SGA-PIX-CHAVE
              ADD 1                      TO WSS-REG-PIX
           ELSE
              MOVE TFR-BANCO (WSS-IDX)   TO SGA-BANCO-FAVOR
              MOVE TFR-AGENCIA (WSS-IDX) TO SGA-AGENCIA
              MOVE TFR-CONTA (WSS-IDX)   TO SGA-CONTA
              MOVE TFR-DV (WSS-IDX)      TO SGA-DV
              MOVE '01'                  TO SGA-FORMA-LANC
              MOVE SPACES                TO SGA-PIX-TIPO
                                            SGA-PIX-CHAVE
           END-IF.

           WRITE REG-CNABFORN FROM WSS-CNAB-SEGA.

                 THRU ROT-ABEND-EXIT
           END-IF.

       2500-GRAVA-PROPOSTA.

           MOVE SPACES                   TO REG-PROPOSTA.
           MOVE DUP-FORNECEDOR           TO PRO-FORNECEDOR.
           MOVE DUP-NUMERO-NF            TO PRO-NUMERO-NF.
           MOVE WSS-VALOR-PAGAR          TO PRO-VALOR.
           MOVE WSS-DATA-REF             TO PRO-DATA-PAGTO.
           MOVE SGA-FORMA-LANC           TO PRO-FORMA-LANC.
           MOVE WSS-VALOR-RETIDO         TO PRO-VALOR-RETIDO.
           MOVE WSS-VALOR-DESCONTO       TO PRO-VALOR-DESCONTO.
           MOVE WSS-DESC-SITUACAO        TO PRO-DESC-SITUACAO.
           MOVE WSS-PARCELA              TO PRO-PARCELA.
           MOVE WSS-QTD-PARCELAS         TO PRO-QTD-PARCELAS.
           MOVE WSS-MOEDA                TO PRO-MOEDA.
           MOVE 0                        TO PRO-VALOR-MOEDA
                                            PRO-TAXA-PAGTO
                                            PRO-TAXA-EMISSAO.

           IF WSS-MOEDA NOT EQUAL SPACES
              MOVE DUP-VALOR             TO PRO-VALOR-MOEDA
              MOVE WSS-TAXA-PAGTO        TO PRO-TAXA-PAGTO
              MOVE WSS-TAXA-EMISSAO      TO PRO-TAXA-EMISSAO
              ADD 1                      TO WSS-REG-MOEDA
           END-IF.

           WRITE REG-PROPOSTA.

                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-VALOR-RETIDO GREATER 0
              WRITE REG-RETPROP FROM REG-RETENCAO
              END-WRITE
              IF ST-RETPROP NOT EQUAL 0
                 DISPLAY 'COBOL193 - ERRO WRITE RETPROP FS='
                         ST-RETPROP
                 MOVE ST-RETPROP         TO RETURN-CODE
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              END-IF
              ADD 1                      TO WSS-REG-RETIDOS
              ADD WSS-VALOR-RETIDO       TO WSS-TOT-RETIDO
              MOVE WSS-VALOR-RETIDO      TO MASCARA-VALOR
              MOVE MASCARA-VALOR         TO RETIDO-DET
           END-IF.

           ADD 1                         TO WSS-REG-CREDITOS.
           ADD WSS-VALOR-PAGAR           TO WSS-VALOR-TOTAL.

           MOVE DUP-FORNECEDOR           TO FORN-DET.
           MOVE DUP-NUMERO-NF            TO NF-DET.
           PERFORM 2950-MONTA-PARCELA
              THRU 2950-MONTA-PARCELA-EXIT.
           MOVE WSS-VALOR-PAGAR          TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO VALOR-DET.

           IF WSS-DESC-SITUACAO EQUAL 'C'
              ADD 1                      TO WSS-REG-DESCONTOS
              ADD WSS-VALOR-DESCONTO     TO WSS-TOT-DESCONTO
              IF WSS-VENC-EFETIVO GREATER WSS-DATA-LIMITE
                 ADD 1                   TO WSS-REG-ANTECIPADOS
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WSS-ENCARGOS GREATER 0
                    MOVE 'PROPOSTO COM ENCARGOS DE ATRASO'
                                          TO OCORRENCIA-DET
               WHEN WSS-DESC-SITUACAO EQUAL 'C'
                    MOVE WSS-VALOR-DESCONTO TO MASCARA-VALOR
                    MOVE SPACES          TO OCORRENCIA-DET
                    STRING 'PROPOSTO COM DESCONTO DE '
                                          DELIMITED BY SIZE
                           MASCARA-VALOR DELIMITED BY SIZE
                      INTO OCORRENCIA-DET
                    END-STRING
               WHEN WSS-DESC-SITUACAO EQUAL 'P'
                    MOVE 'PROPOSTO - PRAZO DO DESCONTO VENCIDO'
                                          TO OCORRENCIA-DET
               WHEN DUP-LINHA-DIGITAVEL NOT EQUAL SPACES
                    MOVE 'PROPOSTO - PAGAMENTO DE BOLETO'
                                          TO OCORRENCIA-DET
               WHEN WSS-MOEDA NOT EQUAL SPACES
                    MOVE DUP-VALOR       TO MASCARA-VALOR
                    MOVE SPACES          TO OCORRENCIA-DET
                    STRING 'PROPOSTO EM REAIS - ' DELIMITED BY SIZE
                           WSS-MOEDA     DELIMITED BY SIZE
                           MASCARA-VALOR DELIMITED BY SIZE
                      INTO OCORRENCIA-DET
                    END-STRING
               WHEN OTHER
                    MOVE 'PROPOSTO'      TO OCORRENCIA-DET
           END-EVALUATE.

           PERFORM 2900-GRAVA-LINHA
              THRU 2900-GRAVA-LINHA-EXIT.

       2500-EMITE-CREDITO-EXIT.
           EXIT.

      *----
      * BOLETO: SEGMENTO J COM O CODIGO DE BARRAS CONFERIDO; O
      * VALOR DO TITULO E O DO BOLETO (VALOR LIVRE ASSUME O DA NOTA)
      *----
       2600-EMITE-BOLETO.

           MOVE TFR-BANCO (WSS-IDX)      TO SGJ-BANCO.
           MOVE WSS-SEQUENCIAL           TO SGJ-SEQUENCIAL.
           MOVE WSS-BOL-COD-BARRAS       TO SGJ-COD-BARRAS.
           MOVE TFR-RAZAO (WSS-IDX) (1:30) TO SGJ-NOME-CEDENTE.
           MOVE DUP-DATA-VENCIMENTO      TO SGJ-DATA-VENCIMENTO.
           MOVE WSS-DATA-REF             TO SGJ-DATA-PAGTO.
           MOVE DUP-NUMERO-NF            TO SGJ-SEU-NUMERO.

           IF WSS-QTD-PARCELAS GREATER 1
              MOVE '-'                   TO SGJ-SEU-NUMERO (9:1)
              MOVE WSS-PARCELA           TO SGJ-SEU-NUMERO (10:2)
           END-IF.

           IF WSS-BOL-VALOR GREATER 0
              MOVE WSS-BOL-VALOR         TO SGJ-VALOR-TITULO
           ELSE
              MOVE WSS-VALOR-TITULO      TO SGJ-VALOR-TITULO
           END-IF.

           MOVE WSS-VALOR-RETIDO         TO SGJ-VALOR-ABATIMENTO.

           IF WSS-DESC-SITUACAO EQUAL 'C'
              ADD WSS-VALOR-DESCONTO     TO SGJ-VALOR-ABATIMENTO
           END-IF.

           MOVE WSS-ENCARGOS             TO SGJ-VALOR-MORA.
           MOVE WSS-VALOR-PAGAR          TO SGJ-VALOR-PAGTO.

           IF WSS-BOL-BANCO EQUAL HDR-BANCO
              MOVE '30'                  TO SGJ-FORMA-LANC
           ELSE
              MOVE '31'                  TO SGJ-FORMA-LANC
           END-IF.

      *----
      * A FORMA DO BOLETO VAI PARA A PROPOSTA PELO SEGMENTO A
      *----
           MOVE SGJ-FORMA-LANC           TO SGA-FORMA-LANC.

           WRITE REG-CNABFORN FROM WSS-CNAB-SEGJ.

           IF ST-CNABFORN NOT EQUAL 0 THEN
              DISPLAY 'COBOL193 - ERRO WRITE CNABFORN FS='
                      ST-CNABFORN
              MOVE ST-CNABFORN           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-BOLETOS.

       2600-EMITE-BOLETO-EXIT.
           EXIT.

      *----
       2800-EXCLUI-TITULO.


           MOVE DUP-FORNECEDOR           TO FORN-DET.
           MOVE DUP-NUMERO-NF            TO NF-DET.
           PERFORM 2950-MONTA-PARCELA
              THRU 2950-MONTA-PARCELA-EXIT.
           MOVE DUP-VALOR                TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO VALOR-DET.
           MOVE WSS-MOTIVO               TO OCORRENCIA-DET.
           END-IF.

           MOVE SPACES                   TO OCORRENCIA-DET.
           MOVE SPACES                   TO RETIDO-DET.
           MOVE SPACES                   TO PARC-DET.

       2900-GRAVA-LINHA-EXIT.
           EXIT.

      *----
      * PARCELA NO DETALHE DO RELATORIO, SO PARA NOTA PARCELADA
      *----
       2950-MONTA-PARCELA.

           MOVE SPACES                   TO PARC-DET.

           IF WSS-QTD-PARCELAS GREATER 1
              MOVE '-'                   TO PARC-DET (1:1)
              MOVE WSS-PARCELA           TO PARC-DET (2:2)
           END-IF.

       2950-MONTA-PARCELA-EXIT.
           EXIT.

      *----
      * 'CONFIRMA': O RETORNO DO BANCO CONFIRMA OS CREDITOS DA
      * PROPOSTA; CONFIRMADO VIRA REGISTRO DE PAGTOS PARA A BAIXA
           PERFORM 5100-CARGA-PROPOSTA
              THRU 5100-CARGA-PROPOSTA-EXIT.

           PERFORM 5150-CARGA-RETPROP
              THRU 5150-CARGA-RETPROP-EXIT.

           OPEN INPUT RETFORN.
           OPEN OUTPUT PAGTOS.

                 THRU ROT-ABEND-EXIT
           END-IF.

      *----
      * ACUMULADO DAS RETENCOES: CADA CONFIRMACAO ACRESCENTA AS
      * NOTAS PAGAS (NA PRIMEIRA VEZ O ARQUIVO E CRIADO)
      *----
           OPEN EXTEND RETENCAO.

           IF ST-RETENCAO EQUAL 35
              OPEN OUTPUT RETENCAO
           END-IF.

           IF ST-RETENCAO NOT EQUAL 0
              DISPLAY 'COBOL193 - ERRO OPEN RETENCAO FS=' ST-RETENCAO
              MOVE ST-RETENCAO           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

      *----
      * ACUMULADO DA VARIACAO CAMBIAL, NO MESMO CRITERIO
      *----
           OPEN EXTEND VARCAMB.

           IF ST-VARCAMB EQUAL 35
              OPEN OUTPUT VARCAMB
           END-IF.

           IF ST-VARCAMB NOT EQUAL 0
              DISPLAY 'COBOL193 - ERRO OPEN VARCAMB FS=' ST-VARCAMB
              MOVE ST-VARCAMB            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 5200-PROCESSA-RETORNO
              THRU 5200-PROCESSA-RETORNO-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE RETFORN.
           CLOSE PAGTOS.
           CLOSE RETENCAO.
           CLOSE VARCAMB.

           PERFORM 5500-APONTA-SEM-RESPOSTA
              THRU 5500-APONTA-SEM-RESPOSTA-EXIT.
                   TPR-VALOR (WSS-QTD-PROPOSTAS)
              MOVE 'N'                   TO
                   TPR-RESPONDIDO (WSS-QTD-PROPOSTAS)
              MOVE PRO-FORMA-LANC        TO
                   TPR-FORMA-LANC (WSS-QTD-PROPOSTAS)
              MOVE PRO-VALOR-RETIDO      TO
                   TPR-VALOR-RETIDO (WSS-QTD-PROPOSTAS)
              MOVE PRO-DATA-PAGTO        TO
                   TPR-DATA-PAGTO (WSS-QTD-PROPOSTAS)
              MOVE PRO-VALOR-DESCONTO    TO
                   TPR-VALOR-DESCONTO (WSS-QTD-PROPOSTAS)
              MOVE PRO-DESC-SITUACAO     TO
                   TPR-DESC-SITUACAO (WSS-QTD-PROPOSTAS)
              MOVE PRO-PARCELA           TO
                   TPR-PARCELA (WSS-QTD-PROPOSTAS)
              MOVE PRO-QTD-PARCELAS      TO
                   TPR-QTD-PARCELAS (WSS-QTD-PROPOSTAS)
              IF PRO-PARCELA NOT NUMERIC OR PRO-PARCELA EQUAL 0
                 MOVE 1                  TO
                      TPR-PARCELA (WSS-QTD-PROPOSTAS)
                      TPR-QTD-PARCELAS (WSS-QTD-PROPOSTAS)
              END-IF
              IF PRO-VALOR-DESCONTO NOT NUMERIC
                 MOVE 0                  TO
                      TPR-VALOR-DESCONTO (WSS-QTD-PROPOSTAS)
                 MOVE SPACE              TO
                      TPR-DESC-SITUACAO (WSS-QTD-PROPOSTAS)
              END-IF
              IF PRO-VALOR-RETIDO NOT NUMERIC
                 MOVE 0                  TO
                      TPR-VALOR-RETIDO (WSS-QTD-PROPOSTAS)
              END-IF
              MOVE PRO-MOEDA             TO
                   TPR-MOEDA (WSS-QTD-PROPOSTAS)
              MOVE PRO-VALOR-MOEDA       TO
                   TPR-VALOR-MOEDA (WSS-QTD-PROPOSTAS)
              MOVE PRO-TAXA-PAGTO        TO
                   TPR-TAXA-PAGTO (WSS-QTD-PROPOSTAS)
              MOVE PRO-TAXA-EMISSAO      TO
                   TPR-TAXA-EMISSAO (WSS-QTD-PROPOSTAS)
              IF PRO-MOEDA EQUAL SPACES
                 OR PRO-VALOR-MOEDA NOT NUMERIC
                 OR PRO-TAXA-PAGTO NOT NUMERIC
                 OR PRO-TAXA-EMISSAO NOT NUMERIC
                 MOVE SPACES             TO
                      TPR-MOEDA (WSS-QTD-PROPOSTAS)
                 MOVE 0                  TO
                      TPR-VALOR-MOEDA (WSS-QTD-PROPOSTAS)
                      TPR-TAXA-PAGTO (WSS-QTD-PROPOSTAS)
                      TPR-TAXA-EMISSAO (WSS-QTD-PROPOSTAS)
              END-IF
           END-IF.

       5101-LER-PROPOSTA-EXIT.
           EXIT.

      *----
      * RETENCOES CALCULADAS NA PROPOSTA (SEM O ARQUIVO, NENHUMA NOTA
      * DA PROPOSTA TEVE RETENCAO)
      *----
       5150-CARGA-RETPROP.

           MOVE 'N'                      TO WSS-EOF-RET.

           OPEN INPUT RETPROP.

           IF ST-RETPROP EQUAL 35
              GO TO 5150-CARGA-RETPROP-EXIT
           END-IF.

           IF ST-RETPROP NOT EQUAL 0 THEN
              DISPLAY 'COBOL193 - ERRO OPEN RETPROP FS=' ST-RETPROP
              MOVE ST-RETPROP            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 5151-LER-RETPROP
              THRU 5151-LER-RETPROP-EXIT
              UNTIL WSS-EOF-RET = 'Y'.

           CLOSE RETPROP.

           DISPLAY ' RETENCOES DA PROPOSTA : ' WSS-QTD-RETPROP.

       5150-CARGA-RETPROP-EXIT.
           EXIT.

      *----
       5151-LER-RETPROP.

           READ RETPROP INTO REG-RETENCAO
            AT END MOVE 'Y' TO WSS-EOF-RET
           END-READ.

           IF ST-RETPROP NOT EQUAL 0 AND WSS-EOF-RET NOT = 'Y' THEN
              DISPLAY 'COBOL193 - ERRO READ RETPROP FS=' ST-RETPROP
              MOVE ST-RETPROP            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-RET NOT = 'Y'
              AND WSS-QTD-RETPROP LESS 2000
              ADD 1                      TO WSS-QTD-RETPROP
              SET IDX-RTP                TO WSS-QTD-RETPROP
              MOVE RET-CHAVE             TO TRP-CHAVE (IDX-RTP)
              MOVE RET-PARCELA           TO TRP-PARCELA (IDX-RTP)
              IF RET-PARCELA NOT NUMERIC OR RET-PARCELA EQUAL 0
                 MOVE 1                  TO TRP-PARCELA (IDX-RTP)
              END-IF
              MOVE REG-RETENCAO          TO TRP-REGISTRO (IDX-RTP)
           END-IF.

       5151-LER-RETPROP-EXIT.
           EXIT.

      *----
       5200-PROCESSA-RETORNO.

              IF TPR-FORNECEDOR (WSS-IDX) EQUAL RTF-FORNECEDOR
                 AND TPR-NUMERO-NF (WSS-IDX) EQUAL RTF-NUMERO-NF
                 AND TPR-RESPONDIDO (WSS-IDX) NOT = 'Y'
                 AND (RTF-PARCELA NOT NUMERIC
                      OR RTF-PARCELA EQUAL 0
                      OR RTF-PARCELA EQUAL TPR-PARCELA (WSS-IDX))
                 MOVE 'Y'                TO WSS-ACHOU
                 SUBTRACT 1              FROM WSS-IDX
              END-IF

           MOVE RTF-FORNECEDOR           TO FORN-DET.
           MOVE RTF-NUMERO-NF            TO NF-DET.

           IF WSS-ACHOU EQUAL 'Y'
              AND TPR-QTD-PARCELAS (WSS-IDX) GREATER 1
              MOVE '-'                   TO PARC-DET (1:1)
              MOVE TPR-PARCELA (WSS-IDX) TO PARC-DET (2:2)
           END-IF.
           MOVE RTF-VALOR                TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO VALOR-DET.

              MOVE SPACES                TO REG-PAGTOS
              MOVE RTF-FORNECEDOR        TO PAG-FORNECEDOR
              MOVE RTF-NUMERO-NF         TO PAG-NUMERO-NF
              MOVE TPR-PARCELA (WSS-IDX) TO PAG-PARCELA
              MOVE TPR-DATA-PAGTO (WSS-IDX) TO PAG-DATA-PAGTO
              MOVE TPR-VALOR-DESCONTO (WSS-IDX)
                                          TO PAG-VALOR-DESCONTO
              MOVE TPR-DESC-SITUACAO (WSS-IDX)
                                          TO PAG-DESC-SITUACAO
      *----
      * A BAIXA DO TITULO E PELO CREDITO MAIS O RETIDO NA FONTE E
      * O DESCONTO CAPTURADO
      *----
              COMPUTE PAG-VALOR = RTF-VALOR
                                + TPR-VALOR-RETIDO (WSS-IDX)
              IF TPR-DESC-SITUACAO (WSS-IDX) EQUAL 'C'
                 ADD TPR-VALOR-DESCONTO (WSS-IDX) TO PAG-VALOR
              END-IF
      *----
      * EM MOEDA ESTRANGEIRA A BAIXA DO TITULO E PELO VALOR NA MOEDA
      *----
              MOVE TPR-MOEDA (WSS-IDX)   TO PAG-MOEDA
              MOVE TPR-VALOR-MOEDA (WSS-IDX) TO PAG-VALOR-MOEDA
              WRITE REG-PAGTOS
              END-WRITE
              IF ST-PAGTOS NOT EQUAL 0
              ADD 1                      TO WSS-REG-CONFIRMADOS
              MOVE 'CONFIRMADO - PAGTO GERADO'
                                          TO OCORRENCIA-DET
              IF TPR-VALOR-RETIDO (WSS-IDX) GREATER 0
                 PERFORM 5250-GRAVA-RETENCAO
                    THRU 5250-GRAVA-RETENCAO-EXIT
              END-IF
              IF TPR-MOEDA (WSS-IDX) NOT EQUAL SPACES
                 PERFORM 5260-GRAVA-VARIACAO
                    THRU 5260-GRAVA-VARIACAO-EXIT
              END-IF
           ELSE
              ADD 1                      TO WSS-REG-REJEITADOS
              EVALUATE TPR-FORMA-LANC (WSS-IDX)
                  WHEN '45'
                       PERFORM 5300-TRADUZ-MOTIVO-PIX
                          THRU 5300-TRADUZ-MOTIVO-PIX-EXIT
                       MOVE SPACES       TO OCORRENCIA-DET
                       STRING 'PIX REJEITADO - ' DELIMITED BY SIZE
                              WSS-MOTIVO DELIMITED BY SIZE
                         INTO OCORRENCIA-DET
                       END-STRING
                  WHEN '30'
                  WHEN '31'
                       MOVE 'BOLETO NAO PAGO PELO BANCO - APURAR'
                                          TO OCORRENCIA-DET
                  WHEN OTHER
                       MOVE 'REJEITADO PELO BANCO - APURAR'
                                          TO OCORRENCIA-DET
              END-EVALUATE
           END-IF.

           PERFORM 2900-GRAVA-LINHA
       5200-PROCESSA-RETORNO-EXIT.
           EXIT.

      *----
      * NOTA PAGA COM RETENCAO: O REGISTRO DA PROPOSTA VAI PARA O
      * ACUMULADO RETENCAO, BASE DAS GUIAS E DA EFD-REINF DO MES
      *----
       5250-GRAVA-RETENCAO.

           MOVE TPR-VALOR-RETIDO (WSS-IDX) TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO RETIDO-DET.

           IF WSS-QTD-RETPROP EQUAL 0
              MOVE 'CONFIRMADO - RETENCAO SEM RETPROP'
                                          TO OCORRENCIA-DET
              GO TO 5250-GRAVA-RETENCAO-EXIT
           END-IF.

           SET IDX-RTP                   TO 1.

           SEARCH WSS-RTP-ENTRY
               AT END
                  MOVE 'CONFIRMADO - RETENCAO SEM RETPROP'
                                          TO OCORRENCIA-DET
               WHEN TRP-CHAVE (IDX-RTP) (1:30) EQUAL RTF-FORNECEDOR
                AND TRP-CHAVE (IDX-RTP) (31:8) EQUAL RTF-NUMERO-NF
                AND TRP-PARCELA (IDX-RTP) EQUAL TPR-PARCELA (WSS-IDX)
                  WRITE REG-RETENCAO-S FROM TRP-REGISTRO (IDX-RTP)
                  END-WRITE
                  IF ST-RETENCAO NOT EQUAL 0
                     DISPLAY 'COBOL193 - ERRO WRITE RETENCAO FS='
                             ST-RETENCAO
                     MOVE ST-RETENCAO    TO RETURN-CODE
                     PERFORM ROT-ABEND
                        THRU ROT-ABEND-EXIT
                  END-IF
                  MOVE 'CONFIRMADO - PAGTO E RETENCAO GERADOS'
                                          TO OCORRENCIA-DET
           END-SEARCH.

       5250-GRAVA-RETENCAO-EXIT.
           EXIT.

      *----
      * TITULO EM MOEDA ESTRANGEIRA PAGO: A DIFERENCA ENTRE O VALOR
      * EM REAIS NA TAXA DO PAGAMENTO E O CONTABILIZADO NA TAXA DA
      * EMISSAO E A VARIACAO CAMBIAL REALIZADA (NO PASSIVO, MOEDA EM
      * ALTA E PERDA), ACRESCENTADA AO ACUMULADO VARCAMB
      *----
       5260-GRAVA-VARIACAO.

           MOVE SPACES                   TO REG-VARCAMB.
           MOVE RTF-FORNECEDOR           TO VCB-FORNECEDOR.
           MOVE RTF-NUMERO-NF            TO VCB-NUMERO-NF.
           MOVE TPR-PARCELA (WSS-IDX)    TO VCB-PARCELA.
           MOVE TPR-MOEDA (WSS-IDX)      TO VCB-MOEDA.
           MOVE TPR-DATA-PAGTO (WSS-IDX) TO VCB-DATA-PAGTO.
           MOVE TPR-VALOR-MOEDA (WSS-IDX) TO VCB-VALOR-MOEDA.
           MOVE TPR-TAXA-EMISSAO (WSS-IDX) TO VCB-TAXA-EMISSAO.
           MOVE TPR-TAXA-PAGTO (WSS-IDX) TO VCB-TAXA-PAGTO.

           COMPUTE VCB-VALOR-CONTABIL ROUNDED =
                   VCB-VALOR-MOEDA * VCB-TAXA-EMISSAO.
           COMPUTE VCB-VALOR-PAGO ROUNDED =
                   VCB-VALOR-MOEDA * VCB-TAXA-PAGTO.

           IF VCB-VALOR-PAGO EQUAL VCB-VALOR-CONTABIL
              GO TO 5260-GRAVA-VARIACAO-EXIT
           END-IF.

           IF VCB-VALOR-PAGO GREATER VCB-VALOR-CONTABIL
              COMPUTE VCB-VARIACAO =
                      VCB-VALOR-PAGO - VCB-VALOR-CONTABIL
              MOVE 'P'                   TO VCB-TIPO
              ADD VCB-VARIACAO           TO WSS-TOT-PERDA
           ELSE
              COMPUTE VCB-VARIACAO =
                      VCB-VALOR-CONTABIL - VCB-VALOR-PAGO
              MOVE 'G'                   TO VCB-TIPO
              ADD VCB-VARIACAO           TO WSS-TOT-GANHO
           END-IF.

           WRITE REG-VARCAMB-S FROM REG-VARCAMB.

           IF ST-VARCAMB NOT EQUAL 0
              DISPLAY 'COBOL193 - ERRO WRITE VARCAMB FS=' ST-VARCAMB
              MOVE ST-VARCAMB            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-VARIACAO.

       5260-GRAVA-VARIACAO-EXIT.
           EXIT.

      *----
      * TRADUCAO DAS OCORRENCIAS DO PIX NO RETORNO, NA CODIFICACAO DO
      * COBOL161
      *----
       5300-TRADUZ-MOTIVO-PIX.

           EVALUATE RTF-CODIGO
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

       5300-TRADUZ-MOTIVO-PIX-EXIT.
           EXIT.

      *----
       5500-APONTA-SEM-RESPOSTA.

              IF TPR-RESPONDIDO (WSS-IDX) NOT = 'Y'
                 MOVE TPR-FORNECEDOR (WSS-IDX) TO FORN-DET
                 MOVE TPR-NUMERO-NF (WSS-IDX)  TO NF-DET
                 IF TPR-QTD-PARCELAS (WSS-IDX) GREATER 1
                    MOVE '-'                   TO PARC-DET (1:1)
                    MOVE TPR-PARCELA (WSS-IDX) TO PARC-DET (2:2)
                 END-IF
                 MOVE TPR-VALOR (WSS-IDX)      TO MASCARA-VALOR
                 MOVE MASCARA-VALOR            TO VALOR-DET
                 MOVE 'PROPOSTA SEM RESPOSTA DO BANCO'
