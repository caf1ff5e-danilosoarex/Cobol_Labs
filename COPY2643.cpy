      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DA NOTA FISCAL DE FORNECEDOR NA ENTRADA
      *            (NFENTRA) E DA NOTA BLOQUEADA (NFBLOQ/NFBLOQN):
      *            DADOS DO TITULO QUE VAI PARA O DUPLICTA, LINHA DO
      *            PEDIDO DE COMPRA E QUANTIDADE FATURADA. A ENTRADA DE
      *            NOTAS (COBOL264) GRAVA A NOTA BLOQUEADA COM A DATA
      *            DA PRIMEIRA ENTRADA (BASE DO AGING) E O MOTIVO.
      *            REGISTRO DE 240 POSICOES
      * CPD      : INEFE
      *****************************************************************
       01  REG-NFENTRA.
           03  NFE-CHAVE.
               05  NFE-FORNECEDOR          PIC X(030).
               05  NFE-NUMERO-NF           PIC 9(008).
           03  NFE-DATA-EMISSAO            PIC 9(008).
           03  NFE-DATA-VENCIMENTO         PIC 9(008).
           03  NFE-VALOR                   PIC 9(007)V99.
           03  NFE-COD-SERVICO             PIC X(005).
           03  NFE-PEDIDO                  PIC 9(008).
           03  NFE-ITEM                    PIC 9(003).
           03  NFE-QTDE                    PIC 9(007)V99.
           03  NFE-DATA-ENTRADA            PIC 9(008).
           03  NFE-MOTIVO                  PIC X(040).
      *----
      *    LINHA DIGITAVEL DO BOLETO DE COBRANCA DA NOTA (47 DIGITOS,
      *    SEM PONTOS; BRANCO = PAGAMENTO POR CREDITO EM CONTA)
      *----
           03  NFE-LINHA-DIGITAVEL         PIC X(047).
      *----
      *    NOTA PARCELADA: QUANTIDADE (ATE 3) E VENCIMENTO/VALOR DE
      *    CADA PARCELA, QUE DEVEM SOMAR O VALOR DA NOTA. ZERO OU
      *    BRANCO = PARCELA UNICA (NFE-DATA-VENCIMENTO/NFE-VALOR). A
      *    LINHA DIGITAVEL ACIMA E A DO BOLETO DA PRIMEIRA PARCELA
      *----
           03  NFE-QTD-PARCELAS            PIC 9(002).
           03  NFE-PARCELA OCCURS 3 TIMES.
               05  NFE-PARC-VENCIMENTO     PIC 9(008).
               05  NFE-PARC-VALOR          PIC 9(007)V99.
      *----
      *    MOEDA DA NOTA (BRANCO = A DO FORNECEDOR NO FORNMST; 'BRL'
      *    OU BRANCO NOS DOIS = REAIS). VALOR DA NOTA E DAS PARCELAS
      *    NA MOEDA
      *----
           03  NFE-MOEDA                   PIC X(003).
           03  FILLER                      PIC X(001).
