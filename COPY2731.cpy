      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DA TABELA DE CONTAS DO CONTAS A PAGAR POR
      *            FORNECEDOR (FORNCTA), NOS MOLDES DO CONTAMAP: PARA
      *            CADA FORNECEDOR E TIPO DE LANCAMENTO, A CONTA DO
      *            RAZAO E A NATUREZA. A LINHA COM '*' NO FORNECEDOR
      *            E O CURINGA, VALE PARA QUEM NAO TEM LINHA PROPRIA.
      *            TIPOS USADOS PELO SUBLEDGER DE FORNECEDORES
      *            (COBOL273):
      *              NFDE DESPESA DA NOTA (ENTRADA DO TITULO)
      *              NFFO FORNECEDORES A PAGAR (ENTRADA DO TITULO)
      *              ENDE DESPESA DE MULTA E JUROS DE ATRASO
      *              ENFO FORNECEDORES A PAGAR (MULTA E JUROS)
      *              PGFO FORNECEDORES A PAGAR (BAIXA DO PAGAMENTO)
      *              PGBC BANCO (BAIXA DO PAGAMENTO)
      *              PGDS DESCONTOS OBTIDOS (BAIXA DO PAGAMENTO)
      * CPD      : INEFE
      *****************************************************************
       01  REG-FORNCTA.
           03  FCT-FORNECEDOR              PIC X(030).
               88  FCT-CURINGA                     VALUE '*'.
           03  FCT-TIPO                    PIC X(004).
           03  FCT-CONTA                   PIC 9(008).
           03  FCT-NATUREZA                PIC X(001).
           03  FILLER                      PIC X(037).
