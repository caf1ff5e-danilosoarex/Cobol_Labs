      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO CADASTRO DE PEDIDOS DE COMPRA (PEDCOMPR/
      *            PEDCOMPN), UM REGISTRO POR LINHA DO PEDIDO:
      *            FORNECEDOR (CODIGO DO FORNMST), QUANTIDADE E PRECO
      *            UNITARIO PEDIDOS E A QUANTIDADE JA FATURADA, QUE A
      *            ENTRADA DE NOTAS (COBOL264) ATUALIZA A CADA NOTA
      *            LIBERADA PARA O DUPLICTA
      * CPD      : INEFE
      *****************************************************************
       01  REG-PEDCOMPR.
           03  PED-CHAVE.
               05  PED-NUMERO              PIC 9(008).
               05  PED-ITEM                PIC 9(003).
           03  PED-FORNECEDOR              PIC X(030).
           03  PED-DATA                    PIC 9(008).
           03  PED-QTDE                    PIC 9(007)V99.
           03  PED-PRECO-UNIT              PIC 9(007)V99.
           03  PED-QTDE-FATURADA           PIC 9(007)V99.
           03  PED-SITUACAO                PIC X(001).
               88  PED-ABERTO                       VALUE ' ' 'A'.
               88  PED-CANCELADO                    VALUE 'C'.
           03  FILLER                      PIC X(003).
