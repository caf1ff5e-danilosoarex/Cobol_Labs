      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO ARQUIVO DE RECEBIMENTO DE MERCADORIAS E
      *            SERVICOS (RECEBMER), UM REGISTRO POR ENTRADA NO
      *            ALMOXARIFADO OU ACEITE DO SERVICO, PELA LINHA DO
      *            PEDIDO DE COMPRA. LIDO PELA ENTRADA DE NOTAS
      *            (COBOL264) NO CONFRONTO PEDIDO X RECEBIMENTO X NOTA
      * CPD      : INEFE
      *****************************************************************
       01  REG-RECEBMER.
           03  REC-PEDIDO                  PIC 9(008).
           03  REC-ITEM                    PIC 9(003).
           03  REC-DATA                    PIC 9(008).
           03  REC-QTDE                    PIC 9(007)V99.
           03  REC-USUARIO                 PIC X(008).
           03  FILLER                      PIC X(044).
