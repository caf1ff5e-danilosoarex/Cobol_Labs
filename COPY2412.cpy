      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO CONTA-CORRENTE DE RESSARCIMENTO DE
      *            PAGAMENTO A MAIOR (ARQUIVO INDEXADO RESSARC, CHAVE
      *            MATRICULA), UM REGISTRO POR MATRICULA COM O SALDO
      *            CONSOLIDADO DOS DEBITOS E O PLANO DE PARCELAS EM
      *            VIGOR. GRAVADO PELO GERENCIADOR COBOL241 E LIDO EM
      *            SEQUENCIA PELO AGING DO COBOL242.
      * CPD      : INEFE
      *****************************************************************
       01  REG-RESSARC.
           03  RS-MATRICULA                PIC 9(008).
      *----
      * A = EM ABERTO, DESCONTADO NA FOLHA
      * Q = QUITADO
      * R = SALDO REMANESCENTE DA RESCISAO, COBRADO FORA DA FOLHA
      *----
           03  RS-SITUACAO                 PIC X(001).
               88  RS-ABERTO                        VALUE 'A'.
               88  RS-QUITADO                       VALUE 'Q'.
               88  RS-REMANESCENTE                  VALUE 'R'.
           03  RS-ORIGEM                   PIC X(001).
               88  RS-ORIGEM-CORRECAO               VALUE 'C'.
               88  RS-ORIGEM-MANUAL                 VALUE 'M'.
      *----
      * COMPETENCIA DO DEBITO MAIS ANTIGO AINDA EM ABERTO (BASE DO
      * AGING) E DO ULTIMO DEBITO LANCADO
      *----
           03  RS-COMPET-ORIGEM            PIC 9(006).
           03  RS-COMPET-LANC              PIC 9(006).
           03  RS-VALOR-LANCADO            PIC 9(007)V99.
           03  RS-VALOR-RECUPERADO         PIC 9(007)V99.
           03  RS-SALDO                    PIC 9(007)V99.
           03  RS-VALOR-PARCELA            PIC 9(007)V99.
           03  RS-PARCELAS-REST            PIC 9(003).
      *----
      * ULTIMA COMPETENCIA EM QUE O SALDO SOFREU BAIXA; PROTEGE O
      * SALDO CONTRA BAIXA DUPLA NA MESMA COMPETENCIA
      *----
           03  RS-COMPET-BAIXA             PIC 9(006).
           03  FILLER                      PIC X(013).
