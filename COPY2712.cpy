      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DA TABELA DE CATEGORIAS DE DESPESA
      *            REEMBOLSAVEL (REEMBCAT): LIMITE POR DESPESA, PRAZO
      *            MAXIMO PARA APRESENTAR O PEDIDO, INDICADOR DE
      *            DESPESA DE VIAGEM (ABATE O ADIANTAMENTO DE VIAGEM)
      *            E O TIPO DO CONTAMAP DA CONTA DE DESPESA
      * CPD      : INEFE
      *****************************************************************
       01  REG-REEMBCAT.
           03  RCT-CATEGORIA               PIC X(004).
           03  RCT-DESCRICAO               PIC X(030).
      *----
      *    VALOR MAXIMO POR DESPESA (ZERO = SEM LIMITE) E PRAZO EM
      *    DIAS ENTRE A DESPESA E O PROCESSAMENTO (ZERO = SEM PRAZO)
      *----
           03  RCT-LIMITE                  PIC 9(007)V99.
           03  RCT-PRAZO-DIAS              PIC 9(003).
           03  RCT-VIAGEM                  PIC X(001).
               88  RCT-E-VIAGEM                    VALUE 'S'.
           03  RCT-TIPO-CONTA              PIC X(004).
           03  FILLER                      PIC X(029).
