      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO PEDIDO DE FUNDING EMITIDO (FUNDPED), UM
      *            REGISTRO POR EMPRESA E DATA-VALOR: COMPOSICAO DO
      *            VALOR PEDIDO PARA A CONTA DE FUNDING (LIQUIDO DA
      *            FOLHA LIBERADA, REPASSE A TERCEIROS, GUIAS, FGTS E
      *            FORNECEDORES), USUARIO E DATA/HORA DA EMISSAO.
      *            GRAVADO PELO COBOL255 NA FUNCAO 'EMITE' E RELIDO NA
      *            FUNCAO 'CONFERE' PARA APONTAR ALTERACAO POSTERIOR.
      * CPD      : INEFE
      *****************************************************************
       01  REG-FUNDPED.
           03  FPD-EMPRESA                 PIC X(002).
           03  FPD-DATA-VALOR              PIC 9(008).
           03  FPD-COMPETENCIA             PIC 9(006).
           03  FPD-FOLHA                   PIC 9(011)V99.
           03  FPD-TERCEIROS               PIC 9(011)V99.
           03  FPD-GUIAS                   PIC 9(011)V99.
           03  FPD-FGTS                    PIC 9(011)V99.
           03  FPD-FORNECEDORES            PIC 9(011)V99.
           03  FPD-TOTAL                   PIC 9(011)V99.
           03  FPD-USUARIO                 PIC X(008).
           03  FPD-DATA-HORA               PIC X(014).
           03  FILLER                      PIC X(004).
