      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DA TABELA DE TAXAS SELIC MENSAIS
      *            (SELICTAB), UM REGISTRO POR MES (AAAAMM) COM A TAXA
      *            SELIC ACUMULADA DO MES EM PERCENTUAL, CONFORME
      *            DIVULGADA PELA RECEITA FEDERAL PARA CALCULO DE
      *            JUROS DE MORA DE TRIBUTOS FEDERAIS. MANTIDA PELA
      *            TESOURARIA E LIDA PELO COBOL251 NO RECALCULO DE
      *            GUIAS GPS/DARF PAGAS EM ATRASO.
      * CPD      : INEFE
      *****************************************************************
       01  REG-SELICTAB.
           03  SEL-COMPETENCIA             PIC 9(006).
           03  SEL-TAXA                    PIC 9(002)V9(004).
           03  FILLER                      PIC X(068).
