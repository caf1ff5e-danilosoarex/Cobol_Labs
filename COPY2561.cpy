      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO RAZAO AUXILIAR DO PASSIVO DE RETENCOES DA
      *            FOLHA (PASSANT/PASSNOV), UM REGISTRO POR TIPO DE
      *            PASSIVO E COMPETENCIA: VALOR CREDITADO NA
      *            CONTABILIZACAO (LANCGL DO COBOL162, LANCFGTS DO
      *            COBOL181), VALOR BAIXADO PELOS PAGAMENTOS (GUIAS,
      *            FGTS, REPASSE A TERCEIROS E PENSAO), VENCIMENTO E
      *            DATA DA ULTIMA BAIXA. MANTIDO PELO COBOL256 DE
      *            RODADA EM RODADA (GERACAO ANTERIOR -> NOVA).
      * CPD      : INEFE
      *****************************************************************
       01  REG-PASSIVO.
           03  PSV-TIPO                    PIC X(004).
               88  PSV-INSS                        VALUE 'INSS'.
               88  PSV-IRRF                        VALUE 'IRRF'.
               88  PSV-OUTR                        VALUE 'OUTR'.
               88  PSV-PENS                        VALUE 'PENS'.
               88  PSV-FGTS                        VALUE 'FGTS'.
           03  PSV-COMPETENCIA             PIC 9(006).
           03  PSV-CONTA                   PIC 9(008).
           03  PSV-CREDITADO               PIC 9(013)V99.
           03  PSV-BAIXADO                 PIC 9(013)V99.
           03  PSV-VENCIMENTO              PIC 9(008).
           03  PSV-DATA-BAIXA              PIC 9(008).
           03  FILLER                      PIC X(016).
