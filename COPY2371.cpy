      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO GRUPO DE PAGAMENTO DO FUNCIONARIO
      *            (GRPFUNC), CLASSIFICADO POR MATRICULA: UM REGISTRO
      *            POR MATRICULA QUE NAO RECEBE NA FOLHA MENSAL.
      *              'M' OU AUSENTE = MENSAL (FOLHA REGULAR);
      *              'S'            = SEMANAL (PERIODOS DE 7 DIAS);
      *              'Q'            = QUINZENAL (PERIODOS DE 14 DIAS).
      *            O FUNCIONARIO DOS GRUPOS 'S' E 'Q' SO E PAGO NA
      *            RODADA 'SEMANAL' DO SEU GRUPO (COBOL089), COM OS
      *            PERIODOS DO CALENDARIO CALPROC (COBOL199); 13.
      *            SALARIO E FERIAS CONTINUAM NAS RODADAS PROPRIAS
      * CPD      : INEFE
      *****************************************************************
       01  REG-GRPFUNC.
           03  GRF-MATRICULA               PIC 9(008).
           03  GRF-GRUPO                   PIC X(001).
               88  GRF-MENSAL                       VALUE 'M' ' '.
               88  GRF-SEMANAL                      VALUE 'S'.
               88  GRF-QUINZENAL                    VALUE 'Q'.
           03  FILLER                      PIC X(071).
