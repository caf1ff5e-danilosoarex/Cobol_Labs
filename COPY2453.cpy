      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO CARTAO DE PARAMETROS DO PLANO DE
      *            PREVIDENCIA COMPLEMENTAR (PREVPARM):
      *            - FUNDO (CNPJ) E CODIGO DO PLANO, PARA O REPASSE;
      *            - PERCENTUAL MAXIMO DO SALARIO QUE O EMPREGADO PODE
      *              ESCOLHER (ZERO = SEM LIMITE);
      *            - CONTRAPARTIDA DA EMPRESA EM PERCENTUAL DA
      *              CONTRIBUICAO DO EMPREGADO (100,00 = UM PARA UM),
      *              LIMITADA A UM TETO EM PERCENTUAL DO SALARIO
      *              (ZERO = SEM TETO);
      *            - LIMITE DA DEDUCAO NA BASE DO IRRF EM PERCENTUAL
      *              DOS RENDIMENTOS TRIBUTAVEIS DO ANO (ZERO ASSUME
      *              12,00, O LIMITE LEGAL DO PGBL)
      * CPD      : INEFE
      *****************************************************************
       01  REG-PREVPARM.
           03  PVP-CNPJ-FUNDO              PIC 9(014).
           03  PVP-CODIGO-PLANO            PIC X(010).
           03  PVP-PCT-MAX-EMPREGADO       PIC 9(003)V99.
           03  PVP-PCT-CONTRAPARTIDA       PIC 9(003)V99.
           03  PVP-TETO-CONTRAP-PCT        PIC 9(003)V99.
           03  PVP-LIMITE-IR-PCT           PIC 9(003)V99.
           03  FILLER                      PIC X(036).
