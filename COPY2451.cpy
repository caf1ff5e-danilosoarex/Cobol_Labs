      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DA ADESAO AO PLANO DE PREVIDENCIA
      *            COMPLEMENTAR (PGBL) DA EMPRESA (PREVADES): UM
      *            REGISTRO POR PARTICIPANTE COM O PERCENTUAL DO
      *            SALARIO ESCOLHIDO PARA A CONTRIBUICAO DO EMPREGADO,
      *            O CERTIFICADO NO FUNDO E A VIGENCIA. A ADESAO VALE
      *            A PARTIR DA COMPETENCIA DA DATA DE ADESAO ATE A
      *            COMPETENCIA ANTERIOR A DO CANCELAMENTO (ZERO = EM
      *            VIGOR). MATRICULA REPETIDA: VALE O ULTIMO REGISTRO
      *            (MUDANCA DE PERCENTUAL)
      * CPD      : INEFE
      *****************************************************************
       01  REG-PREVADES.
           03  PVA-MATRICULA               PIC 9(008).
           03  PVA-PCT-EMPREGADO           PIC 9(003)V99.
           03  PVA-DATA-ADESAO             PIC 9(008).
           03  PVA-DATA-CANCEL             PIC 9(008).
           03  PVA-CERTIFICADO             PIC X(015).
           03  FILLER                      PIC X(036).
