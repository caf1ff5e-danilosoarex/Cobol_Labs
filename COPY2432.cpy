      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO FGTS RESCISORIO CALCULADO NA RESCISAO
      *            (FGTSRWK): UM REGISTRO POR DESLIGADO COM DEPOSITO
      *            OU MULTA, GRAVADO PELO COBOL152 NA ORDEM DO
      *            DESFUNCI (EMPRESA + MATRICULA) E LIDO PELO COBOL243,
      *            QUE GERA A GUIA RESCISORIA E OS LANCAMENTOS.
      *            DEPOSITO = ALIQUOTA SOBRE SALDO DE SALARIO, 13.
      *            PROPORCIONAL E AVISO PREVIO INDENIZADO; MULTA =
      *            PERCENTUAL DO TIPO DE DESLIGAMENTO SOBRE O SALDO DA
      *            CONTA MAIS O DEPOSITO RESCISORIO.
      * CPD      : INEFE
      *****************************************************************
       01  REG-FGTSRWK.
           03  FRW-EMPRESA                 PIC X(002).
           03  FRW-MATRICULA               PIC 9(008).
           03  FRW-DEPARTAMENTO            PIC X(005).
           03  FRW-TIPO-DESLIG             PIC X(001).
           03  FRW-DATA-DESLIG             PIC 9(008).
           03  FRW-BASE                    PIC 9(009)V99.
           03  FRW-DEPOSITO                PIC 9(009)V99.
           03  FRW-SALDO                   PIC 9(011)V99.
           03  FRW-MULTA                   PIC 9(009)V99.
           03  FRW-PCT-MULTA               PIC 9(002).
           03  FILLER                      PIC X(008).
