      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO RESULTADO DOS DESCONTOS DE CREDITO
      *            CONSIGNADO NA FOLHA (CONSDES): O MOTOR DE DESCONTOS
      *            (COBOL148) GRAVA UM REGISTRO POR CONTRATO ATIVO DE
      *            CADA FUNCIONARIO CALCULADO - PARCELA DESCONTADA
      *            ('00') OU SUPRIMIDA PELA MARGEM ('MG'). O RETORNO
      *            AOS BANCOS (COBOL239) USA O ULTIMO REGISTRO DE
      *            CADA CONTRATO NA COMPETENCIA (UM REINICIO
      *            POS-CHECKPOINT PODE GRAVAR O MESMO CONTRATO DE NOVO)
      * CPD      : INEFE
      *****************************************************************
       01  REG-CONSDES.
           03  CDS-COMPETENCIA             PIC 9(006).
           03  CDS-MATRICULA               PIC 9(008).
           03  CDS-BANCO                   PIC 9(003).
           03  CDS-CONTRATO                PIC X(020).
           03  CDS-VALOR-PREVISTO          PIC 9(007)V99.
           03  CDS-VALOR-DESCONTADO        PIC 9(007)V99.
           03  CDS-MOTIVO                  PIC X(002).
           03  FILLER                      PIC X(023).
