      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO ACUMULADO MENSAL DOS GRUPOS DE PAGAMENTO
      *            SEMANAL/QUINZENAL (SEMACUM): UM REGISTRO POR
      *            MATRICULA E PERIODO JA PAGO NA COMPETENCIA, COM A
      *            BASE DOS DESCONTOS LEGAIS (BRUTO + ATS) E O INSS E
      *            O IRRF RETIDOS NO PERIODO. A RODADA 'SEMANAL' DO
      *            COBOL089 SOMA OS PERIODOS ANTERIORES PARA O MOTOR
      *            COBOL148 CALCULAR INSS/IRRF SOBRE O ACUMULADO DO
      *            MES E DESCONTAR SO A DIFERENCA AINDA NAO RETIDA; A
      *            NOVA GERACAO (SEMACUN) LEVA OS PERIODOS ANTERIORES
      *            MAIS O DA RODADA. O CONSOLIDADOR MENSAL (COBOL237)
      *            USA O MESMO ARQUIVO PARA PROVAR O FECHAMENTO
      * CPD      : INEFE
      *****************************************************************
       01  REG-SEMACUM.
           03  SMA-COMPETENCIA             PIC 9(006).
           03  SMA-GRUPO                   PIC X(001).
           03  SMA-PERIODO                 PIC 9(002).
           03  SMA-MATRICULA               PIC 9(008).
           03  SMA-BASE                    PIC 9(007)V99.
           03  SMA-INSS                    PIC 9(007)V99.
           03  SMA-IRRF                    PIC 9(007)V99.
           03  SMA-LIQUIDO                 PIC S9(007)V99
                                               SIGN LEADING SEPARATE.
           03  FILLER                      PIC X(026).
