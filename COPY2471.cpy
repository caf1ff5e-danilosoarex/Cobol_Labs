      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DA TRANSACAO DE ADMISSAO (ADMFUNC) DO
      *            COBOL247. UMA ADMISSAO E O CONJUNTO DE REGISTROS
      *            CONSECUTIVOS DA MESMA MATRICULA: UM REGISTRO 'F'
      *            (FUNCIONARIO, COM O CPF), ZERO OU MAIS 'D'
      *            (DEPENDENTES) E UM OU MAIS 'B' (CONTAS BANCARIAS).
      *            A ADMISSAO E VALIDADA E GRAVADA POR INTEIRO OU
      *            REJEITADA POR INTEIRO
      * CPD      : INEFE
      *****************************************************************
       01  REG-ADMFUNC.
           03  ADM-MATRICULA               PIC 9(008).
           03  ADM-TIPO-REG                PIC X(001).
               88  ADM-FUNCIONARIO                  VALUE 'F'.
               88  ADM-DEPENDENTE                   VALUE 'D'.
               88  ADM-CONTA                        VALUE 'B'.
           03  ADM-DADOS                   PIC X(111).
      *----
      * 'F' - DADOS DO MESTRE (MESMOS CAMPOS DA INCLUSAO DO COBOL131)
      *       MAIS O CPF QUE VAI PARA O CPFFUNC
      *----
           03  ADM-DADOS-FUNC REDEFINES ADM-DADOS.
               05  ADF-NOME                PIC X(040).
               05  ADF-SEXO                PIC X(001).
                   88  ADF-SEXO-VALIDO              VALUE 'M' 'F'.
               05  ADF-SALARIO             PIC 9(005)V99.
               05  ADF-DATA-ADMISSAO       PIC 9(008).
               05  ADF-DEPARTAMENTO        PIC X(005).
               05  ADF-HORA-EXTRA          PIC 9(002).
               05  ADF-CARGO               PIC X(002).
               05  ADF-EMPRESA             PIC X(002).
               05  ADF-TIPO-CONTRATO       PIC X(001).
                   88  ADF-CONTRATO-VALIDO          VALUE 'C' 'A' 'E'
                                                          'D' ' '.
               05  ADF-CPF                 PIC 9(011).
               05  FILLER                  PIC X(032).
      *----
      * 'D' - DEPENDENTE, NO LAYOUT DO DEPFUNC (COBOL150)
      *----
           03  ADM-DADOS-DEP REDEFINES ADM-DADOS.
               05  ADD-NOME                PIC X(040).
               05  ADD-DATA-NASC           PIC 9(008).
               05  ADD-PARENTESCO          PIC X(002).
               05  FILLER                  PIC X(061).
      *----
      * 'B' - CONTA BANCARIA, NO LAYOUT DO BANCFUNC (COBOL160/230)
      *----
           03  ADM-DADOS-BCO REDEFINES ADM-DADOS.
               05  ADB-BANCO               PIC 9(003).
               05  ADB-AGENCIA             PIC 9(005).
               05  ADB-CONTA               PIC 9(012).
               05  ADB-DV                  PIC X(001).
               05  ADB-SEQ                 PIC 9(002).
               05  ADB-TIPO-RATEIO         PIC X(001).
                   88  ADB-RATEIO-PCT               VALUE 'P'.
                   88  ADB-RATEIO-FIXO              VALUE 'F'.
                   88  ADB-RATEIO-RESTO             VALUE 'R' ' '.
               05  ADB-PCT                 PIC 9(003)V99.
               05  ADB-VALOR               PIC 9(007)V99.
               05  FILLER                  PIC X(073).
