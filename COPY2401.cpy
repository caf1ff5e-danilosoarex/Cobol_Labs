      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DA FATURA MENSAL DA OPERADORA DO PLANO DE
      *            SAUDE (FATPLAN), UMA LINHA POR BENEFICIARIO E
      *            LANCAMENTO, LIDA PELA CONCILIACAO DA FATURA
      *            (COBOL240):
      *              'M' = MENSALIDADE DO BENEFICIARIO NA COMPETENCIA;
      *              'C' = COPARTICIPACAO DE UM PROCEDIMENTO REALIZADO
      *                    (DATA E CODIGO DO PROCEDIMENTO).
      *            O BENEFICIARIO E IDENTIFICADO PELA MATRICULA DO
      *            TITULAR INFORMADA NA ADESAO; O DEPENDENTE, PELA
      *            DATA DE NASCIMENTO (O NOME DA OPERADORA VEM
      *            ABREVIADO E SO SERVE PARA O RELATORIO)
      * CPD      : INEFE
      *****************************************************************
       01  REG-FATPLAN.
           03  FPL-TIPO-LANC               PIC X(001).
               88  FPL-MENSALIDADE                  VALUE 'M'.
               88  FPL-COPARTICIPACAO               VALUE 'C'.
           03  FPL-COMPETENCIA             PIC 9(006).
           03  FPL-MATRICULA               PIC 9(008).
           03  FPL-CARTEIRINHA             PIC X(020).
           03  FPL-TIPO-BENEF              PIC X(001).
               88  FPL-TITULAR                      VALUE 'T'.
               88  FPL-DEPENDENTE                   VALUE 'D'.
           03  FPL-NOME-BENEF              PIC X(040).
           03  FPL-DATA-NASC               PIC 9(008).
           03  FPL-DATA-PROCED             PIC 9(008).
           03  FPL-PROCEDIMENTO            PIC X(010).
           03  FPL-VALOR                   PIC 9(007)V99.
           03  FILLER                      PIC X(009).
