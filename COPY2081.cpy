      *            DATA DO COBOL136 E O RELATORIO DE PROGRESSAO
      *            SALARIAL COBOL208 LEEM DAQUI. CAMPOS REGISTRADOS:
      *            'SALARIO', 'DEPARTAMENTO', 'NOME', 'SITUACAO',
      *            'CONTRATO', 'INCLUSAO' E 'EXCLUSAO'
      * CPD      : INEFE
      *****************************************************************
       01   REG-HISTFUNC.
