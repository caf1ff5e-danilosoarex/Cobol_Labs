      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO RATEIO DO CUSTO DA MAO DE OBRA POR
      *            PROJETO (RATPROJ), GERADO PELO COBOL228: UM
      *            REGISTRO POR MATRICULA E PROJETO NA COMPETENCIA,
      *            COM AS HORAS APONTADAS NO PROJETO, O TOTAL DE HORAS
      *            DO FUNCIONARIO E A PARCELA DO CUSTO TOTAL DO
      *            EMPREGADOR (CUSTOFUN) PROPORCIONAL AS HORAS. LIDO
      *            PELO COBOL162 PARA RECLASSIFICAR A DESPESA DO
      *            DEPARTAMENTO PARA A CONTA DE CUSTO DO PROJETO
      * CPD      : INEFE
      *****************************************************************
       01  REG-RATPROJ.
           03  RPJ-COMPETENCIA             PIC 9(006).
           03  RPJ-MATRICULA               PIC 9(008).
           03  RPJ-EMPRESA                 PIC X(002).
           03  RPJ-DEPTO                   PIC X(005).
           03  RPJ-PROJETO                 PIC X(008).
           03  RPJ-CONTA-CUSTO             PIC 9(008).
           03  RPJ-HORAS                   PIC 9(005)V99.
           03  RPJ-HORAS-TOTAL             PIC 9(005)V99.
           03  RPJ-VALOR                   PIC 9(009)V99.
           03  FILLER                      PIC X(018).
