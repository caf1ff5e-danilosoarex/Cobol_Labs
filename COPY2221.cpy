      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO CADASTRO DE EXAMES MEDICOS OCUPACIONAIS
      *            (ASO - NR-7), UM REGISTRO POR EXAME, EM ORDEM DE
      *            MATRICULA E DATA DO EXAME. MANTIDO PELO COBOL222 E
      *            LIDO PELO RELATORIO DE VENCIMENTOS COBOL223. OS
      *            CAMPOS COBREM O EVENTO S-2220 DO ESOCIAL:
      *              ASO-TIPO        -> TPEXAMEOCUP (A=0 P=1 R=2 M=3
      *                                 D=9)
      *              ASO-DATA-EXAME  -> DTASO
      *              ASO-RESULTADO   -> RESASO (A=1 APTO, I=2 INAPTO)
      *              ASO-CRM-MEDICO / ASO-UF-CRM / ASO-NOME-MEDICO
      *                              -> MEDICO EMITENTE DO ASO
      * CPD      : INEFE
      *****************************************************************
       01  REG-ASOFUNC.
           03  ASO-MATRICULA               PIC 9(008).
           03  ASO-TIPO                    PIC X(001).
               88  ASO-ADMISSIONAL                  VALUE 'A'.
               88  ASO-PERIODICO                    VALUE 'P'.
               88  ASO-RETORNO-TRABALHO             VALUE 'R'.
               88  ASO-MUDANCA-RISCO                VALUE 'M'.
               88  ASO-DEMISSIONAL                  VALUE 'D'.
               88  ASO-TIPO-VALIDO        VALUE 'A' 'P' 'R' 'M' 'D'.
           03  ASO-DATA-EXAME              PIC 9(008).
           03  ASO-RESULTADO               PIC X(001).
               88  ASO-APTO                         VALUE 'A'.
               88  ASO-INAPTO                       VALUE 'I'.
               88  ASO-RESULTADO-VALIDO             VALUE 'A' 'I'.
      *----
      * PROXIMO EXAME PERIODICO, CALCULADO NA INCLUSAO PELA
      * PERIODICIDADE DO GRAU DE RISCO DO CARGO (GRADETAB); ZERADO NO
      * DEMISSIONAL
      *----
           03  ASO-DATA-PROXIMO            PIC 9(008).
           03  ASO-CARGO                   PIC X(002).
           03  ASO-GRAU-RISCO              PIC 9(001).
           03  ASO-CRM-MEDICO              PIC X(008).
           03  ASO-UF-CRM                  PIC X(002).
           03  ASO-NOME-MEDICO             PIC X(030).
           03  FILLER                      PIC X(011).
