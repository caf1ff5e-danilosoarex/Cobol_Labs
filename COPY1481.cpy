      * ABATIMENTO DE DEPENDENTES; SEM DESCONTOS GENERICOS
      *----
               88  WSS-FL-MODO-PLR                  VALUE 'PLR'.
      *----
      * 'SEMANAL' E O PAGAMENTO DE UM PERIODO DOS GRUPOS SEMANAL E
      * QUINZENAL: INSS/IRRF SOBRE A BASE ACUMULADA DA COMPETENCIA
      * (AREA WSS-FL-SEMANAL-AREA) MENOS O JA RETIDO NOS PERIODOS
      * ANTERIORES; ATS E OS ITENS MENSAIS DA FOLHA REGULAR SO NO
      * ULTIMO PERIODO DA COMPETENCIA
      *----
               88  WSS-FL-MODO-SEMANAL              VALUE 'SEMANAL'.
           03  WSS-FL-MATRICULA            PIC 9(008).
           03  WSS-FL-SALARIO              PIC 9(005)V99.
           03  WSS-FL-BRUTO                PIC 9(007)V99.
               05  WSS-FL-EXPL-ENTRY OCCURS 30 TIMES.
                   10  WSS-FL-EXPL-TEXTO   PIC X(040).
                   10  WSS-FL-EXPL-VALOR   PIC S9(009)V99.
      *----
      * TIPO DE CONTRATO DO FUNCIONARIO (FM-TIPO-CONTRATO DO MESTRE
      * FUNCMST): ESTAGIARIO NAO CONTRIBUI PARA O INSS NEM RECEBE O
      * TERCO DE FERIAS; ESTAGIARIO E DIRETOR PRO-LABORE NAO TEM
      * SALARIO-FAMILIA. BRANCO OU LOW-VALUES (CHAMADORES QUE NAO
      * PREENCHEM O CAMPO) VALEM COMO CLT
      *----
           03  WSS-FL-TIPO-CONTRATO        PIC X(001).
               88  WSS-FL-CONTRATO-CLT              VALUE 'C' ' '
                                                          LOW-VALUE.
               88  WSS-FL-APRENDIZ                  VALUE 'A'.
               88  WSS-FL-ESTAGIARIO                VALUE 'E'.
               88  WSS-FL-DIRETOR                   VALUE 'D'.
               88  WSS-FL-SEM-VINCULO               VALUE 'E' 'D'.
      *----
      * MODO 'SEMANAL': PERIODOS JA PAGOS NA COMPETENCIA (SEMACUM
      * DO COBOL089) E A INDICACAO DE ULTIMO PERIODO DO MES, QUE
      * FECHA O INSS/IRRF E RECEBE OS ITENS MENSAIS
      *----
           03  WSS-FL-SEMANAL-AREA.
               05  WSS-FL-SEM-BRUTO-ANT    PIC 9(007)V99.
               05  WSS-FL-SEM-INSS-ANT     PIC 9(007)V99.
               05  WSS-FL-SEM-IRRF-ANT     PIC 9(007)V99.
               05  WSS-FL-SEM-ULTIMO       PIC X(001).
                   88  WSS-FL-SEM-FECHA-MES         VALUE 'S'.
      *----
      * PREVIDENCIA COMPLEMENTAR (PGBL, ADESAO NO PREVADES): NA FOLHA
      * REGULAR (E NO ULTIMO PERIODO DOS GRUPOS SEMANAL/QUINZENAL) A
      * CONTRIBUICAO DO EMPREGADO JA ESTA EM OUTRAS-DED; AQUI VEM
      * NOMEADA, COM A CONTRAPARTIDA DA EMPRESA (CUSTO, NAO DESCONTO)
      * E A PARCELA ABATIDA DA BASE DO IRRF DENTRO DO LIMITE ANUAL
      *----
           03  WSS-FL-PREVIDENCIA-AREA.
               05  WSS-FL-PREV-EMPREGADO   PIC 9(007)V99.
               05  WSS-FL-PREV-EMPRESA     PIC 9(007)V99.
               05  WSS-FL-PREV-DEDUTIVEL   PIC 9(007)V99.
