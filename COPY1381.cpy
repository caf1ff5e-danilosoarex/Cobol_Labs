      *            'FECHA'   - FECHA O PERIODO NO FIM DA CADEIA
      *            'REABRE'  - REABRE PERIODO FECHADO (SUPERVISAO),
      *                        SEMPRE REGISTRADO EM AUDLOG
      *            O PERCTL DE UM GRUPO DE PAGAMENTO SEMANAL OU
      *            QUINZENAL (DATASET PROPRIO DO GRUPO) DEVOLVE TAMBEM
      *            O GRUPO E O NUMERO DO PERIODO DENTRO DA COMPETENCIA;
      *            NO PERCTL DA FOLHA MENSAL VOLTAM BRANCO E ZERO
      * CPD      : INEFE
      *****************************************************************
       01  WSS-PERCTL-LINKAGE.
               05  WSS-PC-COMPETENCIA      PIC 9(006).
               05  WSS-RETURN-CODE         PIC 9(003).
               05  WSS-MENSAGEM            PIC X(040).
               05  WSS-PC-GRUPO            PIC X(001).
               05  WSS-PC-PERIODO          PIC 9(002).
