      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO ARQUIVO REPROC, LISTA DE PROGRAMAS DA
      *            CADEIA QUE PRECISAM SER REPROCESSADOS DEPOIS DA
      *            CORRECAO DE UMA GERACAO DE ARQUIVO. UM REGISTRO POR
      *            PROGRAMA, COM A RODADA QUE CONSUMIU A GERACAO
      *            CORRIGIDA (DIRETA OU INDIRETAMENTE) E O NIVEL DE
      *            DISTANCIA NO GRAFO DE LINHAGEM (1 = LEU A PROPRIA
      *            GERACAO). GRAVADO PELO COBOL258 (SENTIDO FRENTE) E
      *            LIDO PELO COBOL140 NA FUNCAO REPROCESSA.
      * CPD      : INEFE
      *****************************************************************
       01  REG-REPROC.
           03  REP-PROGRAMA                PIC X(008).
           03  REP-RODADA                  PIC X(014).
           03  REP-COMPETENCIA             PIC 9(006).
           03  REP-NIVEL                   PIC 9(002).
           03  FILLER                      PIC X(050).
