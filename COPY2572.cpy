      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO MANIFESTO DE LINHAGEM (LINHAGEM), ARQUIVO
      *            CUMULATIVO COM UM REGISTRO POR ARQUIVO LIDO OU
      *            GRAVADO EM CADA RODADA DE PROGRAMA DA CADEIA.
      *            RODADA = DATA/HORA DE INICIO DO PROGRAMA; A GERACAO
      *            DE UM ARQUIVO E A RODADA QUE O GRAVOU ('P') OU, NO
      *            ARQUIVO QUE VEM DE FORA DA CADEIA (FEED DO RH), A
      *            RODADA QUE O LEU PRIMEIRO ('X'). GRAVADO PELO
      *            COBOL257 E CONSULTADO PELO COBOL258.
      * CPD      : INEFE
      *****************************************************************
       01  REG-LINHAGEM.
           03  LIN-RODADA                  PIC X(014).
           03  LIN-PROGRAMA                PIC X(008).
           03  LIN-COMPETENCIA             PIC 9(006).
           03  LIN-SENTIDO                 PIC X(001).
               88  LIN-ENTRADA                     VALUE 'E'.
               88  LIN-SAIDA                       VALUE 'S'.
           03  LIN-ARQUIVO                 PIC X(010).
           03  LIN-GERACAO                 PIC X(014).
           03  LIN-QTD-REGS                PIC 9(008).
           03  LIN-ORIGEM                  PIC X(001).
               88  LIN-PRODUZIDA                   VALUE 'P'.
               88  LIN-EXTERNA                     VALUE 'X'.
           03  FILLER                      PIC X(018).
