      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO QUADRO DE VAGAS AUTORIZADO (QUADROVG):
      *            QUANTIDADE DE POSICOES APROVADAS POR DEPARTAMENTO E
      *            CARGO, COM DATA DE VIGENCIA. AMPLIACAO OU REDUCAO
      *            DO QUADRO ENTRA COMO NOVO REGISTRO COM NOVA
      *            VIGENCIA; VALE, PARA CADA DEPARTAMENTO E CARGO, O
      *            REGISTRO DE MAIOR VIGENCIA ATE A DATA DE
      *            REFERENCIA. LIDO PELO COBOL224 (CONTROLE NA
      *            ADMISSAO E NA TRANSFERENCIA) E PELO COBOL225
      *            (AUTORIZADO X OCUPADO X VAGO)
      * CPD      : INEFE
      *****************************************************************
       01  REG-QUADROVG.
           03  QDV-DEPARTAMENTO            PIC X(005).
           03  QDV-CARGO                   PIC X(002).
           03  QDV-DATA-VIGENCIA           PIC 9(008).
           03  QDV-QTD-AUTORIZADA          PIC 9(005).
           03  FILLER                      PIC X(060).
