      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO CADASTRO DE CONTATOS DO FUNCIONARIO
      *            (CONTATOF) PARA O CONTRACHEQUE ELETRONICO: E-MAIL,
      *            CELULAR, CANAL DE ENTREGA (PORTAL DE AUTOATENDIMENTO
      *            OU E-MAIL), ADESAO DO FUNCIONARIO E BLOQUEIO POR
      *            DEVOLUCAO. LIDO PELO COBOL158 (QUEM SEGUE PARA O
      *            CANAL ELETRONICO E QUEM CONTINUA NO PAPEL) E
      *            REGRAVADO PELO COBOL229 (MARCA O E-MAIL DEVOLVIDO)
      * CPD      : INEFE
      *****************************************************************
       01  REG-CONTATOF.
           03  CTF-MATRICULA               PIC 9(008).
           03  CTF-EMAIL                   PIC X(050).
           03  CTF-CELULAR                 PIC X(011).
           03  CTF-CANAL                   PIC X(001).
               88  CTF-CANAL-PORTAL                 VALUE 'P'.
               88  CTF-CANAL-EMAIL                  VALUE 'E'.
           03  CTF-ADESAO                  PIC X(001).
               88  CTF-ADERIU-ELETRONICO            VALUE 'S'.
           03  CTF-BLOQUEIO                PIC X(001).
               88  CTF-EMAIL-DEVOLVIDO              VALUE 'D'.
           03  CTF-DATA-ATUALIZ            PIC 9(008).
