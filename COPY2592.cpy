      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO REGISTRO DO AUDLOG/AUDHIST COM O
      *            ENCADEAMENTO. AS 25 POSICOES FINAIS (FILLER NOS
      *            PROGRAMAS QUE GRAVAM O AUDLOG) LEVAM A SEQUENCIA
      *            CONTINUA DO REGISTRO NA TRILHA E O HASH CALCULADO
      *            PELO COBOL259 SOBRE O CONTEUDO, A SEQUENCIA E O
      *            HASH DO REGISTRO ANTERIOR. REGISTRO GRAVADO ANTES DO
      *            ENCADEAMENTO TEM ESSAS POSICOES EM BRANCO.
      * CPD      : INEFE
      *****************************************************************
       01  REG-AUDLOG-ENC.
           03  AUE-CONTEUDO.
               05  AUE-JOBNAME             PIC X(008).
               05  AUE-DATA-HORA           PIC X(014).
               05  AUE-TIPO                PIC X(010).
               05  AUE-SEQ                 PIC 9(003).
               05  AUE-VALOR               PIC X(020).
           03  AUE-ENCADEAMENTO.
               05  AUE-ENC-SEQ             PIC 9(009).
               05  AUE-ENC-HASH            PIC 9(016).
