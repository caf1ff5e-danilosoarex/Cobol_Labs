      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LINKAGE DO SUBPROGRAMA DE ENCADEAMENTO DO AUDLOG
      *            (COBOL259). SEGUNDO PARAMETRO DA CHAMADA: O
      *            REGISTRO DE 80 POSICOES DO AUDLOG (COPY2592).
      *            FUNCOES:
      *            'INICIA'   - LE O AUDLOG E GUARDA NA LINKAGE A
      *                         SEQUENCIA E O HASH DO ULTIMO REGISTRO
      *                         ENCADEADO. CHAMAR ANTES DO OPEN EXTEND
      *            'ENCADEIA' - NUMERA O REGISTRO E CALCULA O HASH
      *                         ENCADEADO COM O ANTERIOR; CHAMAR
      *                         IMEDIATAMENTE ANTES DO WRITE. SE O
      *                         'INICIA' FALHOU O REGISTRO SAI SEM
      *                         ENCADEAMENTO E A CONFERENCIA APONTA
      *            'CALCULA'  - SO DEVOLVE O HASH DO REGISTRO
      *                         INFORMADO SOBRE O HASH ANTERIOR DA
      *                         LINKAGE (CONFERENCIA DO COBOL260)
      * CPD      : INEFE
      *****************************************************************
       01  WSS-AUDHASH-LINKAGE.
           03  WSS-AH-FUNCAO               PIC X(008).
               88  WSS-AH-INICIA                    VALUE 'INICIA'.
               88  WSS-AH-ENCADEIA                  VALUE 'ENCADEIA'.
               88  WSS-AH-CALCULA                   VALUE 'CALCULA'.
           03  WSS-AH-ULTIMO.
               05  WSS-AH-ULTIMO-SEQ       PIC 9(009).
               05  WSS-AH-ULTIMO-HASH      PIC 9(016).
           03  WSS-AH-OUTPUT.
               05  WSS-AH-HASH-CALC        PIC 9(016).
               05  WSS-AH-RETURN-CODE      PIC 9(003).
               05  WSS-AH-MENSAGEM         PIC X(030).
