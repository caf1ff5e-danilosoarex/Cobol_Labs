      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LINKAGE PADRAO DO SUBPROGRAMA GRAVADOR DO MANIFESTO
      *            DE LINHAGEM (COBOL257), NOS MOLDES DE COPY1411. CADA
      *            PROGRAMA DA CADEIA CHAMA UMA VEZ POR ARQUIVO LIDO
      *            ('E') E POR ARQUIVO GRAVADO ('S') NO FIM DO JOB,
      *            COM A QUANTIDADE DE REGISTROS; O SUBPROGRAMA
      *            DEVOLVE A GERACAO QUE FICOU REGISTRADA NO ARQUIVO
      *            LINHAGEM. A CONSULTA DE LINHAGEM E O COBOL258
      * CPD      : INEFE
      *****************************************************************
       01  WSS-LINHAGEM-LINKAGE.
           03  WSS-LG-PROGRAMA             PIC X(008).
           03  WSS-LG-RODADA               PIC X(014).
           03  WSS-LG-COMPETENCIA          PIC 9(006).
           03  WSS-LG-SENTIDO              PIC X(001).
               88  WSS-LG-ENTRADA                  VALUE 'E'.
               88  WSS-LG-SAIDA                    VALUE 'S'.
           03  WSS-LG-ARQUIVO              PIC X(010).
           03  WSS-LG-QTD-REGS             PIC 9(008).
           03  WSS-LG-OUTPUT.
               05  WSS-LG-GERACAO          PIC X(014).
               05  WSS-RETURN-CODE         PIC 9(003).
               05  WSS-MENSAGEM            PIC X(030).
