      *            DE DESCONTO E O LIQUIDO - CLASSIFICADA POR
      *            DEPARTAMENTO E MATRICULA PARA DISTRIBUICAO.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - LINHA DO DSR SOBRE HORA-EXTRA E ADICIONAL
      *                  NOTURNO (FN-DSR DO FOLHANET).
      * 15/10/2026 VRB - LAYOUT DO FOLHANET COM O TIPO DE CONTRATO
      *                  (FN-TIPO-CONTRATO) NO ULTIMO BYTE.
      * 15/10/2026 VRB - LAYOUT DO DEPTREF COM DEPARTAMENTO SUPERIOR E
      *                  GESTOR RESPONSAVEL.
      * 15/10/2026 VRB - CONTRACHEQUE ELETRONICO: QUEM TEM CONTATO NO
      *                  CONTATOF, ADERIU E NAO TEM E-MAIL BLOQUEADO
      *                  VAI NO PACOTE HOLERITE PARA O PORTAL / E-MAIL;
      *                  OS DEMAIS CONTINUAM NO CONTRACH. GRAVA A
      *                  SITUACAO DE ENTREGA (ENTREGA) DE CADA UM.
      * 15/10/2026 VRB - VALORES DA VIA IMPRESSA PASSAM PELO
      *                  MASCARAMENTO CENTRAL (COBOL234) CONFORME AS
      *                  FUNCOES DO USUARIO NO PERMFIL; O PACOTE
      *                  ELETRONICO VAI AO PROPRIO FUNCIONARIO E SAI
      *                  INTEGRAL
      * 15/10/2026 VRB - PREVIDENCIA COMPLEMENTAR (PREVCONT) EM LINHA
      *                  PROPRIA, FORA DE OUTROS DESCONTOS, E A
      *                  CONTRAPARTIDA DA EMPRESA COMO INFORMATIVO.
      * 15/10/2026 VRB - ENDERECO RESIDENCIAL DO CADASTRO DE DADOS
      *                  PESSOAIS (DADOSPES, OPCIONAL) NO BLOCO DE
      *                  IDENTIFICACAO.
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CONTRACH.
      *
           SELECT CONTATOF ASSIGN TO CONTATOF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CONTATOF.
      *
           SELECT HOLERITE ASSIGN TO HOLERITE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-HOLERITE.
      *
           SELECT ENTREGA ASSIGN TO ENTREGA
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-ENTREGA.
      *
           SELECT PREVCONT ASSIGN TO PREVCONT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PREVCONT.
      *
           SELECT DADOSPES ASSIGN TO DADOSPES
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DADOSPES.
      *
      *--------------
       DATA DIVISION.
            03 FN-ABONO-PEC                PIC 9(007)V99.
            03 FN-ABONO-TERCO              PIC 9(007)V99.
            03 FN-PENSAO                   PIC 9(007)V99.
            03 FN-DSR                      PIC 9(005)V99.
            03 FN-TIPO-CONTRATO            PIC X(001).
      *----
       FD   DEPTREF.
      *----
            03 DEPTREF-CODIGO              PIC X(005).
            03 DEPTREF-NOME                PIC X(030).
            03 DEPTREF-STATUS              PIC X(001).
      *----
      * DEPARTAMENTO SUPERIOR (BRANCO = RAIZ) E MATRICULA DO GESTOR
      * RESPONSAVEL (ZERO = RESPONDE O GESTOR DO SUPERIOR)
      *----
            03 DEPTREF-PAI                 PIC X(005).
            03 DEPTREF-GESTOR              PIC 9(008).
      *----
       FD   SITECFG.
      *----
       FD   CONTRACH.
      *----
       01   REG-CONTRACH                   PIC X(132).
      *----
       FD   CONTATOF
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2291'.
      *----
       FD   HOLERITE
            RECORDING MODE IS F
            RECORD CONTAINS 150 CHARACTERS.
      *----
           COPY  'COPY2292'.
      *----
       FD   ENTREGA
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2293'.
      *----
       FD   PREVCONT
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2452'.
      *----
       FD   DADOSPES
            RECORDING MODE IS F
            RECORD CONTAINS 250 CHARACTERS.
      *----
           COPY  'COPY2481'.
      *----
      *------------------------
       WORKING-STORAGE SECTION.
       77  ST-DEPTREF                      PIC 9(002) VALUE 0.
       77  ST-SITECFG                      PIC 9(002) VALUE 0.
       77  ST-CONTRACH                     PIC 9(002) VALUE 0.
       77  ST-CONTATOF                     PIC 9(002) VALUE 0.
       77  ST-HOLERITE                     PIC 9(002) VALUE 0.
       77  ST-ENTREGA                      PIC 9(002) VALUE 0.
       77  ST-PREVCONT                     PIC 9(002) VALUE 0.
       77  ST-DADOSPES                     PIC 9(002) VALUE 0.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-REG-LIDOS                   PIC 9(006) VALUE ZEROES.
       77  WSS-REG-PAGINAS                 PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-FOLHA                   PIC 9(004) VALUE 0.
       77  WSS-QTD-DEPTOS                  PIC 9(004) VALUE 0.
       77  WSS-QTD-CONTATOS                PIC 9(004) VALUE 0.
       77  WSS-QTD-PREVCONT                PIC 9(004) VALUE 0.
       77  WSS-QTD-ENDERECOS               PIC 9(004) VALUE 0.
       77  WSS-PREV-EMPREGADO              PIC 9(007)V99 VALUE 0.
       77  WSS-PREV-EMPRESA                PIC 9(007)V99 VALUE 0.
       77  WSS-OUTROS-DESCONTOS            PIC 9(007)V99 VALUE 0.
       77  WSS-REG-ELETRONICOS             PIC 9(006) VALUE ZEROES.
       77  WSS-REG-IMPRESSOS               PIC 9(006) VALUE ZEROES.
       77  WSS-DATA-GERACAO                PIC 9(008) VALUE 0.
       77  WSS-LINHA-PACOTE                PIC X(132) VALUE SPACES.
      *----
      * DESTINO DO CONTRACHEQUE DA VEZ E, NO PAPEL, O MOTIVO
      * (VALORES DE ENT-MOTIVO-PAPEL DO COPY2293)
      *----
       77  WSS-DESTINO                     PIC X(001) VALUE 'P'.
           88  WSS-DESTINO-PAPEL                    VALUE 'P'.
           88  WSS-DESTINO-ELETRONICO               VALUE 'E'.
       77  WSS-MOTIVO-PAPEL                PIC X(001) VALUE SPACES.
       77  WSS-ACHOU-CONTATO               PIC X(001) VALUE 'N'.
       77  WSS-INSTALACAO                  PIC X(020) VALUE 'INEFE'.
       77  WSS-IDX                         PIC 9(004) COMP VALUE 0.
       77  WSS-IDX2                        PIC 9(004) COMP VALUE 0.
              10 TDR-CODIGO                PIC X(005).
              10 TDR-NOME                  PIC X(030).
      *----
      * CONTATOS PARA O CONTRACHEQUE ELETRONICO (CLASSIFICADOS POR
      * MATRICULA PARA A BUSCA)
      *----
       01  WSS-TAB-CONTATO.
           05 WSS-CTT-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-CONTATOS
                 ASCENDING KEY IS TCT-MATRICULA
                 INDEXED BY IDX-CTT.
              10 TCT-MATRICULA             PIC 9(008).
              10 TCT-EMAIL                 PIC X(050).
              10 TCT-CELULAR               PIC X(011).
              10 TCT-CANAL                 PIC X(001).
              10 TCT-ADESAO                PIC X(001).
              10 TCT-BLOQUEIO              PIC X(001).
      *----
      * PREVIDENCIA COMPLEMENTAR DA FOLHA (PREVCONT, OPCIONAL),
      * CLASSIFICADA POR MATRICULA PARA A BUSCA; O ULTIMO REGISTRO
      * DA MATRICULA PREVALECE
      *----
       01  WSS-TAB-PREVCONT.
           05 WSS-PVC-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-PREVCONT
                 ASCENDING KEY IS TPC-MATRICULA
                 INDEXED BY IDX-PVC.
              10 TPC-MATRICULA             PIC 9(008).
              10 TPC-EMPREGADO             PIC 9(007)V99.
              10 TPC-EMPRESA               PIC 9(007)V99.
      *----
      * ENDERECO RESIDENCIAL DO CADASTRO DE DADOS PESSOAIS (DADOSPES,
      * OPCIONAL), JA MONTADO NAS TRES LINHAS DA IMPRESSAO E
      * CLASSIFICADO POR MATRICULA PARA A BUSCA
      *----
       01  WSS-TAB-ENDERECO.
           05 WSS-END-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-ENDERECOS
                 ASCENDING KEY IS TEN-MATRICULA
                 INDEXED BY IDX-END.
              10 TEN-MATRICULA             PIC 9(008).
              10 TEN-LINHA-1               PIC X(040).
              10 TEN-LINHA-2               PIC X(040).
              10 TEN-LINHA-3               PIC X(040).
      *----
       01  WSS-CEP-NUMERO                  PIC 9(008) VALUE 0.
       01  WSS-CEP-PARTES REDEFINES WSS-CEP-NUMERO.
           03 WSS-CEP-PREFIXO              PIC 9(005).
           03 WSS-CEP-SUFIXO               PIC 9(003).
      *----
      * LINKAGE DO SUBPROGRAMA DE CLASSIFICACAO DE GRAVIDADE DE
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
      * LINKAGE DO SUBPROGRAMA DE MASCARAMENTO DE DADOS SENSIVEIS
      * (COBOL234)
      *----
           COPY  'COPY2341'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(010) VALUE SPACES.
           PERFORM 0002-CARGA-DEPTREF
              THRU 0002-CARGA-DEPTREF-EXIT.

           PERFORM 0004-CARGA-CONTATOF
              THRU 0004-CARGA-CONTATOF-EXIT.

           PERFORM 0006-CARGA-PREVCONT
              THRU 0006-CARGA-PREVCONT-EXIT.

           PERFORM 0008-CARGA-DADOSPES
              THRU 0008-CARGA-DADOSPES-EXIT.

           PERFORM 1000-CARGA-FOLHANET
              THRU 1000-CARGA-FOLHANET-EXIT.

           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* RESULTADOS LIDOS     : ' WSS-REG-LIDOS.
           DISPLAY '* CONTRACHEQUES GERADOS: ' WSS-REG-PAGINAS.
           DISPLAY '*   ELETRONICOS        : ' WSS-REG-ELETRONICOS.
           DISPLAY '*   IMPRESSOS          : ' WSS-REG-IMPRESSOS.
           DISPLAY '*******************************************'.

           STOP RUN.
       0003-LER-DEPTREF-EXIT.
           EXIT.

      *----
      * CADASTRO DE CONTATOS (OPCIONAL: SEM ELE TODOS OS
      * CONTRACHEQUES SAEM NO PAPEL, COMO ANTES)
      *----
       0004-CARGA-CONTATOF.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT CONTATOF.

           IF ST-CONTATOF EQUAL 35
              DISPLAY 'COBOL158 - CONTATOF NAO INFORMADO, TODOS OS '
                      'CONTRACHEQUES NO PAPEL'
              GO TO 0004-CARGA-CONTATOF-EXIT
           END-IF.

           IF ST-CONTATOF NOT EQUAL 0 THEN
              DISPLAY 'COBOL158 - ERRO OPEN CONTATOF FS=' ST-CONTATOF
              MOVE ST-CONTATOF           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0005-LER-CONTATOF
              THRU 0005-LER-CONTATOF-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE CONTATOF.

           IF WSS-QTD-CONTATOS GREATER 1
              SORT WSS-CTT-ENTRY ASCENDING TCT-MATRICULA
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

       0004-CARGA-CONTATOF-EXIT.
           EXIT.

      *----
       0005-LER-CONTATOF.

           READ CONTATOF
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-CONTATOF NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL158 - ERRO READ CONTATOF FS=' ST-CONTATOF
              MOVE ST-CONTATOF           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0005-LER-CONTATOF-EXIT
           END-IF.

           IF WSS-QTD-CONTATOS NOT LESS 5000
              DISPLAY 'COBOL158 - TABELA DE CONTATOS CHEIA, '
                      'MATRICULA NO PAPEL: ' CTF-MATRICULA
              GO TO 0005-LER-CONTATOF-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-CONTATOS.
           SET IDX-CTT                   TO WSS-QTD-CONTATOS.
           MOVE CTF-MATRICULA            TO TCT-MATRICULA (IDX-CTT).
           MOVE CTF-EMAIL                TO TCT-EMAIL (IDX-CTT).
           MOVE CTF-CELULAR              TO TCT-CELULAR (IDX-CTT).
           MOVE CTF-CANAL                TO TCT-CANAL (IDX-CTT).
           MOVE CTF-ADESAO               TO TCT-ADESAO (IDX-CTT).
           MOVE CTF-BLOQUEIO             TO TCT-BLOQUEIO (IDX-CTT).

       0005-LER-CONTATOF-EXIT.
           EXIT.

      *----
      * PREVIDENCIA COMPLEMENTAR DOS PARTICIPANTES (SEM O ARQUIVO A
      * CONTRIBUICAO FICA DENTRO DE OUTROS DESCONTOS, COMO ANTES)
      *----
       0006-CARGA-PREVCONT.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT PREVCONT.

           IF ST-PREVCONT EQUAL 35
              GO TO 0006-CARGA-PREVCONT-EXIT
           END-IF.

           IF ST-PREVCONT NOT EQUAL 0 THEN
              DISPLAY 'COBOL158 - ERRO OPEN PREVCONT FS=' ST-PREVCONT
              MOVE ST-PREVCONT           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0007-LER-PREVCONT
              THRU 0007-LER-PREVCONT-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE PREVCONT.

           IF WSS-QTD-PREVCONT GREATER 1
              SORT WSS-PVC-ENTRY ASCENDING TPC-MATRICULA
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

       0006-CARGA-PREVCONT-EXIT.
           EXIT.

      *----
       0007-LER-PREVCONT.

           READ PREVCONT
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-PREVCONT NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL158 - ERRO READ PREVCONT FS=' ST-PREVCONT
              MOVE ST-PREVCONT           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0007-LER-PREVCONT-EXIT
           END-IF.

           SET IDX-PVC TO 1.
           SEARCH WSS-PVC-ENTRY
              AT END
                 IF WSS-QTD-PREVCONT LESS 5000
                    ADD 1                TO WSS-QTD-PREVCONT
                    SET IDX-PVC          TO WSS-QTD-PREVCONT
                    MOVE PVC-MATRICULA   TO TPC-MATRICULA (IDX-PVC)
                    MOVE PVC-VALOR-EMPREGADO
                                         TO TPC-EMPREGADO (IDX-PVC)
                    MOVE PVC-VALOR-EMPRESA
                                         TO TPC-EMPRESA (IDX-PVC)
                 END-IF
              WHEN TPC-MATRICULA (IDX-PVC) EQUAL PVC-MATRICULA
                 MOVE PVC-VALOR-EMPREGADO TO TPC-EMPREGADO (IDX-PVC)
                 MOVE PVC-VALOR-EMPRESA  TO TPC-EMPRESA (IDX-PVC)
           END-SEARCH.

       0007-LER-PREVCONT-EXIT.
           EXIT.

      *----
      * ENDERECO DOS FUNCIONARIOS (SEM O ARQUIVO O CONTRACHEQUE SAI
      * SEM ENDERECO, COMO ANTES)
      *----
       0008-CARGA-DADOSPES.

           MOVE 'N'                      TO WSS-EOF.

           OPEN INPUT DADOSPES.

           IF ST-DADOSPES EQUAL 35
              GO TO 0008-CARGA-DADOSPES-EXIT
           END-IF.

           IF ST-DADOSPES NOT EQUAL 0 THEN
              DISPLAY 'COBOL158 - ERRO OPEN DADOSPES FS=' ST-DADOSPES
              MOVE ST-DADOSPES           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0009-LER-DADOSPES
              THRU 0009-LER-DADOSPES-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE DADOSPES.

           IF WSS-QTD-ENDERECOS GREATER 1
              SORT WSS-END-ENTRY ASCENDING TEN-MATRICULA
           END-IF.

           MOVE 'N'                      TO WSS-EOF.

       0008-CARGA-DADOSPES-EXIT.
           EXIT.

      *----
      * LINHA 1: LOGRADOURO, NUMERO E COMPLEMENTO; LINHA 2: BAIRRO;
      * LINHA 3: CIDADE/UF E CEP
      *----
       0009-LER-DADOSPES.

           READ DADOSPES
            AT END MOVE 'Y' TO WSS-EOF
           END-READ.

           IF ST-DADOSPES NOT EQUAL 0 AND WSS-EOF NOT = 'Y' THEN
              DISPLAY 'COBOL158 - ERRO READ DADOSPES FS=' ST-DADOSPES
              MOVE ST-DADOSPES           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF = 'Y'
              GO TO 0009-LER-DADOSPES-EXIT
           END-IF.

           IF DPS-LOGRADOURO EQUAL SPACES
              OR WSS-QTD-ENDERECOS NOT LESS 5000
              GO TO 0009-LER-DADOSPES-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-ENDERECOS.
           SET IDX-END                   TO WSS-QTD-ENDERECOS.

           MOVE DPS-MATRICULA            TO TEN-MATRICULA (IDX-END).
           MOVE SPACES                   TO TEN-LINHA-1 (IDX-END)
                                            TEN-LINHA-2 (IDX-END)
                                            TEN-LINHA-3 (IDX-END).

           STRING DPS-LOGRADOURO         DELIMITED BY '  '
                  ', '                   DELIMITED BY SIZE
                  DPS-NUMERO             DELIMITED BY ' '
                  ' '                    DELIMITED BY SIZE
                  DPS-COMPLEMENTO        DELIMITED BY '  '
             INTO TEN-LINHA-1 (IDX-END)
           END-STRING.

           MOVE DPS-BAIRRO               TO TEN-LINHA-2 (IDX-END).

           MOVE DPS-CEP                  TO WSS-CEP-NUMERO.

           STRING DPS-CIDADE             DELIMITED BY '  '
                  '/'                    DELIMITED BY SIZE
                  DPS-UF                 DELIMITED BY SIZE
                  ' CEP '                DELIMITED BY SIZE
                  WSS-CEP-PREFIXO        DELIMITED BY SIZE
                  '-'                    DELIMITED BY SIZE
                  WSS-CEP-SUFIXO         DELIMITED BY SIZE
             INTO TEN-LINHA-3 (IDX-END)
           END-STRING.

       0009-LER-DADOSPES-EXIT.
           EXIT.

      *----
       1000-CARGA-FOLHANET.

                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT HOLERITE.

           IF ST-HOLERITE NOT EQUAL 0 THEN
              DISPLAY 'COBOL158 - ERRO OPEN HOLERITE FS=' ST-HOLERITE
              MOVE ST-HOLERITE           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT ENTREGA.

           IF ST-ENTREGA NOT EQUAL 0 THEN
              DISPLAY 'COBOL158 - ERRO OPEN ENTREGA FS=' ST-ENTREGA
              MOVE ST-ENTREGA            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ACCEPT WSS-DATA-GERACAO       FROM DATE YYYYMMDD.

           MOVE WSS-INSTALACAO           TO CAB-INSTALACAO.

           PERFORM 3100-IMPRIME-UMA-PAGINA
              UNTIL WSS-IDX > WSS-QTD-FOLHA.

           CLOSE CONTRACH.
           CLOSE HOLERITE.
           CLOSE ENTREGA.

       3000-IMPRIME-CONTRACHEQUES-EXIT.
           EXIT.

           MOVE TFO-IMAGEM (WSS-IDX)     TO REG-FOLHANET.

           PERFORM 3050-DEFINE-DESTINO
              THRU 3050-DEFINE-DESTINO-EXIT.

           IF WSS-DESTINO-PAPEL
              WRITE REG-CONTRACH FROM CAB01 AFTER ADVANCING PAGE
              END-WRITE
           ELSE
              MOVE CAB01                 TO WSS-LINHA-PACOTE
              PERFORM 3910-GRAVA-PACOTE
                 THRU 3910-GRAVA-PACOTE-EXIT
           END-IF.

           MOVE 'MATRICULA               :' TO LT-ROTULO.
           MOVE FN-MATRICULA             TO LT-VALOR.
           PERFORM 3900-GRAVA-LINHA
              THRU 3900-GRAVA-LINHA-EXIT.

           PERFORM 3150-IMPRIME-ENDERECO
              THRU 3150-IMPRIME-ENDERECO-EXIT.

           MOVE 'SALARIO BASE            :' TO LT-ROTULO.
           MOVE FN-SALARIO               TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO LT-VALOR.
           PERFORM 3950-MASCARA-VALOR
              THRU 3950-MASCARA-VALOR-EXIT.
           PERFORM 3900-GRAVA-LINHA
              THRU 3900-GRAVA-LINHA-EXIT.

              MOVE 'ADIC. TEMPO DE SERVICO  :' TO LT-ROTULO
              MOVE FN-PREMIO-ATS         TO MASCARA-VALOR
              MOVE MASCARA-VALOR         TO LT-VALOR
              PERFORM 3950-MASCARA-VALOR
                 THRU 3950-MASCARA-VALOR-EXIT
              PERFORM 3900-GRAVA-LINHA
                 THRU 3900-GRAVA-LINHA-EXIT
           END-IF.
              MOVE 'ADICIONAL NOTURNO (20%) :' TO LT-ROTULO
              MOVE FN-ADIC-NOT           TO MASCARA-VALOR
              MOVE MASCARA-VALOR         TO LT-VALOR
              PERFORM 3950-MASCARA-VALOR
                 THRU 3950-MASCARA-VALOR-EXIT
              PERFORM 3900-GRAVA-LINHA
                 THRU 3900-GRAVA-LINHA-EXIT
           END-IF.
              MOVE 'PERICULOSIDADE (30%)    :' TO LT-ROTULO
              MOVE FN-PERIC              TO MASCARA-VALOR
              MOVE MASCARA-VALOR         TO LT-VALOR
              PERFORM 3950-MASCARA-VALOR
                 THRU 3950-MASCARA-VALOR-EXIT
              PERFORM 3900-GRAVA-LINHA
                 THRU 3900-GRAVA-LINHA-EXIT
           END-IF.

           IF FN-DSR GREATER 0
              MOVE 'DSR S/ HE E NOTURNO     :' TO LT-ROTULO
              MOVE FN-DSR                TO MASCARA-VALOR
              MOVE MASCARA-VALOR         TO LT-VALOR
              PERFORM 3950-MASCARA-VALOR
                 THRU 3950-MASCARA-VALOR-EXIT
              PERFORM 3900-GRAVA-LINHA
                 THRU 3900-GRAVA-LINHA-EXIT
           END-IF.
              MOVE '(-) ADIANT. QUINZENAL   :' TO LT-ROTULO
              MOVE FN-ADIANT-DED         TO MASCARA-VALOR
              MOVE MASCARA-VALOR         TO LT-VALOR
              PERFORM 3950-MASCARA-VALOR
                 THRU 3950-MASCARA-VALOR-EXIT
              PERFORM 3900-GRAVA-LINHA
                 THRU 3900-GRAVA-LINHA-EXIT
           END-IF.
              MOVE 'ABONO PECUNIARIO        :' TO LT-ROTULO
              MOVE FN-ABONO-PEC          TO MASCARA-VALOR
              MOVE MASCARA-VALOR         TO LT-VALOR
              PERFORM 3950-MASCARA-VALOR
                 THRU 3950-MASCARA-VALOR-EXIT
              PERFORM 3900-GRAVA-LINHA
                 THRU 3900-GRAVA-LINHA-EXIT
           END-IF.
              MOVE 'TERCO DO ABONO (ISENTO) :' TO LT-ROTULO
              MOVE FN-ABONO-TERCO        TO MASCARA-VALOR
              MOVE MASCARA-VALOR         TO LT-VALOR
              PERFORM 3950-MASCARA-VALOR
                 THRU 3950-MASCARA-VALOR-EXIT
              PERFORM 3900-GRAVA-LINHA
                 THRU 3900-GRAVA-LINHA-EXIT
           END-IF.
              MOVE '(-) PENSAO ALIMENTICIA  :' TO LT-ROTULO
              MOVE FN-PENSAO             TO MASCARA-VALOR
              MOVE MASCARA-VALOR         TO LT-VALOR
              PERFORM 3950-MASCARA-VALOR
                 THRU 3950-MASCARA-VALOR-EXIT
              PERFORM 3900-GRAVA-LINHA
                 THRU 3900-GRAVA-LINHA-EXIT
           END-IF.
           MOVE 'SALARIO BRUTO           :' TO LT-ROTULO.
           MOVE FN-BRUTO                 TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO LT-VALOR.
           PERFORM 3950-MASCARA-VALOR
              THRU 3950-MASCARA-VALOR-EXIT.
           PERFORM 3900-GRAVA-LINHA
              THRU 3900-GRAVA-LINHA-EXIT.

           MOVE '(-) INSS                :' TO LT-ROTULO.
           MOVE FN-INSS                  TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO LT-VALOR.
           PERFORM 3950-MASCARA-VALOR
              THRU 3950-MASCARA-VALOR-EXIT.
           PERFORM 3900-GRAVA-LINHA
              THRU 3900-GRAVA-LINHA-EXIT.

           MOVE '(-) IRRF                :' TO LT-ROTULO.
           MOVE FN-IRRF                  TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO LT-VALOR.
           PERFORM 3950-MASCARA-VALOR
              THRU 3950-MASCARA-VALOR-EXIT.
           PERFORM 3900-GRAVA-LINHA
              THRU 3900-GRAVA-LINHA-EXIT.

      *----
      * A CONTRIBUICAO DO EMPREGADO A PREVIDENCIA COMPLEMENTAR VEM
      * SOMADA EM FN-OUTRAS-DED E SAI EM LINHA PROPRIA; A
      * CONTRAPARTIDA DA EMPRESA E SO INFORMATIVA
      *----
           MOVE 0                        TO WSS-PREV-EMPREGADO
                                            WSS-PREV-EMPRESA.

           IF WSS-QTD-PREVCONT GREATER 0
              SEARCH ALL WSS-PVC-ENTRY
                 AT END
                    CONTINUE
                 WHEN TPC-MATRICULA (IDX-PVC) EQUAL FN-MATRICULA
                    MOVE TPC-EMPREGADO (IDX-PVC) TO WSS-PREV-EMPREGADO
                    MOVE TPC-EMPRESA (IDX-PVC)   TO WSS-PREV-EMPRESA
              END-SEARCH
           END-IF.

           IF WSS-PREV-EMPREGADO GREATER FN-OUTRAS-DED
              MOVE FN-OUTRAS-DED         TO WSS-PREV-EMPREGADO
           END-IF.

           COMPUTE WSS-OUTROS-DESCONTOS =
                   FN-OUTRAS-DED - WSS-PREV-EMPREGADO.

           MOVE '(-) OUTROS DESCONTOS    :' TO LT-ROTULO.
           MOVE WSS-OUTROS-DESCONTOS     TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO LT-VALOR.
           PERFORM 3950-MASCARA-VALOR
              THRU 3950-MASCARA-VALOR-EXIT.
           PERFORM 3900-GRAVA-LINHA
              THRU 3900-GRAVA-LINHA-EXIT.

           IF WSS-PREV-EMPREGADO GREATER 0
              MOVE '(-) PREVIDENCIA PRIVADA :' TO LT-ROTULO
              MOVE WSS-PREV-EMPREGADO    TO MASCARA-VALOR
              MOVE MASCARA-VALOR         TO LT-VALOR
              PERFORM 3950-MASCARA-VALOR
                 THRU 3950-MASCARA-VALOR-EXIT
              PERFORM 3900-GRAVA-LINHA
                 THRU 3900-GRAVA-LINHA-EXIT
           END-IF.

           IF FN-BENEFICIOS GREATER 0
              MOVE '(+) BENEFICIOS          :' TO LT-ROTULO
              MOVE FN-BENEFICIOS         TO MASCARA-VALOR
              MOVE MASCARA-VALOR         TO LT-VALOR
              PERFORM 3950-MASCARA-VALOR
                 THRU 3950-MASCARA-VALOR-EXIT
              PERFORM 3900-GRAVA-LINHA
                 THRU 3900-GRAVA-LINHA-EXIT
           END-IF.
           MOVE 'LIQUIDO A RECEBER       :' TO LT-ROTULO.
           MOVE FN-LIQUIDO               TO MASCARA-LIQUIDO.
           MOVE MASCARA-LIQUIDO          TO LT-VALOR.
           PERFORM 3950-MASCARA-VALOR
              THRU 3950-MASCARA-VALOR-EXIT.
           PERFORM 3900-GRAVA-LINHA
              THRU 3900-GRAVA-LINHA-EXIT.

           PERFORM 3900-GRAVA-LINHA
              THRU 3900-GRAVA-LINHA-EXIT.

           IF WSS-PREV-EMPRESA GREATER 0
              MOVE 'PREV. PRIVADA - EMPRESA :' TO LT-ROTULO
              MOVE WSS-PREV-EMPRESA      TO MASCARA-VALOR
              MOVE MASCARA-VALOR         TO LT-VALOR
              PERFORM 3950-MASCARA-VALOR
                 THRU 3950-MASCARA-VALOR-EXIT
              PERFORM 3900-GRAVA-LINHA
                 THRU 3900-GRAVA-LINHA-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-PAGINAS.

           PERFORM 3200-GRAVA-ENTREGA
              THRU 3200-GRAVA-ENTREGA-EXIT.

       3100-IMPRIME-UMA-PAGINA-EXIT.
           EXIT.

      *----
       3150-IMPRIME-ENDERECO.

           IF WSS-QTD-ENDERECOS EQUAL 0
              GO TO 3150-IMPRIME-ENDERECO-EXIT
           END-IF.

           SEARCH ALL WSS-END-ENTRY
              AT END
                 GO TO 3150-IMPRIME-ENDERECO-EXIT
              WHEN TEN-MATRICULA (IDX-END) EQUAL FN-MATRICULA
                 CONTINUE
           END-SEARCH.

           MOVE 'ENDERECO                :' TO LT-ROTULO.
           MOVE TEN-LINHA-1 (IDX-END)    TO LT-VALOR.
           PERFORM 3900-GRAVA-LINHA
              THRU 3900-GRAVA-LINHA-EXIT.

           IF TEN-LINHA-2 (IDX-END) NOT EQUAL SPACES
              MOVE SPACES                TO LT-ROTULO
              MOVE TEN-LINHA-2 (IDX-END) TO LT-VALOR
              PERFORM 3900-GRAVA-LINHA
                 THRU 3900-GRAVA-LINHA-EXIT
           END-IF.

           MOVE SPACES                   TO LT-ROTULO.
           MOVE TEN-LINHA-3 (IDX-END)    TO LT-VALOR.
           PERFORM 3900-GRAVA-LINHA
              THRU 3900-GRAVA-LINHA-EXIT.

       3150-IMPRIME-ENDERECO-EXIT.
           EXIT.

      *----
      * CANAL ELETRONICO SO PARA QUEM TEM CONTATO, ADERIU, NAO ESTA
      * COM O E-MAIL BLOQUEADO POR DEVOLUCAO E TEM CANAL VALIDO (NO
      * E-MAIL, COM ENDERECO PREENCHIDO); OS DEMAIS VAO PARA O PAPEL
      *----
       3050-DEFINE-DESTINO.

           MOVE 'P'                      TO WSS-DESTINO.
           MOVE 'S'                      TO WSS-MOTIVO-PAPEL.
           MOVE 'N'                      TO WSS-ACHOU-CONTATO.

           IF WSS-QTD-CONTATOS EQUAL 0
              GO TO 3050-DEFINE-DESTINO-EXIT
           END-IF.

           SEARCH ALL WSS-CTT-ENTRY
             AT END
                CONTINUE
             WHEN TCT-MATRICULA (IDX-CTT) EQUAL FN-MATRICULA
                MOVE 'S'                 TO WSS-ACHOU-CONTATO
           END-SEARCH.

           IF WSS-ACHOU-CONTATO NOT EQUAL 'S'
              OR TCT-ADESAO (IDX-CTT) NOT EQUAL 'S'
              GO TO 3050-DEFINE-DESTINO-EXIT
           END-IF.

           IF TCT-BLOQUEIO (IDX-CTT) EQUAL 'D'
              MOVE 'B'                   TO WSS-MOTIVO-PAPEL
              GO TO 3050-DEFINE-DESTINO-EXIT
           END-IF.

           IF TCT-CANAL (IDX-CTT) NOT EQUAL 'P'
              AND (TCT-CANAL (IDX-CTT) NOT EQUAL 'E'
                   OR TCT-EMAIL (IDX-CTT) EQUAL SPACES)
              GO TO 3050-DEFINE-DESTINO-EXIT
           END-IF.

           MOVE 'E'                      TO WSS-DESTINO.
           MOVE SPACES                   TO WSS-MOTIVO-PAPEL.

           MOVE SPACES                   TO REG-HOLERITE.
           MOVE 'H'                      TO HOL-TIPO.
           MOVE FN-MATRICULA             TO HOL-MATRICULA.
           MOVE TCT-CANAL (IDX-CTT)      TO HOL-CANAL.
           MOVE TCT-EMAIL (IDX-CTT)      TO HOL-EMAIL.
           MOVE TCT-CELULAR (IDX-CTT)    TO HOL-CELULAR.
           MOVE FN-DEPARTAMENTO          TO HOL-DEPTO.
           MOVE FN-NOME                  TO HOL-NOME.
           MOVE WSS-DATA-GERACAO         TO HOL-DATA-GERACAO.

           WRITE REG-HOLERITE.

           IF ST-HOLERITE NOT EQUAL 0 THEN
              DISPLAY 'COBOL158 - ERRO WRITE HOLERITE FS=' ST-HOLERITE
              MOVE ST-HOLERITE           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       3050-DEFINE-DESTINO-EXIT.
           EXIT.

      *----
      * SITUACAO DE ENTREGA: ENVIADO (AGUARDA O RETORNO DO PORTAL /
      * GATEWAY NO COBOL229) OU IMPRESSO, COM O MOTIVO DO PAPEL
      *----
       3200-GRAVA-ENTREGA.

           MOVE SPACES                   TO REG-ENTREGA.
           MOVE FN-MATRICULA             TO ENT-MATRICULA.
           MOVE FN-DEPARTAMENTO          TO ENT-DEPTO.
           MOVE FN-NOME                  TO ENT-NOME.
           MOVE WSS-DATA-GERACAO         TO ENT-DATA-GERACAO.
           MOVE 0                        TO ENT-DATA-EVENTO.
           MOVE 0                        TO ENT-HORA-EVENTO.

           IF WSS-DESTINO-ELETRONICO
              MOVE TCT-CANAL (IDX-CTT)   TO ENT-CANAL
              MOVE 'G'                   TO ENT-SITUACAO
              ADD 1                      TO WSS-REG-ELETRONICOS
           ELSE
              MOVE 'I'                   TO ENT-CANAL
              MOVE 'I'                   TO ENT-SITUACAO
              MOVE WSS-DATA-GERACAO      TO ENT-DATA-EVENTO
              MOVE WSS-MOTIVO-PAPEL      TO ENT-MOTIVO-PAPEL
              ADD 1                      TO WSS-REG-IMPRESSOS
           END-IF.

           WRITE REG-ENTREGA.

           IF ST-ENTREGA NOT EQUAL 0 THEN
              DISPLAY 'COBOL158 - ERRO WRITE ENTREGA FS=' ST-ENTREGA
              MOVE ST-ENTREGA            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       3200-GRAVA-ENTREGA-EXIT.
           EXIT.

      *----
       3900-GRAVA-LINHA.

           IF WSS-DESTINO-ELETRONICO
              MOVE LINHA-TEXTO           TO WSS-LINHA-PACOTE
              PERFORM 3910-GRAVA-PACOTE
                 THRU 3910-GRAVA-PACOTE-EXIT
              MOVE SPACES                TO LINHA-TEXTO
              GO TO 3900-GRAVA-LINHA-EXIT
           END-IF.

           WRITE REG-CONTRACH FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

       3900-GRAVA-LINHA-EXIT.
           EXIT.

      *----
      * VALOR JA EDITADO EM LT-VALOR: NA VIA IMPRESSA SAI INTEGRAL,
      * PARCIAL OU SUPRIMIDO CONFORME O USUARIO (COBOL234)
      *----
       3950-MASCARA-VALOR.

           IF NOT WSS-DESTINO-PAPEL
              GO TO 3950-MASCARA-VALOR-EXIT
           END-IF.

           MOVE 'V'                      TO WSS-MSC-TIPO.
           MOVE 10                       TO WSS-MSC-TAMANHO.
           MOVE LT-VALOR                 TO WSS-MSC-CAMPO.

           CALL 'COBOL234' USING WSS-MASCARA-LINKAGE.

           MOVE WSS-MSC-CAMPO (1:10)     TO LT-VALOR (1:10).

       3950-MASCARA-VALOR-EXIT.
           EXIT.

      *----
      * LINHA DO DEMONSTRATIVO NO PACOTE ELETRONICO
      *----
       3910-GRAVA-PACOTE.

           MOVE SPACES                   TO REG-HOLERITE.
           MOVE 'L'                      TO HOL-TIPO.
           MOVE FN-MATRICULA             TO HOL-MATRICULA.
           MOVE WSS-LINHA-PACOTE         TO HOL-TEXTO.

           WRITE REG-HOLERITE.

           IF ST-HOLERITE NOT EQUAL 0 THEN
              DISPLAY 'COBOL158 - ERRO WRITE HOLERITE FS=' ST-HOLERITE
              MOVE ST-HOLERITE           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       3910-GRAVA-PACOTE-EXIT.
           EXIT.

      ******************************************************************
       ROT-ABEND.

