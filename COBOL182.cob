      *            MAQUINA POR GUIA (GUIAREC) QUE A CONCILIACAO DE
      *            PAGAMENTOS BAIXA QUANDO A GUIA E PAGA.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - TIPO DE CONTRATO (FN-TIPO-CONTRATO): BOLSA DO
      *                  ESTAGIARIO FORA DA BASE DA COTA PATRONAL;
      *                  PRO-LABORE DE DIRETOR COM PERCENTUAL PROPRIO
      *                  DO CARTAO (GPR-PCT-PRO-LABORE, 20% PADRAO)
      * 15/10/2026 VRB - SITUACAO DA GUIA NO GUIAREC (ORIGINAL,
      *                  SUBSTITUIDA OU RECALCULADA) PARA O RECALCULO
      *                  DE GUIA PAGA EM ATRASO (COBOL251)
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CARTAO: COMPETENCIA, PERCENTUAL PATRONAL DO INSS (ZERO
      * ASSUME 20,00), DIAS DE VENCIMENTO NO MES SEGUINTE (ZERO
      * ASSUME 20 PARA AMBAS AS GUIAS) E PERCENTUAL PATRONAL SOBRE
      * O PRO-LABORE DOS DIRETORES (ZERO ASSUME 20,00)
      *----
       01   REG-GUIAPRM.
            03 GPR-COMPETENCIA             PIC 9(006).
            03 GPR-PCT-PATRONAL            PIC 9(002)V99.
            03 GPR-DIA-VENC-GPS            PIC 9(002).
            03 GPR-DIA-VENC-DARF           PIC 9(002).
            03 GPR-PCT-PRO-LABORE          PIC 9(002)V99.
            03 FILLER                      PIC X(062).
      *----
       FD   EMPREGID
            RECORDING MODE IS F
            03 FN-MOEDA                    PIC X(003).
            03 FN-PREMIO-ATS               PIC 9(007)V99.
            03 FN-EMPRESA                  PIC X(002).
            03 FILLER                      PIC X(061).
            03 FN-TIPO-CONTRATO            PIC X(001).
               88 FN-APRENDIZ                      VALUE 'A'.
               88 FN-ESTAGIARIO                    VALUE 'E'.
               88 FN-DIRETOR                       VALUE 'D'.
      *----
       FD   GUIAREC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * REGISTRO DE MAQUINA POR GUIA: A CONCILIACAO DE PAGAMENTOS
      * BAIXA CADA GUIA QUANDO O DEBITO APARECE NO EXTRATO. A GUIA
      * SAI ORIGINAL (SITUACAO EM BRANCO); O RECALCULO DE ATRASO
      * (COBOL251) MARCA A SUBSTITUIDA E GRAVA A RECALCULADA
      *----
       01   REG-GUIAREC.
            03 GUI-TIPO                    PIC X(004).
            03 GUI-COMPETENCIA             PIC 9(006).
            03 GUI-VENCIMENTO              PIC 9(008).
            03 GUI-VALOR                   PIC 9(011)V99.
            03 GUI-SITUACAO                PIC X(001).
               88 GUI-ORIGINAL                     VALUE ' '.
               88 GUI-SUBSTITUIDA                  VALUE 'S'.
               88 GUI-RECALCULADA                  VALUE 'R'.
            03 GUI-VENC-ORIGINAL           PIC 9(008).
            03 GUI-VALOR-MULTA             PIC 9(009)V99.
            03 GUI-VALOR-JUROS             PIC 9(009)V99.
      *----
       FD   GUIAIMG.
      *----
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-COMPETENCIA                 PIC 9(006) VALUE 0.
       77  WSS-PCT-PATRONAL                PIC 9(002)V99 VALUE 20,00.
       77  WSS-PCT-PRO-LABORE              PIC 9(002)V99 VALUE 20,00.
       77  WSS-DIA-VENC-GPS                PIC 9(002) VALUE 20.
       77  WSS-DIA-VENC-DARF               PIC 9(002) VALUE 20.
       77  WSS-QTD-EMPRESAS                PIC 9(002) VALUE 0.
              10 TEM-CNPJ                  PIC 9(014).
              10 TEM-RAZAO                 PIC X(040).
              10 TEM-BRUTO                 PIC 9(013)V99 COMP-3.
              10 TEM-BRUTO-PROLAB          PIC 9(013)V99 COMP-3.
              10 TEM-INSS                  PIC 9(013)V99 COMP-3.
              10 TEM-IRRF                  PIC 9(013)V99 COMP-3.
      *----
              MOVE GPR-PCT-PATRONAL      TO WSS-PCT-PATRONAL
           END-IF.

           IF GPR-PCT-PRO-LABORE NUMERIC
              AND GPR-PCT-PRO-LABORE GREATER 0
              MOVE GPR-PCT-PRO-LABORE    TO WSS-PCT-PRO-LABORE
           END-IF.

           IF GPR-DIA-VENC-GPS NUMERIC AND GPR-DIA-VENC-GPS GREATER 0
              MOVE GPR-DIA-VENC-GPS      TO WSS-DIA-VENC-GPS
           END-IF.
              MOVE EMP-CNPJ              TO TEM-CNPJ (IDX-EMP)
              MOVE EMP-RAZAO             TO TEM-RAZAO (IDX-EMP)
              MOVE 0                     TO TEM-BRUTO (IDX-EMP)
              MOVE 0                     TO TEM-BRUTO-PROLAB (IDX-EMP)
              MOVE 0                     TO TEM-INSS (IDX-EMP)
              MOVE 0                     TO TEM-IRRF (IDX-EMP)
           END-IF.

           ADD 1                         TO WSS-REG-LIDOS.

      *----
      * A BOLSA DO ESTAGIARIO NAO E BASE DA COTA PATRONAL; O
      * PRO-LABORE DO DIRETOR TEM BASE E PERCENTUAL PROPRIOS
      *----
           SET IDX-EMP TO 1.
           SEARCH WSS-EMP-ENTRY
              AT END
                 DISPLAY 'COBOL182 - EMPRESA SEM CADASTRO EM '
                         'EMPREGID: ' FN-EMPRESA
              WHEN TEM-EMPRESA (IDX-EMP) EQUAL FN-EMPRESA
                 EVALUATE TRUE
                     WHEN FN-ESTAGIARIO
                          CONTINUE
                     WHEN FN-DIRETOR
                          ADD FN-BRUTO   TO TEM-BRUTO-PROLAB (IDX-EMP)
                     WHEN OTHER
                          ADD FN-BRUTO   TO TEM-BRUTO (IDX-EMP)
                 END-EVALUATE
                 ADD FN-INSS             TO TEM-INSS (IDX-EMP)
                 ADD FN-IRRF             TO TEM-IRRF (IDX-EMP)
           END-SEARCH.
       2100-GERA-GUIAS-EMPRESA.

           IF TEM-BRUTO (IDX-EMP) EQUAL 0
              AND TEM-BRUTO-PROLAB (IDX-EMP) EQUAL 0
              AND TEM-INSS (IDX-EMP) EQUAL 0
              AND TEM-IRRF (IDX-EMP) EQUAL 0
              GO TO 2100-GERA-GUIAS-EMPRESA-EXIT
           END-IF.

      *----
      * GPS: INSS RETIDO + COTA PATRONAL SOBRE O BRUTO DOS
      * EMPREGADOS E SOBRE O PRO-LABORE DOS DIRETORES
      *----
           COMPUTE WSS-VALOR-PATRONAL ROUNDED =
                   (TEM-BRUTO (IDX-EMP) * WSS-PCT-PATRONAL / 100)
                   + (TEM-BRUTO-PROLAB (IDX-EMP)
                      * WSS-PCT-PRO-LABORE / 100).

           COMPUTE WSS-VALOR-GPS =
                   TEM-INSS (IDX-EMP) + WSS-VALOR-PATRONAL.
           MOVE WSS-COMPETENCIA          TO GUI-COMPETENCIA.
           MOVE WSS-DATA-AJUSTADA        TO GUI-VENCIMENTO.
           MOVE WSS-VALOR-GPS            TO GUI-VALOR.
           MOVE ZEROES                   TO GUI-VENC-ORIGINAL.
           MOVE ZEROES                   TO GUI-VALOR-MULTA.
           MOVE ZEROES                   TO GUI-VALOR-JUROS.

           WRITE REG-GUIAREC.

