      ******************************************************************
      * Author:
      * Date:
      * Purpose: daily general ledger journal - turns the business
      *          date's source events into double-entry postings in
      *          CTBLCT.DAT, one batch per source: EX2V2 cash
      *          transactions by type (CX, with the EX11 client
      *          receipts of tipo R as event RECB) and EX11 client
      *          invoices (CL) every day, and on the last business day
      *          of the month the EX26SAL gross pay (FP), the EX26LIQ
      *          net-pay deductions (FL) and the EX5FAT tuition
      *          invoices (MS) of that competencia. Each event is
      *          mapped by the posting rules in CTBREG.DAT to a debit
      *          and a credit account of the chart in CTBCTA.DAT and to
      *          a FUNCDEP cost center (fixed in the rule, or '*' for
      *          the payroll department of the employee). A batch with
      *          an event that has no rule, an account missing from the
      *          chart, a cost center that is missing or unknown, or
      *          debits that do not equal credits is rejected whole and
      *          nothing of it is posted. Batches already posted for
      *          the date are skipped, so a rerun after fixing the
      *          rules only posts what was rejected. Every posting
      *          carries the company of its source record (the EX2V2
      *          transaction, the EX26SAL gross pay or the EX26LIQ net
      *          pay; the matriz for tuition and client invoices or a
      *          blank company). Dates inside a period closed by
      *          CTB-BALANCETE for every company are refused, and a
      *          batch with an event of a company whose period is
      *          already closed is rejected. An
      *          AAAAMMDD date in CTBPRM.DAT overrides the business
      *          date. Report in CTBDIAREL.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTB-DIARIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTB-PARAMETRO-FILE ASSIGN TO 'CTBPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARAMETRO-STATUS.
           SELECT CTB-CONTA-FILE ASSIGN TO 'CTBCTA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTA-STATUS.
           SELECT CTB-REGRA-FILE ASSIGN TO 'CTBREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REGRA-STATUS.
           SELECT CTB-LANCAMENTO-FILE ASSIGN TO 'CTBLCT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCAMENTO-STATUS.
           SELECT CTB-SALDO-FILE ASSIGN TO 'CTBSAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALDO-STATUS.
           SELECT CTB-DIARIO-REL-FILE ASSIGN TO 'CTBDIAREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT FUNC-DEPTO-FILE ASSIGN TO 'FUNCDEP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPTO-STATUS.
           SELECT EX26-FERIADO-FILE ASSIGN TO 'EX26FER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIADO-STATUS.
           SELECT EX2V2-TRANSACOES-FILE ASSIGN TO 'EX2V2TRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRANSACOES-STATUS.
           SELECT EX26-SALARIO-FILE ASSIGN TO 'EX26SAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALARIO-STATUS.
           SELECT EX26-LIQUIDO-FILE ASSIGN TO 'EX26LIQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIQUIDO-STATUS.
           SELECT EX26-FOLHA-HIS-FILE ASSIGN TO 'EX26FOLHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOLHA-HIS-STATUS.
           SELECT EX5-FATURA-FILE ASSIGN TO 'EX5FAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FATURA-STATUS.
           SELECT EX11-FATURA-FILE ASSIGN TO 'EX11FAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIENTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTB-PARAMETRO-FILE.
       01 CTB-PARAMETRO-LINHA PIC X(08).

       FD  CTB-CONTA-FILE.
       01 CTB-CONTA-LINHA PIC X(40).

       FD  CTB-REGRA-FILE.
       01 CTB-REGRA-LINHA PIC X(32).

       FD  CTB-LANCAMENTO-FILE.
       01 CTB-LANCAMENTO-LINHA PIC X(47).

       FD  CTB-SALDO-FILE.
       01 CTB-SALDO-LINHA PIC X(40).

       FD  CTB-DIARIO-REL-FILE.
       01 CTB-DIARIO-REL-LINHA PIC X(80).

       FD  FUNC-DEPTO-FILE.
       01 FUNC-DEPTO-LINHA PIC X(52).

       FD  EX26-FERIADO-FILE.
       01 EX26-FERIADO-LINHA PIC X(28).

       FD  EX2V2-TRANSACOES-FILE.
       01 EX2V2-TRANSACOES-LINHA PIC X(53).

       FD  EX26-SALARIO-FILE.
       01 EX26-SALARIO-LINHA PIC X(49).

       FD  EX26-LIQUIDO-FILE.
       01 EX26-LIQUIDO-LINHA PIC X(68).

       FD  EX26-FOLHA-HIS-FILE.
       01 EX26-FOLHA-HIS-LINHA PIC X(44).

       FD  EX5-FATURA-FILE.
       01 EX5-FATURA-LINHA PIC X(81).

       FD  EX11-FATURA-FILE.
       01 EX11-FATURA-LINHA PIC X(60).

       WORKING-STORAGE SECTION.
       COPY CTBREC.
       COPY FUNCREC.
       COPY EX26REC.
       COPY EX2V2REC.
       COPY EX5REC.
       COPY EX11REC.
       COPY SISEMPREC.

       77 WRK-PARAMETRO-STATUS  PIC X(02) VALUE '00'.
       77 WRK-CONTA-STATUS      PIC X(02) VALUE '00'.
       77 WRK-REGRA-STATUS      PIC X(02) VALUE '00'.
       77 WRK-LANCAMENTO-STATUS PIC X(02) VALUE '00'.
       77 WRK-SALDO-STATUS      PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS  PIC X(02) VALUE '00'.
       77 WRK-DEPTO-STATUS      PIC X(02) VALUE '00'.
       77 WRK-FERIADO-STATUS    PIC X(02) VALUE '00'.
       77 WRK-TRANSACOES-STATUS PIC X(02) VALUE '00'.
       77 WRK-SALARIO-STATUS    PIC X(02) VALUE '00'.
       77 WRK-LIQUIDO-STATUS    PIC X(02) VALUE '00'.
       77 WRK-FOLHA-HIS-STATUS  PIC X(02) VALUE '00'.
       77 WRK-FATURA-STATUS     PIC X(02) VALUE '00'.
       77 WRK-CLIENTE-STATUS    PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-DATA-NEGOCIO-DEC.
           05 WRK-DN-ANO PIC 9(04).
           05 WRK-DN-MES PIC 9(02).
           05 WRK-DN-DIA PIC 9(02).
       01 WRK-DATA-NEGOCIO REDEFINES WRK-DATA-NEGOCIO-DEC PIC 9(08).
       01 WRK-DATA-CONTABIL-DEC.
           05 WRK-DC-PERIODO PIC 9(06).
           05 WRK-DC-DIA     PIC 9(02).
       01 WRK-DATA-CONTABIL REDEFINES WRK-DATA-CONTABIL-DEC
                                PIC 9(08).
       01 WRK-DATA-PROXIMO-DEC.
           05 WRK-DP-PERIODO PIC 9(06).
           05 WRK-DP-DIA     PIC 9(02).
       01 WRK-DATA-PROXIMO REDEFINES WRK-DATA-PROXIMO-DEC PIC 9(08).
       77 WRK-DIAS-PROXIMO   PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-SEMANA     PIC 9(01) VALUE ZEROS.
       77 WRK-QUOCIENTE      PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-UTIL       PIC X(01) VALUE 'N'.
           88 WRK-DIA-UTIL-OK VALUE 'S'.
       77 WRK-FIM-MES        PIC X(01) VALUE 'N'.
           88 WRK-FIM-MES-OK VALUE 'S'.
       77 WRK-ULTIMO-FECHADO PIC 9(06) VALUE ZEROS.
       77 WRK-EMPRESA-SD     PIC 9(02) VALUE ZEROS.
       77 WRK-FEC-SUB        PIC 9(03) COMP VALUE ZEROS.

       01 WRK-TABELA-FECHADOS.
           05 WRK-TAB-FEC OCCURS 99 TIMES.
               10 WRK-TAB-FEC-PERIODO PIC 9(06).
               10 WRK-TAB-FEC-CONHECIDA PIC X(01).
                   88 WRK-TAB-FEC-CONHECIDA-OK VALUE 'S'.

       01 WRK-TABELA-FERIADOS.
           05 WRK-TAB-FER OCCURS 100 TIMES
               INDEXED BY WRK-FER-IDX.
               10 WRK-TAB-FER-DATA PIC 9(08).
       77 WRK-QTD-FERIADOS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-CONTAS.
           05 WRK-TAB-CTA OCCURS 300 TIMES
               INDEXED BY WRK-CTA-IDX.
               10 WRK-TAB-CTA-CONTA       PIC X(08).
               10 WRK-TAB-CTA-EXIGE-CENTRO PIC X(01).
       77 WRK-QTD-CONTAS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-REGRAS.
           05 WRK-TAB-REG OCCURS 200 TIMES
               INDEXED BY WRK-REG-IDX.
               10 WRK-TAB-REG-ORIGEM     PIC X(02).
               10 WRK-TAB-REG-EVENTO     PIC X(04).
               10 WRK-TAB-REG-CONTA-DEB  PIC X(08).
               10 WRK-TAB-REG-CONTA-CRED PIC X(08).
               10 WRK-TAB-REG-CENTRO     PIC X(10).
       77 WRK-QTD-REGRAS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-CENTROS.
           05 WRK-TAB-CEN OCCURS 200 TIMES
               INDEXED BY WRK-CEN-IDX.
               10 WRK-TAB-CEN-CODIGO PIC X(10).
       77 WRK-QTD-CENTROS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-LOTACOES.
           05 WRK-TAB-LOT OCCURS 2000 TIMES
               INDEXED BY WRK-LOT-IDX.
               10 WRK-TAB-LOT-MATRICULA    PIC 9(05).
               10 WRK-TAB-LOT-DEPARTAMENTO PIC X(10).
       77 WRK-QTD-LOTACOES PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-POSTADOS.
           05 WRK-TAB-POS OCCURS 5 TIMES
               INDEXED BY WRK-POS-IDX.
               10 WRK-TAB-POS-ORIGEM PIC X(02).
       77 WRK-QTD-POSTADOS PIC 9(01) VALUE ZEROS.

       01 WRK-TABELA-PARTIDAS.
           05 WRK-TAB-PAR OCCURS 500 TIMES
               INDEXED BY WRK-PAR-IDX.
               10 WRK-TAB-PAR-EVENTO     PIC X(04).
               10 WRK-TAB-PAR-CONTA-DEB  PIC X(08).
               10 WRK-TAB-PAR-CONTA-CRED PIC X(08).
               10 WRK-TAB-PAR-CENTRO     PIC X(10).
               10 WRK-TAB-PAR-EMPRESA    PIC 9(02).
               10 WRK-TAB-PAR-VALOR      PIC 9(10)V99.
       77 WRK-QTD-PARTIDAS PIC 9(03) VALUE ZEROS.

       77 WRK-LOTE-ORIGEM   PIC X(02) VALUE SPACES.
       77 WRK-LOTE-NOME     PIC X(30) VALUE SPACES.
       77 WRK-LOTE-JA-POSTADO PIC X(01) VALUE 'N'.
           88 WRK-LOTE-JA-POSTADO-OK VALUE 'S'.
       77 WRK-LOTE-MOTIVO   PIC X(40) VALUE SPACES.
       77 WRK-LOTE-DEBITOS  PIC 9(12)V99 VALUE ZEROS.
       77 WRK-LOTE-CREDITOS PIC 9(12)V99 VALUE ZEROS.

       77 WRK-EV-EVENTO     PIC X(04) VALUE SPACES.
       77 WRK-EV-VALOR      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-EV-CENTRO     PIC X(10) VALUE SPACES.
       77 WRK-EV-EMPRESA    PIC 9(02) VALUE ZEROS.
       77 WRK-EV-INVERTER   PIC X(01) VALUE 'N'.
           88 WRK-EV-INVERTER-OK VALUE 'S'.
       77 WRK-CONTA-DEB     PIC X(08) VALUE SPACES.
       77 WRK-CONTA-CRED    PIC X(08) VALUE SPACES.
       77 WRK-CENTRO        PIC X(10) VALUE SPACES.
       77 WRK-CONTA-TESTE   PIC X(08) VALUE SPACES.
       77 WRK-MATRICULA     PIC 9(05) VALUE ZEROS.
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.

       77 WRK-QT-POSTADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJEITADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LANCAMENTOS PIC 9(05) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'DIARIO CONTABIL - CTB-DIARIO'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-MOVIMENTO.
           05 FILLER      PIC X(21) VALUE 'DATA CONTABIL......: '.
           05 WRK-LM-DATA PIC 9(08).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WRK-LM-FIM-MES PIC X(30) VALUE SPACES.
       01 WRK-LINHA-LOTE.
           05 FILLER      PIC X(05) VALUE 'LOTE '.
           05 WRK-LL-ORIGEM PIC X(02).
           05 FILLER      PIC X(03) VALUE ' - '.
           05 WRK-LL-NOME PIC X(30).
       01 WRK-LINHA-TITULOS.
           05 FILLER PIC X(40) VALUE
               ' EVENTO  CONTA     CENTRO      D/C      '.
           05 FILLER PIC X(16) VALUE
               '     VALOR  EMP.'.
       01 WRK-LINHA-DETALHE.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-EVENTO       PIC X(04).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 WRK-LD-CONTA        PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-CENTRO       PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-NATUREZA     PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-EMPRESA      PIC 9(02).
       01 WRK-LINHA-TOTAL-LOTE.
           05 FILLER            PIC X(10) VALUE ' DEBITOS: '.
           05 WRK-LT-DEBITOS      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(12) VALUE ' CREDITOS: '.
           05 WRK-LT-CREDITOS     PIC ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-SITUACAO.
           05 FILLER            PIC X(11) VALUE ' SITUACAO: '.
           05 WRK-LS-SITUACAO     PIC X(60).
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0110-DEFINIR-DATA.
       PERFORM 0120-VERIFICAR-PERIODO.
       PERFORM 0160-VERIFICAR-POSTADOS.
       PERFORM 0128-APURAR-FECHADO.
       IF WRK-DC-PERIODO NOT > WRK-ULTIMO-FECHADO
           DISPLAY 'PERIODO CONTABIL JA FECHADO: ' WRK-DC-PERIODO
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 0130-CARREGAR-CONTAS.
       PERFORM 0140-CARREGAR-REGRAS.
       PERFORM 0150-CARREGAR-CENTROS.
       PERFORM 0170-VERIFICAR-FIM-MES.
       PERFORM 0200-ABRIR-ARQUIVOS.
       MOVE 'CX' TO WRK-LOTE-ORIGEM
       MOVE 'CAIXA EX2V2' TO WRK-LOTE-NOME
       PERFORM 0300-LOTE-CAIXA THRU 0300-LOTE-CAIXA-EXIT.
       IF WRK-FIM-MES-OK
           PERFORM 0180-CARREGAR-LOTACOES
           MOVE 'FP' TO WRK-LOTE-ORIGEM
           MOVE 'FOLHA - SALARIO BRUTO' TO WRK-LOTE-NOME
           PERFORM 0400-LOTE-SALARIOS THRU 0400-LOTE-SALARIOS-EXIT
           MOVE 'FL' TO WRK-LOTE-ORIGEM
           MOVE 'FOLHA - DESCONTOS DO LIQUIDO' TO WRK-LOTE-NOME
           PERFORM 0450-LOTE-DESCONTOS THRU 0450-LOTE-DESCONTOS-EXIT
           MOVE 'MS' TO WRK-LOTE-ORIGEM
           MOVE 'MENSALIDADES EX5' TO WRK-LOTE-NOME
           PERFORM 0500-LOTE-MENSALIDADES
               THRU 0500-LOTE-MENSALIDADES-EXIT
       END-IF.
       MOVE 'CL' TO WRK-LOTE-ORIGEM
       MOVE 'FATURAS DE CLIENTES EX11' TO WRK-LOTE-NOME
       PERFORM 0550-LOTE-CLIENTES THRU 0550-LOTE-CLIENTES-EXIT.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       IF WRK-QT-REJEITADOS > ZEROS
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0110-DEFINIR-DATA.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
       MOVE WRK-DATA-NEGOCIO TO WRK-DATA-CONTABIL
       OPEN INPUT CTB-PARAMETRO-FILE
       IF WRK-PARAMETRO-STATUS = '00'
           READ CTB-PARAMETRO-FILE
               AT END CONTINUE
               NOT AT END
                   IF CTB-PARAMETRO-LINHA IS NUMERIC
                       MOVE CTB-PARAMETRO-LINHA TO WRK-DATA-CONTABIL
                   END-IF
           END-READ
           CLOSE CTB-PARAMETRO-FILE
       END-IF.

       0120-VERIFICAR-PERIODO.
       PERFORM VARYING WRK-FEC-SUB FROM 1 BY 1
               UNTIL WRK-FEC-SUB > 99
           MOVE ZEROS TO WRK-TAB-FEC-PERIODO (WRK-FEC-SUB)
           MOVE 'N' TO WRK-TAB-FEC-CONHECIDA (WRK-FEC-SUB)
       END-PERFORM
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT CTB-SALDO-FILE
       IF WRK-SALDO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ CTB-SALDO-FILE INTO CTB-SALDO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0125-GUARDAR-FECHADO
               END-READ
           END-PERFORM
           CLOSE CTB-SALDO-FILE
       END-IF.

       0125-GUARDAR-FECHADO.
       IF CTB-SD-EMPRESA IS NUMERIC
          AND CTB-SD-EMPRESA > ZEROS
           MOVE CTB-SD-EMPRESA TO WRK-EMPRESA-SD
       ELSE
           MOVE SIS-EMPRESA-MATRIZ TO WRK-EMPRESA-SD
       END-IF
       MOVE 'S' TO WRK-TAB-FEC-CONHECIDA (WRK-EMPRESA-SD)
       IF CTB-SD-PERIODO > WRK-TAB-FEC-PERIODO (WRK-EMPRESA-SD)
           MOVE CTB-SD-PERIODO TO WRK-TAB-FEC-PERIODO (WRK-EMPRESA-SD)
       END-IF.

      *    each company closes on its own; the date is refused only
      *    when the period is closed for every company already in the
      *    ledger (a company never closed counts as open)
       0128-APURAR-FECHADO.
       MOVE ZEROS TO WRK-ULTIMO-FECHADO
       MOVE 'N' TO WRK-ACHOU
       PERFORM VARYING WRK-FEC-SUB FROM 1 BY 1
               UNTIL WRK-FEC-SUB > 99
           IF WRK-TAB-FEC-CONHECIDA-OK (WRK-FEC-SUB)
               IF NOT WRK-ACHOU-OK
                  OR WRK-TAB-FEC-PERIODO (WRK-FEC-SUB)
                     < WRK-ULTIMO-FECHADO
                   MOVE WRK-TAB-FEC-PERIODO (WRK-FEC-SUB)
                       TO WRK-ULTIMO-FECHADO
               END-IF
               MOVE 'S' TO WRK-ACHOU
           END-IF
       END-PERFORM.

       0130-CARREGAR-CONTAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT CTB-CONTA-FILE
       IF WRK-CONTA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ CTB-CONTA-FILE INTO CTB-CONTA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-CONTAS >= 300
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-CONTAS
                       MOVE CTB-CT-CONTA TO
                           WRK-TAB-CTA-CONTA (WRK-QTD-CONTAS)
                       MOVE CTB-CT-EXIGE-CENTRO TO
                           WRK-TAB-CTA-EXIGE-CENTRO (WRK-QTD-CONTAS)
               END-READ
           END-PERFORM
           CLOSE CTB-CONTA-FILE
       END-IF.

       0140-CARREGAR-REGRAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT CTB-REGRA-FILE
       IF WRK-REGRA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ CTB-REGRA-FILE INTO CTB-REGRA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-REGRAS >= 200
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-REGRAS
                       MOVE CTB-RG-ORIGEM TO
                           WRK-TAB-REG-ORIGEM (WRK-QTD-REGRAS)
                       MOVE CTB-RG-EVENTO TO
                           WRK-TAB-REG-EVENTO (WRK-QTD-REGRAS)
                       MOVE CTB-RG-CONTA-DEB TO
                           WRK-TAB-REG-CONTA-DEB (WRK-QTD-REGRAS)
                       MOVE CTB-RG-CONTA-CRED TO
                           WRK-TAB-REG-CONTA-CRED (WRK-QTD-REGRAS)
                       MOVE CTB-RG-CENTRO TO
                           WRK-TAB-REG-CENTRO (WRK-QTD-REGRAS)
               END-READ
           END-PERFORM
           CLOSE CTB-REGRA-FILE
       END-IF.

       0150-CARREGAR-CENTROS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT FUNC-DEPTO-FILE
       IF WRK-DEPTO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-DEPTO-FILE INTO FUNC-DEPTO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-CENTROS >= 200
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-CENTROS
                       MOVE FUNC-DP-CODIGO TO
                           WRK-TAB-CEN-CODIGO (WRK-QTD-CENTROS)
               END-READ
           END-PERFORM
           CLOSE FUNC-DEPTO-FILE
       END-IF.

       0160-VERIFICAR-POSTADOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT CTB-LANCAMENTO-FILE
       IF WRK-LANCAMENTO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ CTB-LANCAMENTO-FILE INTO CTB-LANCAMENTO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF CTB-LC-DATA = WRK-DATA-CONTABIL
                           PERFORM 0165-MARCAR-POSTADO
                       END-IF
                       IF CTB-LC-EMPRESA IS NUMERIC
                          AND CTB-LC-EMPRESA > ZEROS
                           MOVE 'S' TO
                               WRK-TAB-FEC-CONHECIDA (CTB-LC-EMPRESA)
                       ELSE
                           MOVE 'S' TO WRK-TAB-FEC-CONHECIDA
                               (SIS-EMPRESA-MATRIZ)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTB-LANCAMENTO-FILE
       END-IF.

       0165-MARCAR-POSTADO.
       SET WRK-POS-IDX TO 1
       SEARCH WRK-TAB-POS
           AT END
               CONTINUE
           WHEN WRK-POS-IDX > WRK-QTD-POSTADOS
               ADD 1 TO WRK-QTD-POSTADOS
               MOVE CTB-LC-LOTE TO
                   WRK-TAB-POS-ORIGEM (WRK-QTD-POSTADOS)
           WHEN WRK-TAB-POS-ORIGEM (WRK-POS-IDX) = CTB-LC-LOTE
               CONTINUE
       END-SEARCH.

      *    last business day of the month: the next business day (no
      *    weekend, no EX26FER.DAT holiday) falls in another month
       0170-VERIFICAR-FIM-MES.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-FERIADO-FILE
       IF WRK-FERIADO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-FERIADO-FILE INTO EX26-FERIADO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX26-FR-DATA > WRK-DATA-CONTABIL
                          AND WRK-QTD-FERIADOS < 100
                           ADD 1 TO WRK-QTD-FERIADOS
                           MOVE EX26-FR-DATA TO
                               WRK-TAB-FER-DATA (WRK-QTD-FERIADOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX26-FERIADO-FILE
       END-IF
       COMPUTE WRK-DIAS-PROXIMO =
           FUNCTION INTEGER-OF-DATE (WRK-DATA-CONTABIL)
       MOVE 'N' TO WRK-DIA-UTIL
       PERFORM UNTIL WRK-DIA-UTIL-OK
           ADD 1 TO WRK-DIAS-PROXIMO
           COMPUTE WRK-DATA-PROXIMO =
               FUNCTION DATE-OF-INTEGER (WRK-DIAS-PROXIMO)
           DIVIDE WRK-DIAS-PROXIMO BY 7 GIVING WRK-QUOCIENTE
               REMAINDER WRK-DIA-SEMANA
           IF WRK-DIA-SEMANA NOT = 0 AND WRK-DIA-SEMANA NOT = 6
               MOVE 'S' TO WRK-DIA-UTIL
               SET WRK-FER-IDX TO 1
               SEARCH WRK-TAB-FER
                   AT END
                       CONTINUE
                   WHEN WRK-FER-IDX > WRK-QTD-FERIADOS
                       CONTINUE
                   WHEN WRK-TAB-FER-DATA (WRK-FER-IDX)
                           = WRK-DATA-PROXIMO
                       MOVE 'N' TO WRK-DIA-UTIL
               END-SEARCH
           END-IF
       END-PERFORM
       IF WRK-DP-PERIODO NOT = WRK-DC-PERIODO
           MOVE 'S' TO WRK-FIM-MES
       END-IF.

       0180-CARREGAR-LOTACOES.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-FOLHA-HIS-FILE
       IF WRK-FOLHA-HIS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-FOLHA-HIS-FILE INTO EX26-FOLHA-HIS-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX26-FH-COMPETENCIA = WRK-DC-PERIODO
                           PERFORM 0185-GUARDAR-LOTACAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX26-FOLHA-HIS-FILE
       END-IF.

       0185-GUARDAR-LOTACAO.
       SET WRK-LOT-IDX TO 1
       SEARCH WRK-TAB-LOT
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-LOT-IDX > WRK-QTD-LOTACOES
               ADD 1 TO WRK-QTD-LOTACOES
               MOVE EX26-FH-MATRICULA TO
                   WRK-TAB-LOT-MATRICULA (WRK-QTD-LOTACOES)
               MOVE EX26-FH-DEPARTAMENTO TO
                   WRK-TAB-LOT-DEPARTAMENTO (WRK-QTD-LOTACOES)
           WHEN WRK-TAB-LOT-MATRICULA (WRK-LOT-IDX)
                   = EX26-FH-MATRICULA
               MOVE EX26-FH-DEPARTAMENTO TO
                   WRK-TAB-LOT-DEPARTAMENTO (WRK-LOT-IDX)
       END-SEARCH.

       0190-BUSCAR-LOTACAO.
       MOVE SPACES TO WRK-EV-CENTRO
       SET WRK-LOT-IDX TO 1
       SEARCH WRK-TAB-LOT
           AT END
               CONTINUE
           WHEN WRK-LOT-IDX > WRK-QTD-LOTACOES
               CONTINUE
           WHEN WRK-TAB-LOT-MATRICULA (WRK-LOT-IDX) = WRK-MATRICULA
               MOVE WRK-TAB-LOT-DEPARTAMENTO (WRK-LOT-IDX)
                   TO WRK-EV-CENTRO
       END-SEARCH.

       0200-ABRIR-ARQUIVOS.
       OPEN OUTPUT CTB-DIARIO-REL-FILE
       WRITE CTB-DIARIO-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE CTB-DIARIO-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       MOVE WRK-DATA-CONTABIL TO WRK-LM-DATA
       IF WRK-FIM-MES-OK
           MOVE 'ULTIMO DIA UTIL DO MES' TO WRK-LM-FIM-MES
       END-IF
       WRITE CTB-DIARIO-REL-LINHA FROM WRK-LINHA-MOVIMENTO
       OPEN EXTEND CTB-LANCAMENTO-FILE
       IF WRK-LANCAMENTO-STATUS = '35'
           OPEN OUTPUT CTB-LANCAMENTO-FILE
       END-IF.

      *    an estorno takes the rule of the entry it cancels, with
      *    debit and credit swapped
       0300-LOTE-CAIXA.
       PERFORM 0600-INICIAR-LOTE
       IF WRK-LOTE-JA-POSTADO-OK
           PERFORM 0700-FECHAR-LOTE
           GO TO 0300-LOTE-CAIXA-EXIT
       END-IF
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX2V2-TRANSACOES-FILE
       IF WRK-TRANSACOES-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX2V2-TRANSACOES-FILE INTO EX2V2-TRANSACAO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX2V2-TX-DATA = WRK-DATA-CONTABIL
                          AND EX2V2-TX-VALOR NOT = ZEROS
                           PERFORM 0310-EVENTO-CAIXA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX2V2-TRANSACOES-FILE
       END-IF
       PERFORM 0700-FECHAR-LOTE.
       0300-LOTE-CAIXA-EXIT.
           EXIT.

       0310-EVENTO-CAIXA.
       MOVE SPACES TO WRK-EV-CENTRO
       IF EX2V2-TX-EMPRESA IS NUMERIC
          AND EX2V2-TX-EMPRESA > ZEROS
           MOVE EX2V2-TX-EMPRESA TO WRK-EV-EMPRESA
       ELSE
           MOVE SIS-EMPRESA-MATRIZ TO WRK-EV-EMPRESA
       END-IF
       MOVE 'N' TO WRK-EV-INVERTER
       IF EX2V2-TX-VALOR < ZEROS
           COMPUTE WRK-EV-VALOR = 0 - EX2V2-TX-VALOR
       ELSE
           MOVE EX2V2-TX-VALOR TO WRK-EV-VALOR
       END-IF
       EVALUATE TRUE
           WHEN EX2V2-TX-TRANSFERENCIA AND EX2V2-TX-VALOR > ZEROS
               MOVE 'TRFE' TO WRK-EV-EVENTO
           WHEN EX2V2-TX-TRANSFERENCIA
               MOVE 'TRFS' TO WRK-EV-EVENTO
           WHEN EX2V2-TX-ADIANTAMENTO
               MOVE 'ADIA' TO WRK-EV-EVENTO
           WHEN EX2V2-TX-MENSALIDADE
               MOVE 'MENS' TO WRK-EV-EVENTO
           WHEN EX2V2-TX-RECEBIMENTO
               MOVE 'RECB' TO WRK-EV-EVENTO
           WHEN EX2V2-TX-ESTORNO AND EX2V2-TX-VALOR > ZEROS
               MOVE 'SAID' TO WRK-EV-EVENTO
               MOVE 'S' TO WRK-EV-INVERTER
           WHEN EX2V2-TX-ESTORNO
               MOVE 'ENTR' TO WRK-EV-EVENTO
               MOVE 'S' TO WRK-EV-INVERTER
           WHEN EX2V2-TX-VALOR > ZEROS
               MOVE 'ENTR' TO WRK-EV-EVENTO
           WHEN OTHER
               MOVE 'SAID' TO WRK-EV-EVENTO
       END-EVALUATE
       PERFORM 0650-ACUMULAR-EVENTO THRU 0650-ACUMULAR-EVENTO-EXIT.

       0400-LOTE-SALARIOS.
       PERFORM 0600-INICIAR-LOTE
       IF WRK-LOTE-JA-POSTADO-OK
           PERFORM 0700-FECHAR-LOTE
           GO TO 0400-LOTE-SALARIOS-EXIT
       END-IF
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-SALARIO-FILE
       IF WRK-SALARIO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-SALARIO-FILE INTO EX26-SALARIO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX26-SA-COMPETENCIA = WRK-DC-PERIODO
                          AND EX26-SA-VLR-BRUTO > ZEROS
                           MOVE EX26-SA-MATRICULA TO WRK-MATRICULA
                           PERFORM 0190-BUSCAR-LOTACAO
                           PERFORM 0410-EMPRESA-SALARIO
                           MOVE 'N' TO WRK-EV-INVERTER
                           MOVE 'BRUT' TO WRK-EV-EVENTO
                           MOVE EX26-SA-VLR-BRUTO TO WRK-EV-VALOR
                           PERFORM 0650-ACUMULAR-EVENTO
                               THRU 0650-ACUMULAR-EVENTO-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX26-SALARIO-FILE
       END-IF
       PERFORM 0700-FECHAR-LOTE.
       0400-LOTE-SALARIOS-EXIT.
           EXIT.

       0410-EMPRESA-SALARIO.
       IF EX26-SA-EMPRESA IS NUMERIC
          AND EX26-SA-EMPRESA > ZEROS
           MOVE EX26-SA-EMPRESA TO WRK-EV-EMPRESA
       ELSE
           MOVE SIS-EMPRESA-MATRIZ TO WRK-EV-EMPRESA
       END-IF.

       0450-LOTE-DESCONTOS.
       PERFORM 0600-INICIAR-LOTE
       IF WRK-LOTE-JA-POSTADO-OK
           PERFORM 0700-FECHAR-LOTE
           GO TO 0450-LOTE-DESCONTOS-EXIT
       END-IF
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-LIQUIDO-FILE
       IF WRK-LIQUIDO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-LIQUIDO-FILE INTO EX26-LIQUIDO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX26-LQ-COMPETENCIA = WRK-DC-PERIODO
                           PERFORM 0460-EVENTOS-DESCONTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX26-LIQUIDO-FILE
       END-IF
       PERFORM 0700-FECHAR-LOTE.
       0450-LOTE-DESCONTOS-EXIT.
           EXIT.

       0460-EVENTOS-DESCONTO.
       MOVE EX26-LQ-MATRICULA TO WRK-MATRICULA
       PERFORM 0190-BUSCAR-LOTACAO
       IF EX26-LQ-EMPRESA IS NUMERIC
          AND EX26-LQ-EMPRESA > ZEROS
           MOVE EX26-LQ-EMPRESA TO WRK-EV-EMPRESA
       ELSE
           MOVE SIS-EMPRESA-MATRIZ TO WRK-EV-EMPRESA
       END-IF
       MOVE 'N' TO WRK-EV-INVERTER
       IF EX26-LQ-VLR-INSS > ZEROS
           MOVE 'INSS' TO WRK-EV-EVENTO
           MOVE EX26-LQ-VLR-INSS TO WRK-EV-VALOR
           PERFORM 0650-ACUMULAR-EVENTO THRU 0650-ACUMULAR-EVENTO-EXIT
       END-IF
       IF EX26-LQ-VLR-IRRF > ZEROS
           MOVE 'IRRF' TO WRK-EV-EVENTO
           MOVE EX26-LQ-VLR-IRRF TO WRK-EV-VALOR
           PERFORM 0650-ACUMULAR-EVENTO THRU 0650-ACUMULAR-EVENTO-EXIT
       END-IF
       IF EX26-LQ-VLR-OUTROS > ZEROS
           MOVE 'OUTR' TO WRK-EV-EVENTO
           MOVE EX26-LQ-VLR-OUTROS TO WRK-EV-VALOR
           PERFORM 0650-ACUMULAR-EVENTO THRU 0650-ACUMULAR-EVENTO-EXIT
       END-IF.

       0500-LOTE-MENSALIDADES.
       PERFORM 0600-INICIAR-LOTE
       IF WRK-LOTE-JA-POSTADO-OK
           PERFORM 0700-FECHAR-LOTE
           GO TO 0500-LOTE-MENSALIDADES-EXIT
       END-IF
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-FATURA-FILE
       IF WRK-FATURA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX5-FATURA-FILE INTO EX5-FATURA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX5-FT-COMPETENCIA = WRK-DC-PERIODO
                          AND EX5-FT-VALOR-LIQ > ZEROS
                           MOVE SPACES TO WRK-EV-CENTRO
                           MOVE SIS-EMPRESA-MATRIZ TO WRK-EV-EMPRESA
                           MOVE 'N' TO WRK-EV-INVERTER
                           MOVE 'FATU' TO WRK-EV-EVENTO
                           MOVE EX5-FT-VALOR-LIQ TO WRK-EV-VALOR
                           PERFORM 0650-ACUMULAR-EVENTO
                               THRU 0650-ACUMULAR-EVENTO-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX5-FATURA-FILE
       END-IF
       PERFORM 0700-FECHAR-LOTE.
       0500-LOTE-MENSALIDADES-EXIT.
           EXIT.

       0550-LOTE-CLIENTES.
       PERFORM 0600-INICIAR-LOTE
       IF WRK-LOTE-JA-POSTADO-OK
           PERFORM 0700-FECHAR-LOTE
           GO TO 0550-LOTE-CLIENTES-EXIT
       END-IF
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX11-FATURA-FILE
       IF WRK-CLIENTE-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX11-FATURA-FILE INTO EX11-FATURA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX11-FT-EMISSAO = WRK-DATA-CONTABIL
                          AND EX11-FT-VALOR > ZEROS
                           MOVE SPACES TO WRK-EV-CENTRO
                           MOVE SIS-EMPRESA-MATRIZ TO WRK-EV-EMPRESA
                           MOVE 'N' TO WRK-EV-INVERTER
                           MOVE 'FATU' TO WRK-EV-EVENTO
                           MOVE EX11-FT-VALOR TO WRK-EV-VALOR
                           PERFORM 0650-ACUMULAR-EVENTO
                               THRU 0650-ACUMULAR-EVENTO-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX11-FATURA-FILE
       END-IF
       PERFORM 0700-FECHAR-LOTE.
       0550-LOTE-CLIENTES-EXIT.
           EXIT.

       0600-INICIAR-LOTE.
       MOVE ZEROS TO WRK-QTD-PARTIDAS
       MOVE SPACES TO WRK-LOTE-MOTIVO
       MOVE 'N' TO WRK-LOTE-JA-POSTADO
       SET WRK-POS-IDX TO 1
       SEARCH WRK-TAB-POS
           AT END
               CONTINUE
           WHEN WRK-POS-IDX > WRK-QTD-POSTADOS
               CONTINUE
           WHEN WRK-TAB-POS-ORIGEM (WRK-POS-IDX) = WRK-LOTE-ORIGEM
               MOVE 'S' TO WRK-LOTE-JA-POSTADO
       END-SEARCH.

      *    the first fault found rejects the whole batch
       0650-ACUMULAR-EVENTO.
       IF WRK-LOTE-MOTIVO NOT = SPACES
           GO TO 0650-ACUMULAR-EVENTO-EXIT
       END-IF
       IF WRK-DC-PERIODO NOT > WRK-TAB-FEC-PERIODO (WRK-EV-EMPRESA)
           STRING 'PERIODO JA FECHADO NA EMPRESA ' DELIMITED BY SIZE
               WRK-EV-EMPRESA DELIMITED BY SIZE
               INTO WRK-LOTE-MOTIVO
           GO TO 0650-ACUMULAR-EVENTO-EXIT
       END-IF
       MOVE 'N' TO WRK-ACHOU
       SET WRK-REG-IDX TO 1
       SEARCH WRK-TAB-REG
           AT END
               CONTINUE
           WHEN WRK-REG-IDX > WRK-QTD-REGRAS
               CONTINUE
           WHEN WRK-TAB-REG-ORIGEM (WRK-REG-IDX) = WRK-LOTE-ORIGEM
              AND WRK-TAB-REG-EVENTO (WRK-REG-IDX) = WRK-EV-EVENTO
               MOVE 'S' TO WRK-ACHOU
       END-SEARCH
       IF NOT WRK-ACHOU-OK
           STRING 'SEM REGRA PARA O EVENTO ' DELIMITED BY SIZE
               WRK-EV-EVENTO DELIMITED BY SIZE
               INTO WRK-LOTE-MOTIVO
           GO TO 0650-ACUMULAR-EVENTO-EXIT
       END-IF
       IF WRK-EV-INVERTER-OK
           MOVE WRK-TAB-REG-CONTA-CRED (WRK-REG-IDX) TO WRK-CONTA-DEB
           MOVE WRK-TAB-REG-CONTA-DEB (WRK-REG-IDX) TO WRK-CONTA-CRED
       ELSE
           MOVE WRK-TAB-REG-CONTA-DEB (WRK-REG-IDX) TO WRK-CONTA-DEB
           MOVE WRK-TAB-REG-CONTA-CRED (WRK-REG-IDX) TO WRK-CONTA-CRED
       END-IF
       IF WRK-TAB-REG-CENTRO (WRK-REG-IDX) = '*'
           MOVE WRK-EV-CENTRO TO WRK-CENTRO
       ELSE
           MOVE WRK-TAB-REG-CENTRO (WRK-REG-IDX) TO WRK-CENTRO
       END-IF

       MOVE WRK-CONTA-DEB TO WRK-CONTA-TESTE
       PERFORM 0660-VALIDAR-CONTA THRU 0660-VALIDAR-CONTA-EXIT
       IF WRK-LOTE-MOTIVO NOT = SPACES
           GO TO 0650-ACUMULAR-EVENTO-EXIT
       END-IF
       MOVE WRK-CONTA-CRED TO WRK-CONTA-TESTE
       PERFORM 0660-VALIDAR-CONTA THRU 0660-VALIDAR-CONTA-EXIT
       IF WRK-LOTE-MOTIVO NOT = SPACES
           GO TO 0650-ACUMULAR-EVENTO-EXIT
       END-IF
       IF WRK-CENTRO NOT = SPACES
           MOVE 'N' TO WRK-ACHOU
           SET WRK-CEN-IDX TO 1
           SEARCH WRK-TAB-CEN
               AT END
                   CONTINUE
               WHEN WRK-CEN-IDX > WRK-QTD-CENTROS
                   CONTINUE
               WHEN WRK-TAB-CEN-CODIGO (WRK-CEN-IDX) = WRK-CENTRO
                   MOVE 'S' TO WRK-ACHOU
           END-SEARCH
           IF NOT WRK-ACHOU-OK
               STRING 'CENTRO DE CUSTO INEXISTENTE ' DELIMITED BY SIZE
                   WRK-CENTRO DELIMITED BY SIZE
                   INTO WRK-LOTE-MOTIVO
               GO TO 0650-ACUMULAR-EVENTO-EXIT
           END-IF
       END-IF

       SET WRK-PAR-IDX TO 1
       SEARCH WRK-TAB-PAR
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-PAR-IDX > WRK-QTD-PARTIDAS
               ADD 1 TO WRK-QTD-PARTIDAS
               MOVE WRK-EV-EVENTO TO
                   WRK-TAB-PAR-EVENTO (WRK-QTD-PARTIDAS)
               MOVE WRK-CONTA-DEB TO
                   WRK-TAB-PAR-CONTA-DEB (WRK-QTD-PARTIDAS)
               MOVE WRK-CONTA-CRED TO
                   WRK-TAB-PAR-CONTA-CRED (WRK-QTD-PARTIDAS)
               MOVE WRK-CENTRO TO
                   WRK-TAB-PAR-CENTRO (WRK-QTD-PARTIDAS)
               MOVE WRK-EV-EMPRESA TO
                   WRK-TAB-PAR-EMPRESA (WRK-QTD-PARTIDAS)
               MOVE WRK-EV-VALOR TO
                   WRK-TAB-PAR-VALOR (WRK-QTD-PARTIDAS)
           WHEN WRK-TAB-PAR-EVENTO (WRK-PAR-IDX) = WRK-EV-EVENTO
              AND WRK-TAB-PAR-CONTA-DEB (WRK-PAR-IDX) = WRK-CONTA-DEB
              AND WRK-TAB-PAR-CONTA-CRED (WRK-PAR-IDX)
                   = WRK-CONTA-CRED
              AND WRK-TAB-PAR-CENTRO (WRK-PAR-IDX) = WRK-CENTRO
              AND WRK-TAB-PAR-EMPRESA (WRK-PAR-IDX) = WRK-EV-EMPRESA
               ADD WRK-EV-VALOR TO WRK-TAB-PAR-VALOR (WRK-PAR-IDX)
       END-SEARCH.
       0650-ACUMULAR-EVENTO-EXIT.
           EXIT.

       0660-VALIDAR-CONTA.
       MOVE 'N' TO WRK-ACHOU
       SET WRK-CTA-IDX TO 1
       SEARCH WRK-TAB-CTA
           AT END
               CONTINUE
           WHEN WRK-CTA-IDX > WRK-QTD-CONTAS
               CONTINUE
           WHEN WRK-TAB-CTA-CONTA (WRK-CTA-IDX) = WRK-CONTA-TESTE
               MOVE 'S' TO WRK-ACHOU
       END-SEARCH
       IF NOT WRK-ACHOU-OK
           STRING 'CONTA FORA DO PLANO ' DELIMITED BY SIZE
               WRK-CONTA-TESTE DELIMITED BY SIZE
               INTO WRK-LOTE-MOTIVO
           GO TO 0660-VALIDAR-CONTA-EXIT
       END-IF
       IF WRK-TAB-CTA-EXIGE-CENTRO (WRK-CTA-IDX) = 'S'
          AND WRK-CENTRO = SPACES
           STRING 'CENTRO DE CUSTO AUSENTE ' DELIMITED BY SIZE
               WRK-EV-EVENTO DELIMITED BY SIZE
               ' CONTA ' DELIMITED BY SIZE
               WRK-CONTA-TESTE DELIMITED BY SIZE
               INTO WRK-LOTE-MOTIVO
       END-IF.
       0660-VALIDAR-CONTA-EXIT.
           EXIT.

       0700-FECHAR-LOTE.
       WRITE CTB-DIARIO-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE WRK-LOTE-ORIGEM TO WRK-LL-ORIGEM
       MOVE WRK-LOTE-NOME TO WRK-LL-NOME
       WRITE CTB-DIARIO-REL-LINHA FROM WRK-LINHA-LOTE
       MOVE SPACES TO WRK-LS-SITUACAO
       EVALUATE TRUE
           WHEN WRK-LOTE-JA-POSTADO-OK
               MOVE 'JA CONTABILIZADO' TO WRK-LS-SITUACAO
           WHEN WRK-LOTE-MOTIVO NOT = SPACES
               STRING 'REJEITADO - ' DELIMITED BY SIZE
                   WRK-LOTE-MOTIVO DELIMITED BY SIZE
                   INTO WRK-LS-SITUACAO
               ADD 1 TO WRK-QT-REJEITADOS
           WHEN WRK-QTD-PARTIDAS = ZEROS
               MOVE 'SEM MOVIMENTO' TO WRK-LS-SITUACAO
           WHEN OTHER
               PERFORM 0710-CONFERIR-LOTE
               IF WRK-LOTE-DEBITOS NOT = WRK-LOTE-CREDITOS
                   MOVE 'REJEITADO - DEBITOS DIFEREM DOS CREDITOS'
                       TO WRK-LS-SITUACAO
                   ADD 1 TO WRK-QT-REJEITADOS
               ELSE
                   PERFORM 0720-GRAVAR-LOTE
                   MOVE 'CONTABILIZADO' TO WRK-LS-SITUACAO
                   ADD 1 TO WRK-QT-POSTADOS
               END-IF
       END-EVALUATE
       WRITE CTB-DIARIO-REL-LINHA FROM WRK-LINHA-SITUACAO.

       0710-CONFERIR-LOTE.
       MOVE ZEROS TO WRK-LOTE-DEBITOS
       MOVE ZEROS TO WRK-LOTE-CREDITOS
       PERFORM VARYING WRK-PAR-IDX FROM 1 BY 1
               UNTIL WRK-PAR-IDX > WRK-QTD-PARTIDAS
           IF WRK-TAB-PAR-CONTA-DEB (WRK-PAR-IDX) NOT = SPACES
               ADD WRK-TAB-PAR-VALOR (WRK-PAR-IDX)
                   TO WRK-LOTE-DEBITOS
           END-IF
           IF WRK-TAB-PAR-CONTA-CRED (WRK-PAR-IDX) NOT = SPACES
               ADD WRK-TAB-PAR-VALOR (WRK-PAR-IDX)
                   TO WRK-LOTE-CREDITOS
           END-IF
       END-PERFORM.

       0720-GRAVAR-LOTE.
       WRITE CTB-DIARIO-REL-LINHA FROM WRK-LINHA-TITULOS
       MOVE WRK-DATA-CONTABIL TO CTB-LC-DATA
       MOVE WRK-LOTE-ORIGEM TO CTB-LC-LOTE
       PERFORM VARYING WRK-PAR-IDX FROM 1 BY 1
               UNTIL WRK-PAR-IDX > WRK-QTD-PARTIDAS
           MOVE WRK-TAB-PAR-EVENTO (WRK-PAR-IDX) TO CTB-LC-EVENTO
           MOVE WRK-TAB-PAR-CENTRO (WRK-PAR-IDX) TO CTB-LC-CENTRO
           MOVE WRK-TAB-PAR-EMPRESA (WRK-PAR-IDX) TO CTB-LC-EMPRESA
           MOVE WRK-TAB-PAR-VALOR (WRK-PAR-IDX) TO CTB-LC-VALOR
           MOVE WRK-TAB-PAR-CONTA-DEB (WRK-PAR-IDX) TO CTB-LC-CONTA
           MOVE 'D' TO CTB-LC-NATUREZA
           PERFORM 0730-GRAVAR-LANCAMENTO
           MOVE WRK-TAB-PAR-CONTA-CRED (WRK-PAR-IDX) TO CTB-LC-CONTA
           MOVE 'C' TO CTB-LC-NATUREZA
           PERFORM 0730-GRAVAR-LANCAMENTO
       END-PERFORM
       MOVE WRK-LOTE-DEBITOS TO WRK-LT-DEBITOS
       MOVE WRK-LOTE-CREDITOS TO WRK-LT-CREDITOS
       WRITE CTB-DIARIO-REL-LINHA FROM WRK-LINHA-TOTAL-LOTE.

       0730-GRAVAR-LANCAMENTO.
       MOVE CTB-LANCAMENTO-REC TO CTB-LANCAMENTO-LINHA
       WRITE CTB-LANCAMENTO-LINHA
       ADD 1 TO WRK-QT-LANCAMENTOS
       MOVE CTB-LC-EVENTO TO WRK-LD-EVENTO
       MOVE CTB-LC-CONTA TO WRK-LD-CONTA
       MOVE CTB-LC-CENTRO TO WRK-LD-CENTRO
       MOVE CTB-LC-NATUREZA TO WRK-LD-NATUREZA
       MOVE CTB-LC-VALOR TO WRK-LD-VALOR
       MOVE CTB-LC-EMPRESA TO WRK-LD-EMPRESA
       WRITE CTB-DIARIO-REL-LINHA FROM WRK-LINHA-DETALHE.

       0800-RELATORIO-TOTAIS.
       WRITE CTB-DIARIO-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'LOTES CONTABILIZADOS..: ' DELIMITED BY SIZE
           WRK-QT-POSTADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE CTB-DIARIO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'LOTES REJEITADOS......: ' DELIMITED BY SIZE
           WRK-QT-REJEITADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE CTB-DIARIO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'LANCAMENTOS GRAVADOS..: ' DELIMITED BY SIZE
           WRK-QT-LANCAMENTOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE CTB-DIARIO-REL-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       CLOSE CTB-LANCAMENTO-FILE
       CLOSE CTB-DIARIO-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
