      * Purpose: month-end close for the EX2V2 cash subsystem - totals
      *          the period's transactions in EX2V2TRN.DAT on top of
      *          the previous period's closing balance and appends the
      *          period closing records (period, closing balance, debit
      *          and credit totals, one per company of the group) to
      *          the balance file EX2V2SAL.DAT, which EX2V2-CAIXA reads
      *          as its opening position. Each company's balance is
      *          carried forward on its own. The
      *          period closed is the month BEFORE the run date (so
      *          the close can run on the 1st without freezing the
      *          new month), unless EX2V2FECPRM.DAT names the period
      *          (AAAAMM) explicitly. Reversed pairs (an estorno of
      *          tipo E and the entry it names by its sequence number
      *          in EX2V2TRN.DAT) are kept out of the debit and credit
      *          totals and closed in a total of their own, so the
      *          period shows what really moved through the caixas.
      *          The period's figures are shown per company of the
      *          group; the group figures (debits, credits, opening
      *          and closing balance of all companies together) only
      *          on a consolidated request left by SIS-CONSOLIDA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  EX2V2-TRANSACOES-FILE.
       01 EX2V2-TRANSACOES-LINHA PIC X(53).

       FD  EX2V2-SALDO-FILE.
       01 EX2V2-SALDO-LINHA PIC X(56).

       FD  EX2V2-FECPRM-FILE.
       01 EX2V2-FECPRM-LINHA PIC X(06).

       WORKING-STORAGE SECTION.
       COPY EX2V2REC.
       COPY SISEMPREC.

       77 WRK-TRN-STATUS   PIC X(02) VALUE '00'.
       77 WRK-SALDO-STATUS PIC X(02) VALUE '00'.
       77 WRK-TOT-CREDITOS   PIC S9(10)V99 VALUE ZEROS.
       77 WRK-QTD-LANCAMENTOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-FORA-PERIODO PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-ESTORNOS   PIC S9(10)V99 VALUE ZEROS.
       77 WRK-QTD-ESTORNOS   PIC 9(06) VALUE ZEROS.
       77 WRK-NUM-LANCAMENTO PIC 9(06) VALUE ZEROS.
       77 WRK-PAR-ESTORNO    PIC X(01) VALUE 'N'.
           88 WRK-PAR-ESTORNO-OK VALUE 'S'.
       77 WRK-TOTAL-ED       PIC ---------9,99.
       77 WRK-DEBITOS-ED     PIC ---------9,99.
       77 WRK-CREDITOS-ED    PIC ---------9,99.

       77 WRK-EMPRESA-TX      PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-EMPRESAS.
           05 WRK-TAB-EMT OCCURS 99 TIMES
               INDEXED BY WRK-EMT-IDX.
               10 WRK-TAB-EMT-CODIGO    PIC 9(02).
               10 WRK-TAB-EMT-QTD       PIC 9(06).
               10 WRK-TAB-EMT-DEBITOS   PIC S9(10)V99.
               10 WRK-TAB-EMT-CREDITOS  PIC S9(10)V99.
               10 WRK-TAB-EMT-QTD-EST   PIC 9(06).
               10 WRK-TAB-EMT-ESTORNOS  PIC S9(10)V99.
               10 WRK-TAB-EMT-PERIODO   PIC 9(06).
               10 WRK-TAB-EMT-SALDO-ANT PIC S9(10)V99.
               10 WRK-TAB-EMT-SALDO     PIC S9(10)V99.
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.

       01 WRK-TABELA-ESTORNADOS.
           05 WRK-TAB-EST OCCURS 1000 TIMES
               INDEXED BY WRK-EST-IDX.
               10 WRK-TAB-EST-ORIGINAL PIC 9(06).
       77 WRK-QTD-ESTORNADOS PIC 9(04) VALUE ZEROS.

       77 WRK-PERIODO-ATUAL PIC 9(06) VALUE ZEROS.
       77 WRK-TX-PERIODO    PIC 9(06) VALUE ZEROS.
           DISPLAY 'PERIODO ' WRK-PERIODO-ATUAL ' JA FECHADO'
           MOVE 8 TO RETURN-CODE
       ELSE
           PERFORM 0180-CARREGAR-ESTORNOS
           PERFORM 0200-TOTALIZAR-TRANSACOES
           PERFORM 0400-GRAVAR-FECHAMENTO
           DISPLAY 'PERIODO FECHADO: ' WRK-PERIODO-ATUAL
           PERFORM 0500-MOSTRAR-TOTAIS
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       0120-DEFINIR-PERIODO.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
                       IF EX2V2-SD-PERIODO > WRK-PERIODO-FECHADO
                           MOVE EX2V2-SD-PERIODO
                               TO WRK-PERIODO-FECHADO
                       END-IF
                       PERFORM 0160-SALDO-DA-EMPRESA
               END-READ
           END-PERFORM
           CLOSE EX2V2-SALDO-FILE
       END-IF.

      *    balances closed before the company code belong to the matriz
       0160-SALDO-DA-EMPRESA.
       IF EX2V2-SD-EMPRESA IS NUMERIC
          AND EX2V2-SD-EMPRESA > ZEROS
           MOVE EX2V2-SD-EMPRESA TO WRK-EMPRESA-TX
       ELSE
           MOVE SIS-EMPRESA-MATRIZ TO WRK-EMPRESA-TX
       END-IF
       PERFORM 0315-LOCALIZAR-CODIGO
       IF EX2V2-SD-PERIODO NOT < WRK-TAB-EMT-PERIODO (WRK-EMT-IDX)
           MOVE EX2V2-SD-PERIODO TO WRK-TAB-EMT-PERIODO (WRK-EMT-IDX)
           MOVE EX2V2-SD-SALDO TO WRK-TAB-EMT-SALDO-ANT (WRK-EMT-IDX)
           MOVE EX2V2-SD-SALDO TO WRK-TAB-EMT-SALDO (WRK-EMT-IDX)
       END-IF.

       0180-CARREGAR-ESTORNOS.
       OPEN INPUT EX2V2-TRANSACOES-FILE
       IF WRK-TRN-STATUS = '00'
           PERFORM UNTIL WRK-FIM-TRN-OK
               READ EX2V2-TRANSACOES-FILE INTO EX2V2-TRANSACAO-REC
                   AT END MOVE 'S' TO WRK-FIM-TRN
                   NOT AT END
                       IF EX2V2-TX-ESTORNO
                          AND EX2V2-TX-REFERENCIA IS NUMERIC
                           IF WRK-QTD-ESTORNADOS >= 1000
                               PERFORM 9000-ABORTAR-CAPACIDADE
                           END-IF
                           ADD 1 TO WRK-QTD-ESTORNADOS
                           MOVE EX2V2-TX-REFERENCIA TO
                               WRK-TAB-EST-ORIGINAL
                                   (WRK-QTD-ESTORNADOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX2V2-TRANSACOES-FILE
       END-IF
       MOVE 'N' TO WRK-FIM-TRN.

       0200-TOTALIZAR-TRANSACOES.
       OPEN INPUT EX2V2-TRANSACOES-FILE
       CLOSE EX2V2-TRANSACOES-FILE.

       0300-ACUMULAR.
       ADD 1 TO WRK-NUM-LANCAMENTO
       DIVIDE EX2V2-TX-DATA BY 100 GIVING WRK-TX-PERIODO
       IF WRK-TX-PERIODO > WRK-PERIODO-FECHADO
          AND WRK-TX-PERIODO <= WRK-PERIODO-ATUAL
           PERFORM 0310-LOCALIZAR-EMPRESA
           ADD 1 TO WRK-TAB-EMT-QTD (WRK-EMT-IDX)
           PERFORM 0320-VERIFICAR-ESTORNO
           EVALUATE TRUE
               WHEN WRK-PAR-ESTORNO-OK
                   ADD 1 TO WRK-TAB-EMT-QTD-EST (WRK-EMT-IDX)
                   ADD EX2V2-TX-VALOR
                       TO WRK-TAB-EMT-ESTORNOS (WRK-EMT-IDX)
               WHEN EX2V2-TX-VALOR < 0
                   ADD EX2V2-TX-VALOR
                       TO WRK-TAB-EMT-DEBITOS (WRK-EMT-IDX)
               WHEN OTHER
                   ADD EX2V2-TX-VALOR
                       TO WRK-TAB-EMT-CREDITOS (WRK-EMT-IDX)
           END-EVALUATE
           ADD EX2V2-TX-VALOR TO WRK-TAB-EMT-SALDO (WRK-EMT-IDX)
       ELSE
           ADD 1 TO WRK-QTD-FORA-PERIODO
       END-IF
           AT END MOVE 'S' TO WRK-FIM-TRN
       END-READ.

       0310-LOCALIZAR-EMPRESA.
       IF EX2V2-TX-EMPRESA IS NUMERIC
          AND EX2V2-TX-EMPRESA > ZEROS
           MOVE EX2V2-TX-EMPRESA TO WRK-EMPRESA-TX
       ELSE
           MOVE SIS-EMPRESA-MATRIZ TO WRK-EMPRESA-TX
       END-IF
       PERFORM 0315-LOCALIZAR-CODIGO.

       0315-LOCALIZAR-CODIGO.
       SET WRK-EMT-IDX TO 1
       SEARCH WRK-TAB-EMT
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-EMT-IDX > WRK-QTD-EMPRESAS
               ADD 1 TO WRK-QTD-EMPRESAS
               MOVE WRK-EMPRESA-TX TO WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-QTD (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-DEBITOS (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-CREDITOS (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-QTD-EST (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-ESTORNOS (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-PERIODO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-SALDO-ANT (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-SALDO (WRK-EMT-IDX)
           WHEN WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) = WRK-EMPRESA-TX
               CONTINUE
       END-SEARCH.

       0320-VERIFICAR-ESTORNO.
       MOVE 'N' TO WRK-PAR-ESTORNO
       IF EX2V2-TX-ESTORNO
           MOVE 'S' TO WRK-PAR-ESTORNO
       ELSE
           SET WRK-EST-IDX TO 1
           SEARCH WRK-TAB-EST
               AT END
                   CONTINUE
               WHEN WRK-EST-IDX > WRK-QTD-ESTORNADOS
                   CONTINUE
               WHEN WRK-TAB-EST-ORIGINAL (WRK-EST-IDX)
                       = WRK-NUM-LANCAMENTO
                   MOVE 'S' TO WRK-PAR-ESTORNO
           END-SEARCH
       END-IF.

       0400-GRAVAR-FECHAMENTO.
       OPEN EXTEND EX2V2-SALDO-FILE
       IF WRK-SALDO-STATUS = '35'
           OPEN OUTPUT EX2V2-SALDO-FILE
       END-IF
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           PERFORM 0410-GRAVAR-SALDO-EMPRESA
       END-PERFORM
       CLOSE EX2V2-SALDO-FILE.

       0410-GRAVAR-SALDO-EMPRESA.
       MOVE WRK-PERIODO-ATUAL TO EX2V2-SD-PERIODO
       MOVE WRK-TAB-EMT-SALDO (WRK-EMT-IDX) TO EX2V2-SD-SALDO
       MOVE WRK-TAB-EMT-DEBITOS (WRK-EMT-IDX) TO EX2V2-SD-DEBITOS
       MOVE WRK-TAB-EMT-CREDITOS (WRK-EMT-IDX) TO EX2V2-SD-CREDITOS
       MOVE WRK-TAB-EMT-ESTORNOS (WRK-EMT-IDX) TO EX2V2-SD-ESTORNOS
       MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO EX2V2-SD-EMPRESA
       MOVE EX2V2-SALDO-REC TO EX2V2-SALDO-LINHA
       WRITE EX2V2-SALDO-LINHA.

       0500-MOSTRAR-TOTAIS.
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           MOVE WRK-TAB-EMT-DEBITOS (WRK-EMT-IDX) TO WRK-DEBITOS-ED
           MOVE WRK-TAB-EMT-CREDITOS (WRK-EMT-IDX) TO WRK-CREDITOS-ED
           DISPLAY 'EMPRESA ' WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
               ' LANCAMENTOS: ' WRK-TAB-EMT-QTD (WRK-EMT-IDX)
               ' DEB: ' WRK-DEBITOS-ED ' CRE: ' WRK-CREDITOS-ED
           MOVE WRK-TAB-EMT-SALDO-ANT (WRK-EMT-IDX) TO WRK-DEBITOS-ED
           MOVE WRK-TAB-EMT-SALDO (WRK-EMT-IDX) TO WRK-CREDITOS-ED
           DISPLAY '   SALDO ANTERIOR: ' WRK-DEBITOS-ED
               ' SALDO FINAL: ' WRK-CREDITOS-ED
           MOVE WRK-TAB-EMT-ESTORNOS (WRK-EMT-IDX) TO WRK-TOTAL-ED
           DISPLAY '   ESTORNOS (ORIGINAL E ESTORNO): '
               WRK-TAB-EMT-QTD-EST (WRK-EMT-IDX)
               ' LIQUIDO: ' WRK-TOTAL-ED
       END-PERFORM
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-CONSOLIDADO TO TRUE
       MOVE 'EX2V2-FECHAMENT' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NAO
           DISPLAY 'CONSOLIDADO DO GRUPO NAO SOLICITADO'
       ELSE
           PERFORM 0520-MOSTRAR-CONSOLIDADO
       END-IF.

       0520-MOSTRAR-CONSOLIDADO.
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           ADD WRK-TAB-EMT-QTD (WRK-EMT-IDX) TO WRK-QTD-LANCAMENTOS
           ADD WRK-TAB-EMT-DEBITOS (WRK-EMT-IDX) TO WRK-TOT-DEBITOS
           ADD WRK-TAB-EMT-CREDITOS (WRK-EMT-IDX) TO WRK-TOT-CREDITOS
           ADD WRK-TAB-EMT-QTD-EST (WRK-EMT-IDX) TO WRK-QTD-ESTORNOS
           ADD WRK-TAB-EMT-ESTORNOS (WRK-EMT-IDX) TO WRK-TOT-ESTORNOS
           ADD WRK-TAB-EMT-SALDO-ANT (WRK-EMT-IDX)
               TO WRK-SALDO-ANTERIOR
           ADD WRK-TAB-EMT-SALDO (WRK-EMT-IDX) TO WRK-SALDO
       END-PERFORM
       DISPLAY 'CONSOLIDADO DO GRUPO - PEDIDO POR: ' SIS-EP-USUARIO
       MOVE WRK-TOT-DEBITOS TO WRK-DEBITOS-ED
       MOVE WRK-TOT-CREDITOS TO WRK-CREDITOS-ED
       DISPLAY 'LANCAMENTOS: ' WRK-QTD-LANCAMENTOS
           ' DEB: ' WRK-DEBITOS-ED ' CRE: ' WRK-CREDITOS-ED
       MOVE WRK-SALDO-ANTERIOR TO WRK-DEBITOS-ED
       MOVE WRK-SALDO TO WRK-CREDITOS-ED
       DISPLAY 'SALDO ANTERIOR: ' WRK-DEBITOS-ED
           ' SALDO FINAL: ' WRK-CREDITOS-ED
       MOVE WRK-TOT-ESTORNOS TO WRK-TOTAL-ED
       DISPLAY 'ESTORNOS (ORIGINAL E ESTORNO): '
           WRK-QTD-ESTORNOS ' LIQUIDO: ' WRK-TOTAL-ED.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
