      *          opens with the prior period's closing position from
      *          EX2V2SAL.DAT (written by EX2V2-FECHAMENTO) and
      *          transactions dated inside an already-closed period
      *          are refused. Reversed pairs (an estorno of tipo E
      *          and the entry it names by its sequence number in
      *          EX2V2TRN.DAT) still move the balance but stay out of
      *          the debit and credit totals; each caixa lists them
      *          in a block of their own under its subtotal.
      *          Each caixa is shown with the company of the group
      *          its transactions belong to, and the report closes
      *          with each company's opening balance (its own closing
      *          position of the prior period), debits, credits,
      *          reversals, net movement and final balance. The
      *          group consolidated position
      *          (opening balance and final balance of all companies
      *          together) is printed only when an authorized user
      *          has asked for it through SIS-CONSOLIDA; the request
      *          is used up by the run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  EX2V2-TRANSACOES-FILE.
       01 EX2V2-TRANSACOES-LINHA PIC X(53).

       FD  EX2V2-RELATORIO-FILE.
       01 EX2V2-RELATORIO-LINHA PIC X(80).

       FD  EX2V2-SALDO-FILE.
       01 EX2V2-SALDO-LINHA PIC X(56).

       WORKING-STORAGE SECTION.
       COPY EX2V2REC.
       COPY SISEMPREC.

       77 WRK-TRN-STATUS       PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-CX-DEBITOS      PIC S9(10)V99 VALUE ZEROS.
       77 WRK-CX-CREDITOS     PIC S9(10)V99 VALUE ZEROS.

       77 WRK-NUM-LANCAMENTO  PIC 9(06) VALUE ZEROS.
       77 WRK-PAR-ESTORNO     PIC X(01) VALUE 'N'.
           88 WRK-PAR-ESTORNO-OK VALUE 'S'.
       77 WRK-TOT-ESTORNOS    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-QTD-ESTORNOS    PIC 9(05) VALUE ZEROS.
       77 WRK-CX-ESTORNOS     PIC S9(10)V99 VALUE ZEROS.

       01 WRK-TABELA-ESTORNADOS.
           05 WRK-TAB-EST OCCURS 1000 TIMES
               INDEXED BY WRK-EST-IDX.
               10 WRK-TAB-EST-ORIGINAL PIC 9(06).
       77 WRK-QTD-ESTORNADOS PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-PARES.
           05 WRK-TAB-PAR OCCURS 200 TIMES
               INDEXED BY WRK-PAR-IDX.
               10 WRK-TAB-PAR-NUMERO    PIC 9(06).
               10 WRK-TAB-PAR-DATA      PIC 9(08).
               10 WRK-TAB-PAR-HISTORICO PIC X(20).
               10 WRK-TAB-PAR-VALOR     PIC S9(08)V99.
       77 WRK-QTD-PARES PIC 9(03) VALUE ZEROS.

       77 WRK-EMPRESA-TX      PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-EMPRESAS.
           05 WRK-TAB-EMT OCCURS 99 TIMES
               INDEXED BY WRK-EMT-IDX.
               10 WRK-TAB-EMT-CODIGO    PIC 9(02).
               10 WRK-TAB-EMT-DEBITOS   PIC S9(10)V99.
               10 WRK-TAB-EMT-CREDITOS  PIC S9(10)V99.
               10 WRK-TAB-EMT-ESTORNOS  PIC S9(10)V99.
               10 WRK-TAB-EMT-PERIODO   PIC 9(06).
               10 WRK-TAB-EMT-ABERTURA  PIC S9(10)V99.
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.
       77 WRK-EMP-SALDO    PIC S9(10)V99 VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
       01 WRK-LINHA-CAIXA.
           05 FILLER            PIC X(07) VALUE 'CAIXA: '.
           05 WRK-LX-CAIXA       PIC X(03).
           05 FILLER            PIC X(11) VALUE '  EMPRESA: '.
           05 WRK-LX-EMPRESA     PIC 9(02).
       01 WRK-LINHA-DETALHE.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-DATA         PIC 9(08).
           05 WRK-LT-CREDITOS  PIC ---------9,99.
           05 FILLER          PIC X(16) VALUE ' SALDO FINAL: '.
           05 WRK-LT-SALDO     PIC ---------9,99.
       01 WRK-LINHA-TITULO-ESTORNO.
           05 FILLER          PIC X(19) VALUE ' ESTORNOS DO CAIXA '.
           05 WRK-LE-CAIXA     PIC X(03).
       01 WRK-LINHA-ESTORNO.
           05 FILLER          PIC X(06) VALUE ' LCTO '.
           05 WRK-LE-NUMERO    PIC 9(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LE-DATA      PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LE-HISTORICO PIC X(20).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LE-VALOR     PIC ---------9,99.
       01 WRK-LINHA-SUBTOTAL-ESTORNO.
           05 FILLER          PIC X(24) VALUE
               ' ESTORNOS.............: '.
           05 WRK-LSE-QTD      PIC ZZZZ9.
           05 FILLER          PIC X(10) VALUE ' LIQUIDO: '.
           05 WRK-LSE-VALOR    PIC ---------9,99.
       01 WRK-LINHA-TOTAL-ESTORNO.
           05 FILLER          PIC X(24) VALUE
               'TOTAL EM ESTORNOS.....: '.
           05 WRK-LTE-QTD      PIC ZZZZ9.
           05 FILLER          PIC X(10) VALUE ' LIQUIDO: '.
           05 WRK-LTE-VALOR    PIC ---------9,99.
       01 WRK-LINHA-TITULO-EMPRESAS PIC X(60) VALUE
           'TOTAIS POR EMPRESA'.
       01 WRK-LINHA-EMPRESA.
           05 FILLER          PIC X(08) VALUE 'EMPRESA '.
           05 WRK-LM-EMPRESA   PIC 9(02).
           05 FILLER          PIC X(06) VALUE ' DEB:'.
           05 WRK-LM-DEBITOS   PIC ---------9,99.
           05 FILLER          PIC X(06) VALUE ' CRE:'.
           05 WRK-LM-CREDITOS  PIC ---------9,99.
           05 FILLER          PIC X(08) VALUE ' MOVTO:'.
           05 WRK-LM-MOVIMENTO PIC ---------9,99.
       01 WRK-LINHA-EMPRESA-ABERTURA.
           05 FILLER          PIC X(24) VALUE
               '   SALDO DE ABERTURA..: '.
           05 WRK-LMA-VALOR    PIC ---------9,99.
       01 WRK-LINHA-EMPRESA-FINAL.
           05 FILLER          PIC X(24) VALUE
               '   SALDO FINAL........: '.
           05 WRK-LMF-VALOR    PIC ---------9,99.
       01 WRK-LINHA-EMPRESA-ESTORNO.
           05 FILLER          PIC X(24) VALUE
               '   ESTORNOS LIQUIDOS..: '.
           05 WRK-LME-VALOR    PIC ---------9,99.
       01 WRK-LINHA-CONSOLIDADO.
           05 FILLER          PIC X(35) VALUE
               'CONSOLIDADO DO GRUPO - PEDIDO POR: '.
           05 WRK-LC-USUARIO   PIC X(10).
       01 WRK-LINHA-SEM-CONSOLIDADO PIC X(60) VALUE
           'CONSOLIDADO DO GRUPO NAO SOLICITADO'.
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0150-CARREGAR-SALDO-ABERTURA.
       PERFORM 0160-CARREGAR-ESTORNOS.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0300-PROCESSAR UNTIL WRK-FIM-TRN-OK.
       IF WRK-QTD-LANCAMENTOS > 0
                       IF EX2V2-SD-PERIODO > WRK-PERIODO-FECHADO
                           MOVE EX2V2-SD-PERIODO
                               TO WRK-PERIODO-FECHADO
                       END-IF
                       PERFORM 0170-SALDO-DA-EMPRESA
               END-READ
           END-PERFORM
           CLOSE EX2V2-SALDO-FILE
       END-IF.

       0160-CARREGAR-ESTORNOS.
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

      *    balances closed before the company code belong to the matriz
       0170-SALDO-DA-EMPRESA.
       IF EX2V2-SD-EMPRESA IS NUMERIC
          AND EX2V2-SD-EMPRESA > ZEROS
           MOVE EX2V2-SD-EMPRESA TO WRK-EMPRESA-TX
       ELSE
           MOVE SIS-EMPRESA-MATRIZ TO WRK-EMPRESA-TX
       END-IF
       PERFORM 0295-LOCALIZAR-CODIGO
       IF EX2V2-SD-PERIODO NOT < WRK-TAB-EMT-PERIODO (WRK-EMT-IDX)
           MOVE EX2V2-SD-PERIODO TO WRK-TAB-EMT-PERIODO (WRK-EMT-IDX)
           MOVE EX2V2-SD-SALDO TO WRK-TAB-EMT-ABERTURA (WRK-EMT-IDX)
       END-IF.

       0200-ABRIR-ARQUIVOS.
       OPEN INPUT EX2V2-TRANSACOES-FILE
       OPEN OUTPUT EX2V2-RELATORIO-FILE
       WRITE EX2V2-RELATORIO-LINHA FROM WRK-LINHA-CABECALHO
       PERFORM 0250-GRAVAR-DATA-RELATORIO
       READ EX2V2-TRANSACOES-FILE INTO EX2V2-TRANSACAO-REC
           AT END MOVE 'S' TO WRK-FIM-TRN
           NOT AT END MOVE EX2V2-TX-CAIXA TO WRK-CAIXA-ATUAL
       0280-CABECALHO-CAIXA.
       WRITE EX2V2-RELATORIO-LINHA FROM WRK-LINHA-BRANCO
       MOVE WRK-CAIXA-ATUAL TO WRK-LX-CAIXA
       IF EX2V2-TX-EMPRESA IS NUMERIC
          AND EX2V2-TX-EMPRESA > ZEROS
           MOVE EX2V2-TX-EMPRESA TO WRK-LX-EMPRESA
       ELSE
           MOVE SIS-EMPRESA-MATRIZ TO WRK-LX-EMPRESA
       END-IF
       WRITE EX2V2-RELATORIO-LINHA FROM WRK-LINHA-CAIXA.

       0290-LOCALIZAR-EMPRESA.
       IF EX2V2-TX-EMPRESA IS NUMERIC
          AND EX2V2-TX-EMPRESA > ZEROS
           MOVE EX2V2-TX-EMPRESA TO WRK-EMPRESA-TX
       ELSE
           MOVE SIS-EMPRESA-MATRIZ TO WRK-EMPRESA-TX
       END-IF
       PERFORM 0295-LOCALIZAR-CODIGO.

       0295-LOCALIZAR-CODIGO.
       SET WRK-EMT-IDX TO 1
       SEARCH WRK-TAB-EMT
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-EMT-IDX > WRK-QTD-EMPRESAS
               ADD 1 TO WRK-QTD-EMPRESAS
               MOVE WRK-EMPRESA-TX TO WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-DEBITOS (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-CREDITOS (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-ESTORNOS (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-PERIODO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-ABERTURA (WRK-EMT-IDX)
           WHEN WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) = WRK-EMPRESA-TX
               CONTINUE
       END-SEARCH.

       0300-PROCESSAR.
       ADD 1 TO WRK-NUM-LANCAMENTO
       DIVIDE EX2V2-TX-DATA BY 100 GIVING WRK-TX-PERIODO
       IF WRK-TX-PERIODO NOT > WRK-PERIODO-FECHADO
           ADD 1 TO WRK-QTD-REJEITADOS
           END-READ
       ELSE
           PERFORM 0310-PROCESSAR-LANCAMENTO
               THRU 0310-PROCESSAR-LANCAMENTO-EXIT
       END-IF.

       0310-PROCESSAR-LANCAMENTO.
       END-IF

       ADD 1 TO WRK-QTD-LANCAMENTOS
       PERFORM 0290-LOCALIZAR-EMPRESA
       PERFORM 0320-VERIFICAR-ESTORNO
       IF WRK-PAR-ESTORNO-OK
           PERFORM 0330-GUARDAR-ESTORNO
           READ EX2V2-TRANSACOES-FILE INTO EX2V2-TRANSACAO-REC
               AT END MOVE 'S' TO WRK-FIM-TRN
           END-READ
           GO TO 0310-PROCESSAR-LANCAMENTO-EXIT
       END-IF

       IF EX2V2-TX-VALOR < 0
           MOVE 'DEBITO' TO WRK-LD-TIPO
           ADD EX2V2-TX-VALOR TO WRK-TOT-DEBITOS
           ADD EX2V2-TX-VALOR TO WRK-CX-DEBITOS
           ADD EX2V2-TX-VALOR TO WRK-TAB-EMT-DEBITOS (WRK-EMT-IDX)
       ELSE
           MOVE 'CREDITO' TO WRK-LD-TIPO
           ADD EX2V2-TX-VALOR TO WRK-TOT-CREDITOS
           ADD EX2V2-TX-VALOR TO WRK-CX-CREDITOS
           ADD EX2V2-TX-VALOR TO WRK-TAB-EMT-CREDITOS (WRK-EMT-IDX)
       END-IF

       ADD EX2V2-TX-VALOR TO WRK-SALDO
           AT END MOVE 'S' TO WRK-FIM-TRN
       END-READ.

       0310-PROCESSAR-LANCAMENTO-EXIT.
       EXIT.

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

      *    a reversed pair counts in the balance but is listed apart
      *    in the closing of the caixa
       0330-GUARDAR-ESTORNO.
       IF WRK-QTD-PARES >= 200
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-QTD-PARES
       MOVE WRK-NUM-LANCAMENTO TO WRK-TAB-PAR-NUMERO (WRK-QTD-PARES)
       MOVE EX2V2-TX-DATA TO WRK-TAB-PAR-DATA (WRK-QTD-PARES)
       MOVE EX2V2-TX-HISTORICO TO
           WRK-TAB-PAR-HISTORICO (WRK-QTD-PARES)
       MOVE EX2V2-TX-VALOR TO WRK-TAB-PAR-VALOR (WRK-QTD-PARES)
       ADD 1 TO WRK-QTD-ESTORNOS
       ADD EX2V2-TX-VALOR TO WRK-TOT-ESTORNOS
       ADD EX2V2-TX-VALOR TO WRK-CX-ESTORNOS
       ADD EX2V2-TX-VALOR TO WRK-TAB-EMT-ESTORNOS (WRK-EMT-IDX)
       ADD EX2V2-TX-VALOR TO WRK-SALDO
       ADD EX2V2-TX-VALOR TO WRK-CX-SALDO.

       0350-SUBTOTAL-CAIXA.
       MOVE WRK-CAIXA-ATUAL TO WRK-LS-CAIXA
       MOVE WRK-CX-DEBITOS TO WRK-LS-DEBITOS
       MOVE WRK-CX-CREDITOS TO WRK-LS-CREDITOS
       MOVE WRK-CX-SALDO TO WRK-LS-SALDO
       WRITE EX2V2-RELATORIO-LINHA FROM WRK-LINHA-SUBTOTAL
       IF WRK-QTD-PARES > ZEROS
           PERFORM 0360-LISTAR-ESTORNOS
       END-IF
       IF WRK-CX-SALDO < 0
           MOVE WRK-CAIXA-ATUAL TO WRK-LA-CAIXA
           WRITE EX2V2-RELATORIO-LINHA FROM WRK-LINHA-ALERTA
       END-IF
       MOVE ZEROS TO WRK-CX-SALDO
       MOVE ZEROS TO WRK-CX-DEBITOS
       MOVE ZEROS TO WRK-CX-CREDITOS
       MOVE ZEROS TO WRK-CX-ESTORNOS
       MOVE ZEROS TO WRK-QTD-PARES.

       0360-LISTAR-ESTORNOS.
       MOVE WRK-CAIXA-ATUAL TO WRK-LE-CAIXA
       WRITE EX2V2-RELATORIO-LINHA FROM WRK-LINHA-TITULO-ESTORNO
       PERFORM VARYING WRK-PAR-IDX FROM 1 BY 1
               UNTIL WRK-PAR-IDX > WRK-QTD-PARES
           MOVE WRK-TAB-PAR-NUMERO (WRK-PAR-IDX) TO WRK-LE-NUMERO
           MOVE WRK-TAB-PAR-DATA (WRK-PAR-IDX) TO WRK-LE-DATA
           MOVE WRK-TAB-PAR-HISTORICO (WRK-PAR-IDX)
               TO WRK-LE-HISTORICO
           MOVE WRK-TAB-PAR-VALOR (WRK-PAR-IDX) TO WRK-LE-VALOR
           WRITE EX2V2-RELATORIO-LINHA FROM WRK-LINHA-ESTORNO
       END-PERFORM
       MOVE WRK-QTD-PARES TO WRK-LSE-QTD
       MOVE WRK-CX-ESTORNOS TO WRK-LSE-VALOR
       WRITE EX2V2-RELATORIO-LINHA FROM WRK-LINHA-SUBTOTAL-ESTORNO.

       0400-GRAVAR-TOTAL.
       PERFORM 0420-TOTAIS-EMPRESAS
       WRITE EX2V2-RELATORIO-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-CONSOLIDADO TO TRUE
       MOVE 'EX2V2-CAIXA' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NAO
           WRITE EX2V2-RELATORIO-LINHA FROM WRK-LINHA-SEM-CONSOLIDADO
       ELSE
           PERFORM 0410-GRAVAR-CONSOLIDADO
       END-IF.

       0410-GRAVAR-CONSOLIDADO.
       MOVE SIS-EP-USUARIO TO WRK-LC-USUARIO
       WRITE EX2V2-RELATORIO-LINHA FROM WRK-LINHA-CONSOLIDADO
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           ADD WRK-TAB-EMT-ABERTURA (WRK-EMT-IDX)
               TO WRK-SALDO-ABERTURA
       END-PERFORM
       ADD WRK-SALDO-ABERTURA TO WRK-SALDO
       MOVE WRK-SALDO-ABERTURA TO WRK-LB-SALDO
       WRITE EX2V2-RELATORIO-LINHA FROM WRK-LINHA-ABERTURA
       MOVE WRK-TOT-DEBITOS TO WRK-LT-DEBITOS
       MOVE WRK-TOT-CREDITOS TO WRK-LT-CREDITOS
       MOVE WRK-SALDO TO WRK-LT-SALDO
       WRITE EX2V2-RELATORIO-LINHA FROM WRK-LINHA-TOTAL
       MOVE WRK-QTD-ESTORNOS TO WRK-LTE-QTD
       MOVE WRK-TOT-ESTORNOS TO WRK-LTE-VALOR
       WRITE EX2V2-RELATORIO-LINHA FROM WRK-LINHA-TOTAL-ESTORNO.

       0420-TOTAIS-EMPRESAS.
       WRITE EX2V2-RELATORIO-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX2V2-RELATORIO-LINHA FROM WRK-LINHA-TITULO-EMPRESAS
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-LM-EMPRESA
           MOVE WRK-TAB-EMT-DEBITOS (WRK-EMT-IDX) TO WRK-LM-DEBITOS
           MOVE WRK-TAB-EMT-CREDITOS (WRK-EMT-IDX) TO WRK-LM-CREDITOS
           COMPUTE WRK-EMP-SALDO =
               WRK-TAB-EMT-DEBITOS (WRK-EMT-IDX)
             + WRK-TAB-EMT-CREDITOS (WRK-EMT-IDX)
             + WRK-TAB-EMT-ESTORNOS (WRK-EMT-IDX)
           MOVE WRK-EMP-SALDO TO WRK-LM-MOVIMENTO
           WRITE EX2V2-RELATORIO-LINHA FROM WRK-LINHA-EMPRESA
           MOVE WRK-TAB-EMT-ABERTURA (WRK-EMT-IDX) TO WRK-LMA-VALOR
           WRITE EX2V2-RELATORIO-LINHA FROM WRK-LINHA-EMPRESA-ABERTURA
           IF WRK-TAB-EMT-ESTORNOS (WRK-EMT-IDX) NOT = ZEROS
               MOVE WRK-TAB-EMT-ESTORNOS (WRK-EMT-IDX)
                   TO WRK-LME-VALOR
               WRITE EX2V2-RELATORIO-LINHA
                   FROM WRK-LINHA-EMPRESA-ESTORNO
           END-IF
           ADD WRK-TAB-EMT-ABERTURA (WRK-EMT-IDX) TO WRK-EMP-SALDO
           MOVE WRK-EMP-SALDO TO WRK-LMF-VALOR
           WRITE EX2V2-RELATORIO-LINHA FROM WRK-LINHA-EMPRESA-FINAL
       END-PERFORM.

       0900-FECHAR-ARQUIVOS.
       CLOSE EX2V2-TRANSACOES-FILE
       CLOSE EX2V2-RELATORIO-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
