      ******************************************************************
      * Author:
      * Date:
      * Purpose: client receivables for the EX11 rate calculator -
      *          keeps EX11CRC.DAT with one entry per invoice of
      *          EX11FAT.DAT: due date (issue date plus the payment
      *          term), invoiced value, payments, credit notes,
      *          compensations and the open balance. Payments are the
      *          tipo R entries the tellers booked in EX2V2-CAPTURA
      *          (reference = invoice number) and credit notes come
      *          from EX11NCR.DAT; both are rebuilt from the whole
      *          files on each run, in the way EX5-COBRANCA settles
      *          the tuition invoices, so a rerun never applies a
      *          payment twice. A partial payment leaves the rest
      *          open; what an invoice receives above its value is
      *          carried to the oldest open invoices of the same
      *          client and, when none is left, stays as a credit of
      *          the client (negative balance, situacao C). Every
      *          payment, credit note and compensation applied is
      *          written to EX11CRCMOV.DAT. The dunning level kept by
      *          EX11-COBRANCA survives the rebuild. Open and credit
      *          invoices, payments and credit notes that match no
      *          invoice and the totals go to EX11CRCREL.DAT; RC 4
      *          when anything was left unmatched.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX11-RECEBER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX11-RECEBER-FILE ASSIGN TO 'EX11CRC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RECEBER-STATUS.
           SELECT EX11-FATURA-FILE ASSIGN TO 'EX11FAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FATURA-STATUS.
           SELECT EX2V2-TRANSACOES-FILE ASSIGN TO 'EX2V2TRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRN-STATUS.
           SELECT EX11-NOTA-CREDITO-FILE ASSIGN TO 'EX11NCR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOTA-STATUS.
           SELECT EX11-MOVIMENTO-FILE ASSIGN TO 'EX11CRCMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOVIMENTO-STATUS.
           SELECT EX11-CRC-REL-FILE ASSIGN TO 'EX11CRCREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX11-RECEBER-FILE.
       01 EX11-RECEBER-LINHA PIC X(87).

       FD  EX11-FATURA-FILE.
       01 EX11-FATURA-LINHA PIC X(60).

       FD  EX2V2-TRANSACOES-FILE.
       01 EX2V2-TRANSACOES-LINHA PIC X(53).

       FD  EX11-NOTA-CREDITO-FILE.
       01 EX11-NOTA-CREDITO-LINHA PIC X(60).

       FD  EX11-MOVIMENTO-FILE.
       01 EX11-MOVIMENTO-LINHA PIC X(36).

       FD  EX11-CRC-REL-FILE.
       01 EX11-CRC-REL-LINHA PIC X(103).

       WORKING-STORAGE SECTION.
       COPY EX11REC.
       COPY EX2V2REC.

       77 WRK-RECEBER-STATUS   PIC X(02) VALUE '00'.
       77 WRK-FATURA-STATUS    PIC X(02) VALUE '00'.
       77 WRK-TRN-STATUS       PIC X(02) VALUE '00'.
       77 WRK-NOTA-STATUS      PIC X(02) VALUE '00'.
       77 WRK-MOVIMENTO-STATUS PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-DATA-NEGOCIO-DEC.
           05 WRK-DN-ANO PIC 9(04).
           05 WRK-DN-MES PIC 9(02).
           05 WRK-DN-DIA PIC 9(02).
       01 WRK-DATA-NEGOCIO REDEFINES WRK-DATA-NEGOCIO-DEC PIC 9(08).

       77 WRK-PRAZO-PAGAMENTO PIC 9(03) VALUE 30.

       01 WRK-TABELA-RECEBIVEIS.
           05 WRK-TAB-RC OCCURS 2000 TIMES
               INDEXED BY WRK-RC-IDX WRK-RC-DST.
               10 WRK-TAB-RC-FATURA     PIC 9(06).
               10 WRK-TAB-RC-CLIENTE    PIC X(05).
               10 WRK-TAB-RC-EMISSAO    PIC 9(08).
               10 WRK-TAB-RC-VENCIMENTO PIC 9(08).
               10 WRK-TAB-RC-VALOR      PIC 9(08)V99.
               10 WRK-TAB-RC-PAGO       PIC 9(08)V99.
               10 WRK-TAB-RC-CREDITOS   PIC 9(08)V99.
               10 WRK-TAB-RC-COMPENSADO PIC S9(08)V99.
               10 WRK-TAB-RC-SALDO      PIC S9(08)V99.
               10 WRK-TAB-RC-SITUACAO   PIC X(01).
               10 WRK-TAB-RC-AVISO      PIC 9(01).
               10 WRK-TAB-RC-DATA-AVISO PIC 9(08).
       77 WRK-QTD-RECEBIVEIS PIC 9(04) VALUE ZEROS.
       77 WRK-RC-POS         PIC 9(04) VALUE ZEROS.
       77 WRK-FATURA-NUM     PIC 9(06) VALUE ZEROS.
       77 WRK-ORDINAL        PIC 9(06) VALUE ZEROS.
       77 WRK-TRANSFERIR     PIC 9(08)V99 VALUE ZEROS.

       77 WRK-QT-NOVAS        PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PAGAMENTOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NOTAS        PIC 9(05) VALUE ZEROS.
       77 WRK-QT-COMPENSACOES PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-FATURA   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ABERTAS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-QUITADAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CREDORAS     PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-A-RECEBER   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITOS    PIC 9(10)V99 VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'CONTAS A RECEBER DE CLIENTES - EX11-RECEBER'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-SEM-FATURA.
           05 WRK-LS-DOCUMENTO PIC X(25).
           05 WRK-LS-NUMERO    PIC 9(06).
           05 FILLER         PIC X(10) VALUE '  FATURA: '.
           05 WRK-LS-FATURA    PIC X(06).
           05 FILLER         PIC X(09) VALUE '  VALOR: '.
           05 WRK-LS-VALOR     PIC ZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-TITULOS.
           05 FILLER PIC X(40) VALUE
               'FATURA CLIENTE VENCIMENTO         VALOR '.
           05 FILLER PIC X(40) VALUE
               '         PAGO      CREDITOS     COMPENSA'.
           05 FILLER PIC X(23) VALUE
               'DO          SALDO  SIT'.
       01 WRK-LINHA-DETALHE.
           05 WRK-LD-FATURA     PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-CLIENTE    PIC X(05).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-LD-VENCIMENTO PIC 9(08).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-LD-VALOR      PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-PAGO       PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-CREDITOS   PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-COMPENSADO PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-SALDO      PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LD-SITUACAO   PIC X(01).
       01 WRK-LINHA-VALOR.
           05 WRK-LV-ROTULO    PIC X(24).
           05 WRK-LV-VALOR     PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
           CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
           PERFORM 0120-CARREGAR-RECEBIVEIS
           PERFORM 0130-CARREGAR-FATURAS
           PERFORM 0200-ABRIR-ARQUIVOS
           PERFORM 0300-APLICAR-PAGAMENTOS
           PERFORM 0400-APLICAR-NOTAS
           PERFORM VARYING WRK-RC-IDX FROM 1 BY 1
                   UNTIL WRK-RC-IDX > WRK-QTD-RECEBIVEIS
               PERFORM 0550-CALCULAR-SALDO
           END-PERFORM
           PERFORM VARYING WRK-RC-IDX FROM 1 BY 1
                   UNTIL WRK-RC-IDX > WRK-QTD-RECEBIVEIS
               IF WRK-TAB-RC-SALDO (WRK-RC-IDX) < ZEROS
                   PERFORM 0500-COMPENSAR-EXCESSO
               END-IF
           END-PERFORM
           WRITE EX11-CRC-REL-LINHA FROM WRK-LINHA-BRANCO
           WRITE EX11-CRC-REL-LINHA FROM WRK-LINHA-TITULOS
           PERFORM VARYING WRK-RC-IDX FROM 1 BY 1
                   UNTIL WRK-RC-IDX > WRK-QTD-RECEBIVEIS
               PERFORM 0600-LISTAR-FATURA
           END-PERFORM
           PERFORM 0800-RELATORIO-TOTAIS
           PERFORM 0900-FECHAR-ARQUIVOS
           PERFORM 0950-REGRAVAR-RECEBIVEIS
           IF WRK-QT-SEM-FATURA > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    previous run: only the notice level is carried over, the
      *    amounts applied are worked out again on every run
       0120-CARREGAR-RECEBIVEIS.
           MOVE 'N' TO WRK-FIM-ARQUIVO
           OPEN INPUT EX11-RECEBER-FILE
           IF WRK-RECEBER-STATUS = '00'
               PERFORM UNTIL WRK-FIM-ARQUIVO-OK
                   READ EX11-RECEBER-FILE INTO EX11-RECEBER-REC
                       AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0125-GUARDAR-RECEBIVEL
                   END-READ
               END-PERFORM
               CLOSE EX11-RECEBER-FILE
           END-IF.

       0125-GUARDAR-RECEBIVEL.
           IF WRK-QTD-RECEBIVEIS >= 2000
               PERFORM 9000-ABORTAR-CAPACIDADE
           END-IF
           ADD 1 TO WRK-QTD-RECEBIVEIS
           SET WRK-RC-IDX TO WRK-QTD-RECEBIVEIS
           MOVE EX11-RC-FATURA TO WRK-TAB-RC-FATURA (WRK-RC-IDX)
           MOVE EX11-RC-CLIENTE TO WRK-TAB-RC-CLIENTE (WRK-RC-IDX)
           MOVE EX11-RC-EMISSAO TO WRK-TAB-RC-EMISSAO (WRK-RC-IDX)
           MOVE EX11-RC-VENCIMENTO TO
               WRK-TAB-RC-VENCIMENTO (WRK-RC-IDX)
           MOVE EX11-RC-VALOR TO WRK-TAB-RC-VALOR (WRK-RC-IDX)
           MOVE ZEROS TO WRK-TAB-RC-PAGO (WRK-RC-IDX)
           MOVE ZEROS TO WRK-TAB-RC-CREDITOS (WRK-RC-IDX)
           MOVE ZEROS TO WRK-TAB-RC-COMPENSADO (WRK-RC-IDX)
           MOVE EX11-RC-VALOR TO WRK-TAB-RC-SALDO (WRK-RC-IDX)
           MOVE 'A' TO WRK-TAB-RC-SITUACAO (WRK-RC-IDX)
           MOVE EX11-RC-AVISO TO WRK-TAB-RC-AVISO (WRK-RC-IDX)
           MOVE EX11-RC-DATA-AVISO TO
               WRK-TAB-RC-DATA-AVISO (WRK-RC-IDX).

       0130-CARREGAR-FATURAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO
           OPEN INPUT EX11-FATURA-FILE
           IF WRK-FATURA-STATUS = '00'
               PERFORM UNTIL WRK-FIM-ARQUIVO-OK
                   READ EX11-FATURA-FILE INTO EX11-FATURA-REC
                       AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           MOVE EX11-FT-NUMERO TO WRK-FATURA-NUM
                           PERFORM 0140-LOCALIZAR-FATURA
                           IF WRK-RC-POS = ZEROS
                               PERFORM 0135-INCLUIR-FATURA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EX11-FATURA-FILE
           END-IF.

       0135-INCLUIR-FATURA.
           IF WRK-QTD-RECEBIVEIS >= 2000
               PERFORM 9000-ABORTAR-CAPACIDADE
           END-IF
           ADD 1 TO WRK-QTD-RECEBIVEIS
           ADD 1 TO WRK-QT-NOVAS
           SET WRK-RC-IDX TO WRK-QTD-RECEBIVEIS
           MOVE EX11-FT-NUMERO TO WRK-TAB-RC-FATURA (WRK-RC-IDX)
           MOVE EX11-FT-CLIENTE TO WRK-TAB-RC-CLIENTE (WRK-RC-IDX)
           MOVE EX11-FT-EMISSAO TO WRK-TAB-RC-EMISSAO (WRK-RC-IDX)
           COMPUTE WRK-TAB-RC-VENCIMENTO (WRK-RC-IDX) =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (EX11-FT-EMISSAO)
                    + WRK-PRAZO-PAGAMENTO)
           MOVE EX11-FT-VALOR TO WRK-TAB-RC-VALOR (WRK-RC-IDX)
           MOVE ZEROS TO WRK-TAB-RC-PAGO (WRK-RC-IDX)
           MOVE ZEROS TO WRK-TAB-RC-CREDITOS (WRK-RC-IDX)
           MOVE ZEROS TO WRK-TAB-RC-COMPENSADO (WRK-RC-IDX)
           MOVE EX11-FT-VALOR TO WRK-TAB-RC-SALDO (WRK-RC-IDX)
           MOVE 'A' TO WRK-TAB-RC-SITUACAO (WRK-RC-IDX)
           MOVE ZEROS TO WRK-TAB-RC-AVISO (WRK-RC-IDX)
           MOVE ZEROS TO WRK-TAB-RC-DATA-AVISO (WRK-RC-IDX).

       0140-LOCALIZAR-FATURA.
           MOVE ZEROS TO WRK-RC-POS
           SET WRK-RC-IDX TO 1
           SEARCH WRK-TAB-RC
               AT END
                   CONTINUE
               WHEN WRK-RC-IDX > WRK-QTD-RECEBIVEIS
                   CONTINUE
               WHEN WRK-TAB-RC-FATURA (WRK-RC-IDX) = WRK-FATURA-NUM
                   SET WRK-RC-POS TO WRK-RC-IDX
           END-SEARCH.

       0200-ABRIR-ARQUIVOS.
           OPEN OUTPUT EX11-MOVIMENTO-FILE
           OPEN OUTPUT EX11-CRC-REL-FILE
           WRITE EX11-CRC-REL-LINHA FROM WRK-CABECALHO
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WRK-DT-DIA TO WRK-LDR-DIA
           MOVE WRK-DT-MES TO WRK-LDR-MES
           MOVE WRK-DT-ANO TO WRK-LDR-ANO
           WRITE EX11-CRC-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
           WRITE EX11-CRC-REL-LINHA FROM WRK-LINHA-BRANCO.

       0300-APLICAR-PAGAMENTOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO
           OPEN INPUT EX2V2-TRANSACOES-FILE
           IF WRK-TRN-STATUS = '00'
               PERFORM UNTIL WRK-FIM-ARQUIVO-OK
                   READ EX2V2-TRANSACOES-FILE INTO EX2V2-TRANSACAO-REC
                       AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WRK-ORDINAL
                           IF EX2V2-TX-RECEBIMENTO
                               PERFORM 0310-APLICAR-PAGAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EX2V2-TRANSACOES-FILE
           END-IF.

       0310-APLICAR-PAGAMENTO.
           MOVE ZEROS TO WRK-RC-POS
           IF EX2V2-TX-REFERENCIA IS NUMERIC
               MOVE EX2V2-TX-REFERENCIA TO WRK-FATURA-NUM
               PERFORM 0140-LOCALIZAR-FATURA
           END-IF
           IF WRK-RC-POS = ZEROS
               ADD 1 TO WRK-QT-SEM-FATURA
               MOVE 'PAGAMENTO SEM FATURA NR ' TO WRK-LS-DOCUMENTO
               MOVE WRK-ORDINAL TO WRK-LS-NUMERO
               MOVE EX2V2-TX-REFERENCIA TO WRK-LS-FATURA
               MOVE EX2V2-TX-VALOR TO WRK-LS-VALOR
               WRITE EX11-CRC-REL-LINHA FROM WRK-LINHA-SEM-FATURA
           ELSE
               ADD 1 TO WRK-QT-PAGAMENTOS
               SET WRK-RC-IDX TO WRK-RC-POS
               ADD EX2V2-TX-VALOR TO WRK-TAB-RC-PAGO (WRK-RC-IDX)
               MOVE 'P' TO EX11-MV-TIPO
               MOVE EX2V2-TX-DATA TO EX11-MV-DATA
               MOVE WRK-ORDINAL TO EX11-MV-DOCUMENTO
               MOVE EX2V2-TX-VALOR TO EX11-MV-VALOR
               PERFORM 0700-GRAVAR-MOVIMENTO
           END-IF.

      *    credit notes dated in the future wait for their day
       0400-APLICAR-NOTAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO
           OPEN INPUT EX11-NOTA-CREDITO-FILE
           IF WRK-NOTA-STATUS = '00'
               PERFORM UNTIL WRK-FIM-ARQUIVO-OK
                   READ EX11-NOTA-CREDITO-FILE
                       INTO EX11-NOTA-CREDITO-REC
                       AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF EX11-NC-DATA <= WRK-DATA-NEGOCIO
                               PERFORM 0410-APLICAR-NOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EX11-NOTA-CREDITO-FILE
           END-IF.

       0410-APLICAR-NOTA.
           MOVE EX11-NC-FATURA TO WRK-FATURA-NUM
           PERFORM 0140-LOCALIZAR-FATURA
           IF WRK-RC-POS = ZEROS
               ADD 1 TO WRK-QT-SEM-FATURA
               MOVE 'NOTA DE CREDITO SEM FATURA' TO WRK-LS-DOCUMENTO
               MOVE EX11-NC-NUMERO TO WRK-LS-NUMERO
               MOVE EX11-NC-FATURA TO WRK-LS-FATURA
               MOVE EX11-NC-VALOR TO WRK-LS-VALOR
               WRITE EX11-CRC-REL-LINHA FROM WRK-LINHA-SEM-FATURA
           ELSE
               ADD 1 TO WRK-QT-NOTAS
               SET WRK-RC-IDX TO WRK-RC-POS
               ADD EX11-NC-VALOR TO WRK-TAB-RC-CREDITOS (WRK-RC-IDX)
               MOVE 'N' TO EX11-MV-TIPO
               MOVE EX11-NC-DATA TO EX11-MV-DATA
               MOVE EX11-NC-NUMERO TO EX11-MV-DOCUMENTO
               MOVE EX11-NC-VALOR TO EX11-MV-VALOR
               PERFORM 0700-GRAVAR-MOVIMENTO
           END-IF.

      *    the excess over one invoice settles the client's oldest
      *    open invoices; what is left stays as credit
       0500-COMPENSAR-EXCESSO.
           PERFORM VARYING WRK-RC-DST FROM 1 BY 1
                   UNTIL WRK-RC-DST > WRK-QTD-RECEBIVEIS
                      OR WRK-TAB-RC-SALDO (WRK-RC-IDX) NOT < ZEROS
               IF WRK-TAB-RC-CLIENTE (WRK-RC-DST)
                       = WRK-TAB-RC-CLIENTE (WRK-RC-IDX)
                  AND WRK-TAB-RC-SALDO (WRK-RC-DST) > ZEROS
                   PERFORM 0510-TRANSFERIR-EXCESSO
               END-IF
           END-PERFORM.

       0510-TRANSFERIR-EXCESSO.
           COMPUTE WRK-TRANSFERIR = 0 - WRK-TAB-RC-SALDO (WRK-RC-IDX)
           IF WRK-TRANSFERIR > WRK-TAB-RC-SALDO (WRK-RC-DST)
               MOVE WRK-TAB-RC-SALDO (WRK-RC-DST) TO WRK-TRANSFERIR
           END-IF
           ADD 1 TO WRK-QT-COMPENSACOES
           SUBTRACT WRK-TRANSFERIR FROM
               WRK-TAB-RC-COMPENSADO (WRK-RC-IDX)
           ADD WRK-TRANSFERIR TO WRK-TAB-RC-SALDO (WRK-RC-IDX)
           ADD WRK-TRANSFERIR TO WRK-TAB-RC-COMPENSADO (WRK-RC-DST)
           SUBTRACT WRK-TRANSFERIR FROM WRK-TAB-RC-SALDO (WRK-RC-DST)

           MOVE 'C' TO EX11-MV-TIPO
           MOVE WRK-DATA-NEGOCIO TO EX11-MV-DATA
           MOVE WRK-TAB-RC-FATURA (WRK-RC-DST) TO EX11-MV-DOCUMENTO
           COMPUTE EX11-MV-VALOR = 0 - WRK-TRANSFERIR
           PERFORM 0700-GRAVAR-MOVIMENTO
           SET WRK-RC-POS TO WRK-RC-IDX
           SET WRK-RC-IDX TO WRK-RC-DST
           MOVE WRK-TAB-RC-FATURA (WRK-RC-POS) TO EX11-MV-DOCUMENTO
           MOVE WRK-TRANSFERIR TO EX11-MV-VALOR
           PERFORM 0700-GRAVAR-MOVIMENTO
           SET WRK-RC-IDX TO WRK-RC-POS.

       0550-CALCULAR-SALDO.
           COMPUTE WRK-TAB-RC-SALDO (WRK-RC-IDX) =
               WRK-TAB-RC-VALOR (WRK-RC-IDX)
               - WRK-TAB-RC-PAGO (WRK-RC-IDX)
               - WRK-TAB-RC-CREDITOS (WRK-RC-IDX)
               - WRK-TAB-RC-COMPENSADO (WRK-RC-IDX).

       0600-LISTAR-FATURA.
           EVALUATE TRUE
               WHEN WRK-TAB-RC-SALDO (WRK-RC-IDX) > ZEROS
                   MOVE 'A' TO WRK-TAB-RC-SITUACAO (WRK-RC-IDX)
                   ADD 1 TO WRK-QT-ABERTAS
                   ADD WRK-TAB-RC-SALDO (WRK-RC-IDX)
                       TO WRK-TOT-A-RECEBER
               WHEN WRK-TAB-RC-SALDO (WRK-RC-IDX) < ZEROS
                   MOVE 'C' TO WRK-TAB-RC-SITUACAO (WRK-RC-IDX)
                   ADD 1 TO WRK-QT-CREDORAS
                   SUBTRACT WRK-TAB-RC-SALDO (WRK-RC-IDX)
                       FROM WRK-TOT-CREDITOS
               WHEN OTHER
                   MOVE 'Q' TO WRK-TAB-RC-SITUACAO (WRK-RC-IDX)
                   ADD 1 TO WRK-QT-QUITADAS
           END-EVALUATE
           IF WRK-TAB-RC-SITUACAO (WRK-RC-IDX) NOT = 'Q'
               MOVE WRK-TAB-RC-FATURA (WRK-RC-IDX) TO WRK-LD-FATURA
               MOVE WRK-TAB-RC-CLIENTE (WRK-RC-IDX) TO WRK-LD-CLIENTE
               MOVE WRK-TAB-RC-VENCIMENTO (WRK-RC-IDX)
                   TO WRK-LD-VENCIMENTO
               MOVE WRK-TAB-RC-VALOR (WRK-RC-IDX) TO WRK-LD-VALOR
               MOVE WRK-TAB-RC-PAGO (WRK-RC-IDX) TO WRK-LD-PAGO
               MOVE WRK-TAB-RC-CREDITOS (WRK-RC-IDX)
                   TO WRK-LD-CREDITOS
               MOVE WRK-TAB-RC-COMPENSADO (WRK-RC-IDX)
                   TO WRK-LD-COMPENSADO
               MOVE WRK-TAB-RC-SALDO (WRK-RC-IDX) TO WRK-LD-SALDO
               MOVE WRK-TAB-RC-SITUACAO (WRK-RC-IDX)
                   TO WRK-LD-SITUACAO
               WRITE EX11-CRC-REL-LINHA FROM WRK-LINHA-DETALHE
           END-IF.

       0700-GRAVAR-MOVIMENTO.
           MOVE WRK-TAB-RC-FATURA (WRK-RC-IDX) TO EX11-MV-FATURA
           MOVE WRK-TAB-RC-CLIENTE (WRK-RC-IDX) TO EX11-MV-CLIENTE
           MOVE EX11-MOVIMENTO-REC TO EX11-MOVIMENTO-LINHA
           WRITE EX11-MOVIMENTO-LINHA.

       0800-RELATORIO-TOTAIS.
           WRITE EX11-CRC-REL-LINHA FROM WRK-LINHA-BRANCO
           MOVE SPACES TO WRK-LINHA-RESUMO
           STRING 'FATURAS NOVAS.........: ' DELIMITED BY SIZE
               WRK-QT-NOVAS DELIMITED BY SIZE
               INTO WRK-LINHA-RESUMO
           WRITE EX11-CRC-REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE SPACES TO WRK-LINHA-RESUMO
           STRING 'FATURAS EM ABERTO.....: ' DELIMITED BY SIZE
               WRK-QT-ABERTAS DELIMITED BY SIZE
               INTO WRK-LINHA-RESUMO
           WRITE EX11-CRC-REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE SPACES TO WRK-LINHA-RESUMO
           STRING 'FATURAS QUITADAS......: ' DELIMITED BY SIZE
               WRK-QT-QUITADAS DELIMITED BY SIZE
               INTO WRK-LINHA-RESUMO
           WRITE EX11-CRC-REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE SPACES TO WRK-LINHA-RESUMO
           STRING 'FATURAS COM CREDITO...: ' DELIMITED BY SIZE
               WRK-QT-CREDORAS DELIMITED BY SIZE
               INTO WRK-LINHA-RESUMO
           WRITE EX11-CRC-REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE SPACES TO WRK-LINHA-RESUMO
           STRING 'PAGAMENTOS APLICADOS..: ' DELIMITED BY SIZE
               WRK-QT-PAGAMENTOS DELIMITED BY SIZE
               INTO WRK-LINHA-RESUMO
           WRITE EX11-CRC-REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE SPACES TO WRK-LINHA-RESUMO
           STRING 'NOTAS DE CREDITO......: ' DELIMITED BY SIZE
               WRK-QT-NOTAS DELIMITED BY SIZE
               INTO WRK-LINHA-RESUMO
           WRITE EX11-CRC-REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE SPACES TO WRK-LINHA-RESUMO
           STRING 'COMPENSACOES..........: ' DELIMITED BY SIZE
               WRK-QT-COMPENSACOES DELIMITED BY SIZE
               INTO WRK-LINHA-RESUMO
           WRITE EX11-CRC-REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE SPACES TO WRK-LINHA-RESUMO
           STRING 'SEM FATURA............: ' DELIMITED BY SIZE
               WRK-QT-SEM-FATURA DELIMITED BY SIZE
               INTO WRK-LINHA-RESUMO
           WRITE EX11-CRC-REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'SALDO A RECEBER.......: ' TO WRK-LV-ROTULO
           MOVE WRK-TOT-A-RECEBER TO WRK-LV-VALOR
           WRITE EX11-CRC-REL-LINHA FROM WRK-LINHA-VALOR
           MOVE 'CREDITOS DE CLIENTES..: ' TO WRK-LV-ROTULO
           MOVE WRK-TOT-CREDITOS TO WRK-LV-VALOR
           WRITE EX11-CRC-REL-LINHA FROM WRK-LINHA-VALOR.

       0900-FECHAR-ARQUIVOS.
           CLOSE EX11-MOVIMENTO-FILE
           CLOSE EX11-CRC-REL-FILE.

       0950-REGRAVAR-RECEBIVEIS.
           OPEN OUTPUT EX11-RECEBER-FILE
           PERFORM VARYING WRK-RC-IDX FROM 1 BY 1
                   UNTIL WRK-RC-IDX > WRK-QTD-RECEBIVEIS
               MOVE WRK-TAB-RC-FATURA (WRK-RC-IDX) TO EX11-RC-FATURA
               MOVE WRK-TAB-RC-CLIENTE (WRK-RC-IDX) TO EX11-RC-CLIENTE
               MOVE WRK-TAB-RC-EMISSAO (WRK-RC-IDX) TO EX11-RC-EMISSAO
               MOVE WRK-TAB-RC-VENCIMENTO (WRK-RC-IDX)
                   TO EX11-RC-VENCIMENTO
               MOVE WRK-TAB-RC-VALOR (WRK-RC-IDX) TO EX11-RC-VALOR
               MOVE WRK-TAB-RC-PAGO (WRK-RC-IDX) TO EX11-RC-PAGO
               MOVE WRK-TAB-RC-CREDITOS (WRK-RC-IDX)
                   TO EX11-RC-CREDITOS
               MOVE WRK-TAB-RC-COMPENSADO (WRK-RC-IDX)
                   TO EX11-RC-COMPENSADO
               MOVE WRK-TAB-RC-SALDO (WRK-RC-IDX) TO EX11-RC-SALDO
               MOVE WRK-TAB-RC-SITUACAO (WRK-RC-IDX)
                   TO EX11-RC-SITUACAO
               MOVE WRK-TAB-RC-AVISO (WRK-RC-IDX) TO EX11-RC-AVISO
               MOVE WRK-TAB-RC-DATA-AVISO (WRK-RC-IDX)
                   TO EX11-RC-DATA-AVISO
               MOVE EX11-RECEBER-REC TO EX11-RECEBER-LINHA
               WRITE EX11-RECEBER-LINHA
           END-PERFORM
           CLOSE EX11-RECEBER-FILE.

       9000-ABORTAR-CAPACIDADE.
           DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - '
               'RUN ABORTADO'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
