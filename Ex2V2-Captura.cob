      * Purpose: interactive teller capture for the EX2V2 cash
      *          subsystem - prompts for caixa, data, tipo, valor and
      *          historico with validation and re-prompt on error in
      *          the style ex1V1 established. Besides debit and credit,
      *          tipo T books one leg of an inter-branch transfer,
      *          carrying the destination caixa and a six-character
      *          transfer reference so EX2V2-TRANSF can pair both legs
      *          later, and tipo P parks a post-dated receipt in the
      *          held-items file EX2V2HELD.DAT with its maturity date,
      *          where EX2V2-CUSTODIA posts it on the day it matures
      *          instead of inflating today's position. Tipo M takes a
      *          tuition payment for the ex5 school against the
      *          six-digit invoice number of EX5FAT.DAT: the invoice
      *          must be open, its student and balance are shown to the
      *          teller and a value above the balance is refused; the
      *          entry is booked as a credit carrying tipo M and the
      *          invoice number as its reference, which EX5-COBRANCA
      *          settles against the receivables. Tipo R takes a
      *          payment from an EX11 client against the six-digit
      *          invoice number of EX11FAT.DAT: the client and the open
      *          balance (from EX11CRC.DAT once EX11-RECEBER has seen
      *          the invoice) are shown, a value above the balance is
      *          accepted and left as a credit of the client, and the
      *          entry is booked as a credit carrying tipo R and the
      *          invoice number for EX11-RECEBER. Tipo G pays an EX63
      *          prize against the payout reference of EX63PAG.DAT
      *          written by EX63-PAGAMENTO: the payout must still be
      *          pending (and not already paid in a batch waiting in
      *          EX2V2TRN.DAT), the winner and prize are shown, the
      *          value must match the prize exactly and the entry is
      *          booked as a debit carrying tipo G and the payout
      *          reference, which EX63-PAGAMENTO settles. Debits and
      *          credits may carry the customer's six-character
      *          reference, which the cash activity monitor
      *          EX2V2-MONITOR follows. Tipo E reverses an entry
      *          already released to EX2V2TRN.DAT, named by its
      *          sequence number in that file: the original must belong
      *          to the same caixa, be a plain debit or credit and not
      *          be reversed yet; the estorno carries exactly the
      *          opposite amount and the original number as its
      *          reference, needs a supervisor when the original is
      *          older than the business day, and is logged to
      *          EX2V2EST.DAT for EX2V2-ESTORNOS. Past the caixa's
      *          cutoff time in EX2V2CRT.DAT an entry dated on the
      *          business date is moved to the next business day
      *          (weekends and the EX26FER.DAT holidays skipped); an
      *          entry dated into a day already closed is back-valued
      *          and needs a supervisor, and releasing it leaves notes
      *          in the operations journal OPERJRN.DAT to rerun
      *          EX2V2-FECHAMENTO and EX2V2-CONTAGEM for that day. It
      *          keeps showing a running session total after each
      *          entry, and only releases the batch to EX2V2TRN.DAT
      *          after the teller confirms the end-of-session summary
      *          (count, debits, credits). Entries that exhaust the
      *          retry limit are logged to SISEXC.DAT instead of
      *          reaching the transaction file, so malformed lines stop
      *          showing up in the cash report. Values above the
      *          caixa/operator limit in EX2V2LIM.DAT are blocked
      *          unless a supervisor with the admin profile in
      *          EX40USR.DAT approves on the spot; every override goes
      *          to EX2V2OVR.DAT with both identities for the auditors.
      *          The caixa must fall in the caixa range of a company
      *          of the group the teller has been granted (SIS-EMPRESA)
      *          and every entry released carries that company.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EX2V2-CUSTODIA-FILE ASSIGN TO 'EX2V2HELD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CUSTODIA-STATUS.
           SELECT EX5-FATURA-FILE ASSIGN TO 'EX5FAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FATURA-STATUS.
           SELECT EX11-FATURA-FILE ASSIGN TO 'EX11FAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FAT-CLI-STATUS.
           SELECT EX11-RECEBER-FILE ASSIGN TO 'EX11CRC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RECEBER-STATUS.
           SELECT EX2V2-ESTORNO-FILE ASSIGN TO 'EX2V2EST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ESTORNO-STATUS.
           SELECT EX2V2-CORTE-FILE ASSIGN TO 'EX2V2CRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CORTE-STATUS.
           SELECT EX26-FERIADO-FILE ASSIGN TO 'EX26FER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIADO-STATUS.
           SELECT OPER-JORNAL-FILE ASSIGN TO 'OPERJRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JORNAL-STATUS.
           SELECT EX63-PAGAMENTO-FILE ASSIGN TO 'EX63PAG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAGAMENTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX2V2-TRANSACOES-FILE.
       01 EX2V2-TRANSACOES-LINHA PIC X(53).

       FD  SIS-EXCECAO-FILE.
       01 SIS-EXCECAO-LINHA PIC X(84).
       FD  EX2V2-CUSTODIA-FILE.
       01 EX2V2-CUSTODIA-LINHA PIC X(36).

       FD  EX5-FATURA-FILE.
       01 EX5-FATURA-LINHA PIC X(81).

       FD  EX11-FATURA-FILE.
       01 EX11-FATURA-LINHA PIC X(60).

       FD  EX11-RECEBER-FILE.
       01 EX11-RECEBER-LINHA PIC X(87).

       FD  EX2V2-ESTORNO-FILE.
       01 EX2V2-ESTORNO-LINHA PIC X(81).

       FD  EX2V2-CORTE-FILE.
       01 EX2V2-CORTE-LINHA PIC X(07).

       FD  EX26-FERIADO-FILE.
       01 EX26-FERIADO-LINHA PIC X(28).

       FD  OPER-JORNAL-FILE.
       01 OPER-JORNAL-LINHA PIC X(78).

       FD  EX63-PAGAMENTO-FILE.
       01 EX63-PAGAMENTO-LINHA PIC X(67).

       WORKING-STORAGE SECTION.
       COPY EX2V2REC.
       COPY EX40REC.
       COPY SISEXCREC.
       COPY EX5REC.
       COPY EX11REC.
       COPY EX26REC.
       COPY NOTURNOREC.
       COPY EX63REC.
       COPY SISEMPREC.

       77 WRK-TRN-STATUS    PIC X(02) VALUE '00'.
       77 WRK-SISEXC-STATUS PIC X(02) VALUE '00'.
       77 WRK-CUSTODIA-STATUS PIC X(02) VALUE '00'.
       77 WRK-VENCIMENTO-IN  PIC X(08) VALUE SPACES.
       77 WRK-VENCIMENTO     PIC 9(08) VALUE ZEROS.
       77 WRK-FATURA-STATUS  PIC X(02) VALUE '00'.
       77 WRK-ESTORNO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FAT-CLI-STATUS PIC X(02) VALUE '00'.
       77 WRK-RECEBER-STATUS PIC X(02) VALUE '00'.
       77 WRK-EST-NUMERO     PIC 9(06) VALUE ZEROS.
       77 WRK-EST-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WRK-EST-DATA-ORIG  PIC 9(08) VALUE ZEROS.
       77 WRK-EST-VALOR-ORIG PIC S9(08)V99 VALUE ZEROS.
       77 WRK-EST-HIST-ORIG  PIC X(20) VALUE SPACES.
       77 WRK-EST-ACHOU      PIC X(01) VALUE 'N'.
           88 WRK-EST-ACHOU-OK VALUE 'S'.
       77 WRK-EST-JA-ESTORNADO PIC X(01) VALUE 'N'.
           88 WRK-EST-JA-ESTORNADO-OK VALUE 'S'.
       77 WRK-EST-MOTIVO     PIC X(40) VALUE SPACES.

       77 WRK-CORTE-STATUS   PIC X(02) VALUE '00'.
       77 WRK-FERIADO-STATUS PIC X(02) VALUE '00'.
       77 WRK-JORNAL-STATUS  PIC X(02) VALUE '00'.
       01 WRK-TABELA-CORTES.
           05 WRK-TAB-CRT OCCURS 50 TIMES
               INDEXED BY WRK-CRT-IDX.
               10 WRK-TAB-CRT-CAIXA PIC X(03).
               10 WRK-TAB-CRT-HORA  PIC 9(04).
       77 WRK-QTD-CORTES PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-FERIADOS.
           05 WRK-TAB-FER OCCURS 100 TIMES
               INDEXED BY WRK-FER-IDX.
               10 WRK-TAB-FER-DATA PIC 9(08).
       77 WRK-QTD-FERIADOS PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-PROXIMO  PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-PROXIMO  PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-SEMANA    PIC 9(01) VALUE ZEROS.
       77 WRK-QUOCIENTE     PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-UTIL      PIC X(01) VALUE 'N'.
           88 WRK-DIA-UTIL-OK VALUE 'S'.
       77 WRK-HORA-CORTE    PIC 9(04) VALUE ZEROS.
       77 WRK-HORA-ATUAL    PIC 9(04) VALUE ZEROS.
       77 WRK-RETROATIVO    PIC X(01) VALUE 'N'.
           88 WRK-RETROATIVO-OK VALUE 'S'.
       77 WRK-JRN-DATA      PIC 9(08) VALUE ZEROS.
       77 WRK-JRN-REFERENCIA PIC X(12) VALUE SPACES.
       77 WRK-JRN-TEXTO     PIC X(40) VALUE SPACES.
       77 WRK-JRN-EXISTE    PIC X(01) VALUE 'N'.
           88 WRK-JRN-EXISTE-OK VALUE 'S'.

       01 WRK-DATA-NEGOCIO-DEC.
           05 WRK-DN-ANO PIC 9(04).
           05 WRK-DN-MES PIC 9(02).
           05 WRK-DN-DIA PIC 9(02).
       01 WRK-DATA-NEGOCIO REDEFINES WRK-DATA-NEGOCIO-DEC PIC 9(08).

       01 WRK-TABELA-FATURAS.
           05 WRK-TAB-FTR OCCURS 2000 TIMES
               INDEXED BY WRK-FTR-IDX.
               10 WRK-TAB-FTR-NUMERO PIC 9(06).
               10 WRK-TAB-FTR-NOME   PIC X(20).
               10 WRK-TAB-FTR-SALDO  PIC 9(06)V99.
       77 WRK-QTD-FATURAS PIC 9(04) VALUE ZEROS.
       77 WRK-FATURA-POS  PIC 9(04) VALUE ZEROS.
       77 WRK-FATURA-NUM  PIC 9(06) VALUE ZEROS.

       01 WRK-TABELA-FATURAS-CLIENTES.
           05 WRK-TAB-FCL OCCURS 2000 TIMES
               INDEXED BY WRK-FCL-IDX.
               10 WRK-TAB-FCL-NUMERO  PIC 9(06).
               10 WRK-TAB-FCL-CLIENTE PIC X(05).
               10 WRK-TAB-FCL-SALDO   PIC S9(08)V99.
       77 WRK-QTD-FAT-CLIENTES PIC 9(04) VALUE ZEROS.
       77 WRK-FAT-CLI-POS      PIC 9(04) VALUE ZEROS.

       77 WRK-PAGAMENTO-STATUS PIC X(02) VALUE '00'.
       01 WRK-TABELA-PREMIOS.
           05 WRK-TAB-PRM OCCURS 2000 TIMES
               INDEXED BY WRK-PRM-IDX.
               10 WRK-TAB-PRM-REFERENCIA PIC X(06).
               10 WRK-TAB-PRM-NOME       PIC X(20).
               10 WRK-TAB-PRM-VALOR      PIC 9(08)V99.
               10 WRK-TAB-PRM-SITUACAO   PIC X(01).
       77 WRK-QTD-PREMIOS PIC 9(04) VALUE ZEROS.
       77 WRK-PREMIO-POS  PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-SESSAO.
           05 WRK-TAB-SES OCCURS 200 TIMES
               10 WRK-TAB-SES-TIPO      PIC X(01).
               10 WRK-TAB-SES-DESTINO   PIC X(03).
               10 WRK-TAB-SES-REFERENCIA PIC X(06).
               10 WRK-TAB-SES-SUPERVISOR PIC X(10).
               10 WRK-TAB-SES-DATA-ORIG  PIC 9(08).
               10 WRK-TAB-SES-HIST-ORIG  PIC X(20).
               10 WRK-TAB-SES-RETROATIVO PIC X(01).
               10 WRK-TAB-SES-EMPRESA    PIC 9(02).
       77 WRK-QTD-SESSAO PIC 9(03) VALUE ZEROS.

       77 WRK-CAIXA      PIC X(03) VALUE SPACES.
       77 WRK-EMPRESA    PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-IN    PIC X(08) VALUE SPACES.
       77 WRK-DATA       PIC 9(08) VALUE ZEROS.
       77 WRK-TIPO       PIC X(01) VALUE SPACES.
       END-IF
       DISPLAY 'INFORME O SEU USUARIO (OPERADOR)'
       ACCEPT WRK-OPERADOR FROM CONSOLE
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
       PERFORM 0150-CARREGAR-LIMITES
       PERFORM 0160-CARREGAR-USUARIOS
       PERFORM 0170-CARREGAR-FATURAS
       PERFORM 0175-CARREGAR-FATURAS-CLIENTES
       PERFORM 0177-CARREGAR-PREMIOS
       PERFORM 0180-CARREGAR-CORTES
       PERFORM 0190-CALCULAR-PROXIMO-DIA

       PERFORM 0200-CAPTURAR-LANCAMENTO
           THRU 0200-CAPTURAR-LANCAMENTO-EXIT
           CLOSE EX40-USUARIOS-FILE
       END-IF.

       0170-CARREGAR-FATURAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-FATURA-FILE
       IF WRK-FATURA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX5-FATURA-FILE INTO EX5-FATURA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX5-FT-ABERTA
                          AND WRK-QTD-FATURAS < 2000
                           ADD 1 TO WRK-QTD-FATURAS
                           MOVE EX5-FT-NUMERO TO
                               WRK-TAB-FTR-NUMERO (WRK-QTD-FATURAS)
                           MOVE EX5-FT-NOME TO
                               WRK-TAB-FTR-NOME (WRK-QTD-FATURAS)
                           COMPUTE WRK-TAB-FTR-SALDO (WRK-QTD-FATURAS)
                               = EX5-FT-VALOR-LIQ - EX5-FT-VALOR-PAGO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX5-FATURA-FILE
       END-IF.

      *    EX11 client invoices for the tipo R receipts; the open
      *    balance comes from EX11CRC.DAT once the invoice is there
       0175-CARREGAR-FATURAS-CLIENTES.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX11-FATURA-FILE
       IF WRK-FAT-CLI-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX11-FATURA-FILE INTO EX11-FATURA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-FAT-CLIENTES < 2000
                           ADD 1 TO WRK-QTD-FAT-CLIENTES
                           MOVE EX11-FT-NUMERO TO
                               WRK-TAB-FCL-NUMERO
                                   (WRK-QTD-FAT-CLIENTES)
                           MOVE EX11-FT-CLIENTE TO
                               WRK-TAB-FCL-CLIENTE
                                   (WRK-QTD-FAT-CLIENTES)
                           MOVE EX11-FT-VALOR TO
                               WRK-TAB-FCL-SALDO
                                   (WRK-QTD-FAT-CLIENTES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX11-FATURA-FILE
       END-IF
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX11-RECEBER-FILE
       IF WRK-RECEBER-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX11-RECEBER-FILE INTO EX11-RECEBER-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       SET WRK-FCL-IDX TO 1
                       SEARCH WRK-TAB-FCL
                           AT END
                               CONTINUE
                           WHEN WRK-FCL-IDX > WRK-QTD-FAT-CLIENTES
                               CONTINUE
                           WHEN WRK-TAB-FCL-NUMERO (WRK-FCL-IDX)
                                   = EX11-RC-FATURA
                               MOVE EX11-RC-SALDO TO
                                   WRK-TAB-FCL-SALDO (WRK-FCL-IDX)
                       END-SEARCH
               END-READ
           END-PERFORM
           CLOSE EX11-RECEBER-FILE
       END-IF.

      *    prizes pending in EX63-PAGAMENTO (tipo G); those paid in a
      *    released batch and not yet settled are left out
       0177-CARREGAR-PREMIOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX63-PAGAMENTO-FILE
       IF WRK-PAGAMENTO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX63-PAGAMENTO-FILE INTO EX63-PAGAMENTO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX63-PG-PENDENTE
                          AND WRK-QTD-PREMIOS < 2000
                           ADD 1 TO WRK-QTD-PREMIOS
                           MOVE EX63-PG-REFERENCIA TO
                               WRK-TAB-PRM-REFERENCIA (WRK-QTD-PREMIOS)
                           MOVE EX63-PG-NOME TO
                               WRK-TAB-PRM-NOME (WRK-QTD-PREMIOS)
                           MOVE EX63-PG-VALOR TO
                               WRK-TAB-PRM-VALOR (WRK-QTD-PREMIOS)
                           MOVE 'P' TO
                               WRK-TAB-PRM-SITUACAO (WRK-QTD-PREMIOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX63-PAGAMENTO-FILE
       END-IF
       IF WRK-QTD-PREMIOS > ZEROS
           MOVE 'N' TO WRK-FIM-ARQUIVO
           OPEN INPUT EX2V2-TRANSACOES-FILE
           IF WRK-TRN-STATUS = '00'
               PERFORM UNTIL WRK-FIM-ARQUIVO-OK
                   READ EX2V2-TRANSACOES-FILE INTO EX2V2-TRANSACAO-REC
                       AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF EX2V2-TX-PREMIO
                               PERFORM 0178-MARCAR-PREMIO-PAGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EX2V2-TRANSACOES-FILE
           END-IF
       END-IF.

       0178-MARCAR-PREMIO-PAGO.
       SET WRK-PRM-IDX TO 1
       SEARCH WRK-TAB-PRM
           AT END
               CONTINUE
           WHEN WRK-PRM-IDX > WRK-QTD-PREMIOS
               CONTINUE
           WHEN WRK-TAB-PRM-REFERENCIA (WRK-PRM-IDX)
                   = EX2V2-TX-REFERENCIA
               MOVE 'G' TO WRK-TAB-PRM-SITUACAO (WRK-PRM-IDX)
       END-SEARCH.

       0180-CARREGAR-CORTES.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX2V2-CORTE-FILE
       IF WRK-CORTE-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX2V2-CORTE-FILE INTO EX2V2-CORTE-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX2V2-CR-HORA-CORTE IS NUMERIC
                          AND WRK-QTD-CORTES < 50
                           ADD 1 TO WRK-QTD-CORTES
                           MOVE EX2V2-CR-CAIXA TO
                               WRK-TAB-CRT-CAIXA (WRK-QTD-CORTES)
                           MOVE EX2V2-CR-HORA-CORTE TO
                               WRK-TAB-CRT-HORA (WRK-QTD-CORTES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX2V2-CORTE-FILE
       END-IF.

      *    next business day after the business date: skips
      *    weekends and the EX26FER.DAT holidays
       0190-CALCULAR-PROXIMO-DIA.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-FERIADO-FILE
       IF WRK-FERIADO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-FERIADO-FILE INTO EX26-FERIADO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX26-FR-DATA > WRK-DATA-NEGOCIO
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
           FUNCTION INTEGER-OF-DATE (WRK-DATA-NEGOCIO)
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
       END-PERFORM.

       0200-CAPTURAR-LANCAMENTO.
       IF WRK-QTD-SESSAO >= 200
           DISPLAY 'LIMITE DE LANCAMENTOS DA SESSAO ATINGIDO'
           MOVE 'N' TO WRK-CONTINUAR
           GO TO 0200-CAPTURAR-LANCAMENTO-EXIT
       END-IF
       MOVE SPACES TO WRK-SUPERVISOR
       MOVE 'N' TO WRK-RETROATIVO
       PERFORM 0250-OBTER-CAIXA
       PERFORM 0300-OBTER-DATA THRU 0300-OBTER-DATA-EXIT
       IF WRK-ENTRADA-OK
           PERFORM 0330-APLICAR-CORTE THRU 0330-APLICAR-CORTE-EXIT
       END-IF
       PERFORM 0350-OBTER-TIPO THRU 0350-OBTER-TIPO-EXIT
       PERFORM 0400-OBTER-VALOR THRU 0400-OBTER-VALOR-EXIT
       PERFORM 0450-OBTER-HISTORICO
           THRU 0450-OBTER-HISTORICO-EXIT

       IF WRK-ENTRADA-OK AND WRK-TIPO = 'M'
          AND WRK-VALOR > WRK-TAB-FTR-SALDO (WRK-FATURA-POS)
           DISPLAY 'VALOR ACIMA DO SALDO DA FATURA'
           MOVE 'N' TO WRK-VALIDO
           PERFORM 0500-GRAVAR-EXCECAO
       END-IF

       IF WRK-ENTRADA-OK AND WRK-TIPO = 'G'
          AND WRK-VALOR NOT = WRK-TAB-PRM-VALOR (WRK-PREMIO-POS)
           DISPLAY 'VALOR DIFERENTE DO PREMIO'
           MOVE 'N' TO WRK-VALIDO
           PERFORM 0500-GRAVAR-EXCECAO
       END-IF

       IF WRK-ENTRADA-OK AND WRK-DATA < WRK-DATA-NEGOCIO
           PERFORM 0340-AUTORIZAR-RETROATIVO
       END-IF

       IF WRK-ENTRADA-OK AND WRK-TIPO = 'E'
           IF WRK-EST-DATA-ORIG < WRK-DATA-NEGOCIO
              AND NOT WRK-RETROATIVO-OK
               PERFORM 0465-AUTORIZAR-ESTORNO
           END-IF
       ELSE
           IF WRK-ENTRADA-OK
               PERFORM 0460-VERIFICAR-LIMITE
           END-IF
       END-IF

       IF WRK-ENTRADA-OK AND WRK-TIPO = 'P'
       END-IF

       IF WRK-ENTRADA-OK
           EVALUATE TRUE
               WHEN WRK-TIPO = 'E'
                   COMPUTE WRK-VALOR-ASSINADO = 0 - WRK-EST-VALOR-ORIG
                   IF WRK-VALOR-ASSINADO < ZEROS
                       ADD WRK-VALOR-ASSINADO TO WRK-TOT-DEBITOS
                   ELSE
                       ADD WRK-VALOR-ASSINADO TO WRK-TOT-CREDITOS
                   END-IF
               WHEN WRK-TIPO = 'D'
               WHEN WRK-TIPO = 'G'
               WHEN WRK-TIPO = 'T' AND WRK-SENTIDO-TRANSF = 'E'
                   COMPUTE WRK-VALOR-ASSINADO = 0 - WRK-VALOR
                   ADD WRK-VALOR-ASSINADO TO WRK-TOT-DEBITOS
               WHEN OTHER
                   MOVE WRK-VALOR TO WRK-VALOR-ASSINADO
                   ADD WRK-VALOR-ASSINADO TO WRK-TOT-CREDITOS
           END-EVALUATE
           ADD WRK-VALOR-ASSINADO TO WRK-SALDO-SESSAO

           ADD 1 TO WRK-QTD-SESSAO
           MOVE WRK-CAIXA TO WRK-TAB-SES-CAIXA (WRK-QTD-SESSAO)
           MOVE WRK-EMPRESA TO WRK-TAB-SES-EMPRESA (WRK-QTD-SESSAO)
           MOVE WRK-RETROATIVO TO
               WRK-TAB-SES-RETROATIVO (WRK-QTD-SESSAO)
           MOVE WRK-DATA TO WRK-TAB-SES-DATA (WRK-QTD-SESSAO)
           MOVE WRK-VALOR-ASSINADO TO
               WRK-TAB-SES-VALOR (WRK-QTD-SESSAO)
           MOVE WRK-HISTORICO TO
               WRK-TAB-SES-HISTORICO (WRK-QTD-SESSAO)
           EVALUATE WRK-TIPO
               WHEN 'T'
                   MOVE 'T' TO WRK-TAB-SES-TIPO (WRK-QTD-SESSAO)
                   MOVE WRK-CAIXA-DESTINO TO
                       WRK-TAB-SES-DESTINO (WRK-QTD-SESSAO)
                   MOVE WRK-REFERENCIA TO
                       WRK-TAB-SES-REFERENCIA (WRK-QTD-SESSAO)
               WHEN 'M'
                   MOVE 'M' TO WRK-TAB-SES-TIPO (WRK-QTD-SESSAO)
                   MOVE SPACES TO
                       WRK-TAB-SES-DESTINO (WRK-QTD-SESSAO)
                   MOVE WRK-REFERENCIA TO
                       WRK-TAB-SES-REFERENCIA (WRK-QTD-SESSAO)
                   SUBTRACT WRK-VALOR FROM
                       WRK-TAB-FTR-SALDO (WRK-FATURA-POS)
               WHEN 'R'
                   MOVE 'R' TO WRK-TAB-SES-TIPO (WRK-QTD-SESSAO)
                   MOVE SPACES TO
                       WRK-TAB-SES-DESTINO (WRK-QTD-SESSAO)
                   MOVE WRK-REFERENCIA TO
                       WRK-TAB-SES-REFERENCIA (WRK-QTD-SESSAO)
                   SUBTRACT WRK-VALOR FROM
                       WRK-TAB-FCL-SALDO (WRK-FAT-CLI-POS)
               WHEN 'G'
                   MOVE 'G' TO WRK-TAB-SES-TIPO (WRK-QTD-SESSAO)
                   MOVE SPACES TO
                       WRK-TAB-SES-DESTINO (WRK-QTD-SESSAO)
                   MOVE WRK-REFERENCIA TO
                       WRK-TAB-SES-REFERENCIA (WRK-QTD-SESSAO)
                   MOVE 'G' TO WRK-TAB-PRM-SITUACAO (WRK-PREMIO-POS)
               WHEN 'E'
                   MOVE 'E' TO WRK-TAB-SES-TIPO (WRK-QTD-SESSAO)
                   MOVE SPACES TO
                       WRK-TAB-SES-DESTINO (WRK-QTD-SESSAO)
                   MOVE WRK-REFERENCIA TO
                       WRK-TAB-SES-REFERENCIA (WRK-QTD-SESSAO)
                   MOVE WRK-SUPERVISOR TO
                       WRK-TAB-SES-SUPERVISOR (WRK-QTD-SESSAO)
                   MOVE WRK-EST-DATA-ORIG TO
                       WRK-TAB-SES-DATA-ORIG (WRK-QTD-SESSAO)
                   MOVE WRK-EST-HIST-ORIG TO
                       WRK-TAB-SES-HIST-ORIG (WRK-QTD-SESSAO)
               WHEN OTHER
                   MOVE SPACES TO WRK-TAB-SES-TIPO (WRK-QTD-SESSAO)
                   MOVE SPACES TO
                       WRK-TAB-SES-DESTINO (WRK-QTD-SESSAO)
                   MOVE WRK-REFERENCIA TO
                       WRK-TAB-SES-REFERENCIA (WRK-QTD-SESSAO)
           END-EVALUATE

           MOVE WRK-SALDO-SESSAO TO WRK-SALDO-ED
           DISPLAY 'TOTAL DA SESSAO: ' WRK-SALDO-ED
           DISPLAY 'INFORME O CAIXA (3 CARACTERES)'
           ACCEPT WRK-CAIXA FROM CONSOLE
           IF WRK-CAIXA NOT = SPACES
               PERFORM 0260-VERIFICAR-EMPRESA
           ELSE
               DISPLAY 'CAIXA EM BRANCO, TENTE NOVAMENTE'
               ADD 1 TO WRK-TENTATIVAS
           PERFORM 0500-GRAVAR-EXCECAO
       END-IF.

       0260-VERIFICAR-EMPRESA.
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-DONA-CAIXA TO TRUE
       MOVE WRK-CAIXA TO SIS-EP-CAIXA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-SIM
           MOVE SIS-EP-EMPRESA TO WRK-EMPRESA
           SET SIS-EP-ACESSO TO TRUE
           MOVE WRK-OPERADOR TO SIS-EP-USUARIO
           MOVE 'EX2V2-CAPTURA' TO SIS-EP-PROGRAMA
           CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       END-IF
       IF SIS-EP-SIM
           MOVE 'S' TO WRK-VALIDO
       ELSE
           DISPLAY SIS-EP-MENSAGEM
           ADD 1 TO WRK-TENTATIVAS
       END-IF.

       0300-OBTER-DATA.
       IF NOT WRK-ENTRADA-OK
           GO TO 0300-OBTER-DATA-EXIT
           MOVE 'S' TO WRK-VALIDO
       END-IF.

      *    after the caixa's cutoff time an entry of the day goes
      *    to the next business day
       0330-APLICAR-CORTE.
       IF WRK-DATA NOT = WRK-DATA-NEGOCIO
           GO TO 0330-APLICAR-CORTE-EXIT
       END-IF
       MOVE 9999 TO WRK-HORA-CORTE
       SET WRK-CRT-IDX TO 1
       SEARCH WRK-TAB-CRT
           AT END
               CONTINUE
           WHEN WRK-CRT-IDX > WRK-QTD-CORTES
               CONTINUE
           WHEN WRK-TAB-CRT-CAIXA (WRK-CRT-IDX) = WRK-CAIXA
               MOVE WRK-TAB-CRT-HORA (WRK-CRT-IDX) TO WRK-HORA-CORTE
       END-SEARCH
       ACCEPT WRK-HORA-SISTEMA FROM TIME
       COMPUTE WRK-HORA-ATUAL = WRK-HR-HORA * 100 + WRK-HR-MIN
       IF WRK-HORA-ATUAL > WRK-HORA-CORTE
           MOVE WRK-DATA-PROXIMO TO WRK-DATA
           DISPLAY 'APOS O HORARIO DE CORTE - LANCAMENTO DATADO DE '
               WRK-DATA
       END-IF.

       0330-APLICAR-CORTE-EXIT.
       EXIT.

      *    an entry dated on a day already closed needs a supervisor
       0340-AUTORIZAR-RETROATIVO.
       DISPLAY 'LANCAMENTO RETROATIVO - DIA ' WRK-DATA ' JA FECHADO'
       PERFORM 0470-SOLICITAR-OVERRIDE
       IF WRK-OVERRIDE-APROVADO
           PERFORM 0480-GRAVAR-OVERRIDE
           MOVE 'S' TO WRK-RETROATIVO
       ELSE
           DISPLAY 'AUTORIZACAO NEGADA - LANCAMENTO DESCARTADO'
           MOVE SPACES TO WRK-SUPERVISOR
           MOVE 'N' TO WRK-VALIDO
           PERFORM 0500-GRAVAR-EXCECAO
       END-IF.

       0350-OBTER-TIPO.
       IF NOT WRK-ENTRADA-OK
           GO TO 0350-OBTER-TIPO-EXIT
       MOVE ZEROS TO WRK-TENTATIVAS
       PERFORM UNTIL WRK-ENTRADA-OK
           OR WRK-TENTATIVAS >= WRK-MAX-TENTATIVAS
           DISPLAY
               'INFORME O TIPO (D=DEB C=CRED T=TRANSF P=PREDAT M=MENS'
               ' R=RECEB CLIENTE E=ESTORNO G=PREMIO)'
           ACCEPT WRK-TIPO FROM CONSOLE
           EVALUATE WRK-TIPO
               WHEN 'D'
               WHEN 'C'
                   PERFORM 0390-OBTER-REFERENCIA-CLIENTE
               WHEN 'T'
                   PERFORM 0360-OBTER-DADOS-TRANSF
               WHEN 'P'
                   PERFORM 0370-OBTER-DADOS-PREDATADO
               WHEN 'M'
                   PERFORM 0380-OBTER-DADOS-MENSALIDADE
               WHEN 'R'
                   PERFORM 0395-OBTER-DADOS-RECEBIMENTO
               WHEN 'G'
                   PERFORM 0397-OBTER-DADOS-PREMIO
               WHEN 'E'
                   PERFORM 0385-OBTER-DADOS-ESTORNO
               WHEN OTHER
                   DISPLAY 'TIPO INVALIDO, TENTE NOVAMENTE'
                   ADD 1 TO WRK-TENTATIVAS
       END-IF.

       0400-OBTER-VALOR.
       IF NOT WRK-ENTRADA-OK OR WRK-TIPO = 'E'
           GO TO 0400-OBTER-VALOR-EXIT
       END-IF
       MOVE 'N' TO WRK-VALIDO
       EXIT.

       0450-OBTER-HISTORICO.
       IF NOT WRK-ENTRADA-OK OR WRK-TIPO = 'E'
           GO TO 0450-OBTER-HISTORICO-EXIT
       END-IF
       MOVE 'N' TO WRK-VALIDO
           END-IF
       END-IF.

       0465-AUTORIZAR-ESTORNO.
       DISPLAY 'ESTORNO DE LANCAMENTO DE DIA ANTERIOR'
       PERFORM 0470-SOLICITAR-OVERRIDE
       IF WRK-OVERRIDE-APROVADO
           PERFORM 0480-GRAVAR-OVERRIDE
       ELSE
           DISPLAY 'AUTORIZACAO NEGADA - ESTORNO DESCARTADO'
           MOVE SPACES TO WRK-SUPERVISOR
           MOVE 'N' TO WRK-VALIDO
           PERFORM 0500-GRAVAR-EXCECAO
       END-IF.

       0470-SOLICITAR-OVERRIDE.
       MOVE 'N' TO WRK-OVERRIDE-OK
       DISPLAY 'INFORME O USUARIO SUPERVISOR'
           ADD 1 TO WRK-TENTATIVAS
       END-IF.

       0380-OBTER-DADOS-MENSALIDADE.
       MOVE SPACES TO WRK-REFERENCIA
       MOVE ZEROS TO WRK-FATURA-POS
       DISPLAY 'NUMERO DA FATURA DE MENSALIDADE (6 DIGITOS)'
       ACCEPT WRK-REFERENCIA FROM CONSOLE
       IF WRK-REFERENCIA IS NUMERIC
           MOVE WRK-REFERENCIA TO WRK-FATURA-NUM
           SET WRK-FTR-IDX TO 1
           SEARCH WRK-TAB-FTR
               AT END
                   CONTINUE
               WHEN WRK-FTR-IDX > WRK-QTD-FATURAS
                   CONTINUE
               WHEN WRK-TAB-FTR-NUMERO (WRK-FTR-IDX) = WRK-FATURA-NUM
                   SET WRK-FATURA-POS TO WRK-FTR-IDX
           END-SEARCH
       END-IF
       IF WRK-FATURA-POS > ZEROS
          AND WRK-TAB-FTR-SALDO (WRK-FATURA-POS) > ZEROS
           MOVE WRK-TAB-FTR-SALDO (WRK-FATURA-POS) TO WRK-TOTAL-ED
           DISPLAY 'ALUNO: ' WRK-TAB-FTR-NOME (WRK-FATURA-POS)
               ' SALDO: ' WRK-TOTAL-ED
           MOVE 'S' TO WRK-VALIDO
       ELSE
           DISPLAY 'FATURA NAO ENCONTRADA OU JA QUITADA'
           ADD 1 TO WRK-TENTATIVAS
       END-IF.

       0390-OBTER-REFERENCIA-CLIENTE.
       MOVE SPACES TO WRK-REFERENCIA
       DISPLAY 'REFERENCIA DO CLIENTE (6 CARACTERES OU BRANCO)'
       ACCEPT WRK-REFERENCIA FROM CONSOLE
       MOVE 'S' TO WRK-VALIDO.

      *    the excess over the open balance stays as the client's
      *    credit in EX11-RECEBER
       0395-OBTER-DADOS-RECEBIMENTO.
       MOVE SPACES TO WRK-REFERENCIA
       MOVE ZEROS TO WRK-FAT-CLI-POS
       DISPLAY 'NUMERO DA FATURA DO CLIENTE (6 DIGITOS)'
       ACCEPT WRK-REFERENCIA FROM CONSOLE
       IF WRK-REFERENCIA IS NUMERIC
           MOVE WRK-REFERENCIA TO WRK-FATURA-NUM
           SET WRK-FCL-IDX TO 1
           SEARCH WRK-TAB-FCL
               AT END
                   CONTINUE
               WHEN WRK-FCL-IDX > WRK-QTD-FAT-CLIENTES
                   CONTINUE
               WHEN WRK-TAB-FCL-NUMERO (WRK-FCL-IDX) = WRK-FATURA-NUM
                   SET WRK-FAT-CLI-POS TO WRK-FCL-IDX
           END-SEARCH
       END-IF
       IF WRK-FAT-CLI-POS > ZEROS
           MOVE WRK-TAB-FCL-SALDO (WRK-FAT-CLI-POS) TO WRK-TOTAL-ED
           DISPLAY 'CLIENTE: ' WRK-TAB-FCL-CLIENTE (WRK-FAT-CLI-POS)
               ' SALDO: ' WRK-TOTAL-ED
           IF WRK-TAB-FCL-SALDO (WRK-FAT-CLI-POS) NOT > ZEROS
               DISPLAY 'FATURA SEM SALDO EM ABERTO - O VALOR FICA'
                   ' COMO CREDITO DO CLIENTE'
           END-IF
           MOVE 'S' TO WRK-VALIDO
       ELSE
           DISPLAY 'FATURA DE CLIENTE NAO ENCONTRADA'
           ADD 1 TO WRK-TENTATIVAS
       END-IF.

      *    the amount must be exactly that of the prize
       0397-OBTER-DADOS-PREMIO.
       MOVE SPACES TO WRK-REFERENCIA
       MOVE ZEROS TO WRK-PREMIO-POS
       DISPLAY 'REFERENCIA DO PAGAMENTO DE PREMIO (6 DIGITOS)'
       ACCEPT WRK-REFERENCIA FROM CONSOLE
       IF WRK-REFERENCIA NOT = SPACES
           SET WRK-PRM-IDX TO 1
           SEARCH WRK-TAB-PRM
               AT END
                   CONTINUE
               WHEN WRK-PRM-IDX > WRK-QTD-PREMIOS
                   CONTINUE
               WHEN WRK-TAB-PRM-REFERENCIA (WRK-PRM-IDX)
                       = WRK-REFERENCIA
                   SET WRK-PREMIO-POS TO WRK-PRM-IDX
           END-SEARCH
       END-IF
       IF WRK-PREMIO-POS > ZEROS
          AND WRK-TAB-PRM-SITUACAO (WRK-PREMIO-POS) = 'P'
           MOVE WRK-TAB-PRM-VALOR (WRK-PREMIO-POS) TO WRK-TOTAL-ED
           DISPLAY 'PREMIADO: ' WRK-TAB-PRM-NOME (WRK-PREMIO-POS)
               ' VALOR: ' WRK-TOTAL-ED
           MOVE 'S' TO WRK-VALIDO
       ELSE
           DISPLAY 'PREMIO NAO ENCONTRADO OU JA PAGO'
           ADD 1 TO WRK-TENTATIVAS
       END-IF.

       0385-OBTER-DADOS-ESTORNO.
       MOVE SPACES TO WRK-REFERENCIA
       MOVE SPACES TO WRK-EST-MOTIVO
       MOVE 'N' TO WRK-EST-ACHOU
       MOVE 'N' TO WRK-EST-JA-ESTORNADO
       DISPLAY 'NUMERO DO LANCAMENTO A ESTORNAR (6 DIGITOS)'
       ACCEPT WRK-REFERENCIA FROM CONSOLE
       IF WRK-REFERENCIA IS NUMERIC
          AND WRK-REFERENCIA NOT = '000000'
           MOVE WRK-REFERENCIA TO WRK-EST-NUMERO
           PERFORM 0386-LER-ORIGINAL
       END-IF
       EVALUATE TRUE
           WHEN NOT WRK-EST-ACHOU-OK
               MOVE 'LANCAMENTO ORIGINAL NAO ENCONTRADO'
                   TO WRK-EST-MOTIVO
           WHEN EX2V2-TX-CAIXA NOT = WRK-CAIXA
               MOVE 'LANCAMENTO PERTENCE A OUTRO CAIXA'
                   TO WRK-EST-MOTIVO
           WHEN EX2V2-TX-TIPO NOT = SPACES
               MOVE 'SO DEBITO OU CREDITO PODE SER ESTORNADO'
                   TO WRK-EST-MOTIVO
           WHEN WRK-EST-JA-ESTORNADO-OK
               MOVE 'LANCAMENTO JA ESTORNADO' TO WRK-EST-MOTIVO
           WHEN WRK-DATA < EX2V2-TX-DATA
               MOVE 'DATA DO ESTORNO ANTERIOR AO ORIGINAL'
                   TO WRK-EST-MOTIVO
       END-EVALUATE
       IF WRK-EST-MOTIVO NOT = SPACES
           DISPLAY WRK-EST-MOTIVO
           ADD 1 TO WRK-TENTATIVAS
       ELSE
           MOVE EX2V2-TX-DATA TO WRK-EST-DATA-ORIG
           MOVE EX2V2-TX-VALOR TO WRK-EST-VALOR-ORIG
           MOVE EX2V2-TX-HISTORICO TO WRK-EST-HIST-ORIG
           IF WRK-EST-VALOR-ORIG < ZEROS
               COMPUTE WRK-VALOR = 0 - WRK-EST-VALOR-ORIG
           ELSE
               MOVE WRK-EST-VALOR-ORIG TO WRK-VALOR
           END-IF
           MOVE WRK-EST-VALOR-ORIG TO WRK-SALDO-ED
           DISPLAY 'ORIGINAL: ' WRK-EST-DATA-ORIG ' '
               WRK-EST-HIST-ORIG ' ' WRK-SALDO-ED
           MOVE SPACES TO WRK-HISTORICO
           STRING 'ESTORNO LCTO ' WRK-REFERENCIA
               DELIMITED BY SIZE INTO WRK-HISTORICO
           MOVE 'S' TO WRK-VALIDO
       END-IF.

      *    the original stays in EX2V2-TRANSACAO-REC; the rest of
      *    the file and the session are searched for an earlier
      *    estorno of it
       0386-LER-ORIGINAL.
       MOVE ZEROS TO WRK-EST-LIDOS
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX2V2-TRANSACOES-FILE
       IF WRK-TRN-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX2V2-TRANSACOES-FILE
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-EST-LIDOS
                       IF WRK-EST-LIDOS = WRK-EST-NUMERO
                           MOVE EX2V2-TRANSACOES-LINHA
                               TO EX2V2-TRANSACAO-REC
                           MOVE 'S' TO WRK-EST-ACHOU
                       END-IF
                       IF EX2V2-TRANSACOES-LINHA (42:1) = 'E'
                          AND EX2V2-TRANSACOES-LINHA (46:6)
                              = WRK-REFERENCIA
                           MOVE 'S' TO WRK-EST-JA-ESTORNADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX2V2-TRANSACOES-FILE
       END-IF
       PERFORM VARYING WRK-SES-IDX FROM 1 BY 1
               UNTIL WRK-SES-IDX > WRK-QTD-SESSAO
           IF WRK-TAB-SES-TIPO (WRK-SES-IDX) = 'E'
              AND WRK-TAB-SES-REFERENCIA (WRK-SES-IDX)
                  = WRK-REFERENCIA
               MOVE 'S' TO WRK-EST-JA-ESTORNADO
           END-IF
       END-PERFORM.

       0490-GRAVAR-CUSTODIA.
       OPEN EXTEND EX2V2-CUSTODIA-FILE
       IF WRK-CUSTODIA-STATUS = '35'
               TO EX2V2-TX-CAIXA-DESTINO
           MOVE WRK-TAB-SES-REFERENCIA (WRK-SES-IDX)
               TO EX2V2-TX-REFERENCIA
           MOVE WRK-TAB-SES-EMPRESA (WRK-SES-IDX) TO EX2V2-TX-EMPRESA
           MOVE EX2V2-TRANSACAO-REC TO EX2V2-TRANSACOES-LINHA
           WRITE EX2V2-TRANSACOES-LINHA
           IF WRK-TAB-SES-TIPO (WRK-SES-IDX) = 'E'
               PERFORM 0710-GRAVAR-ESTORNO
           END-IF
       END-PERFORM
       CLOSE EX2V2-TRANSACOES-FILE
       PERFORM VARYING WRK-SES-IDX FROM 1 BY 1
               UNTIL WRK-SES-IDX > WRK-QTD-SESSAO
           IF WRK-TAB-SES-RETROATIVO (WRK-SES-IDX) = 'S'
               PERFORM 0720-REGISTRAR-REEXECUCAO
           END-IF
       END-PERFORM.

       0710-GRAVAR-ESTORNO.
       OPEN EXTEND EX2V2-ESTORNO-FILE
       IF WRK-ESTORNO-STATUS = '35'
           OPEN OUTPUT EX2V2-ESTORNO-FILE
       END-IF
       ACCEPT WRK-HORA-SISTEMA FROM TIME
       MOVE WRK-TAB-SES-DATA (WRK-SES-IDX) TO EX2V2-ES-DATA
       MOVE WRK-HR-HHMMSS TO EX2V2-ES-HORA
       MOVE WRK-TAB-SES-CAIXA (WRK-SES-IDX) TO EX2V2-ES-CAIXA
       MOVE WRK-OPERADOR TO EX2V2-ES-OPERADOR
       MOVE WRK-TAB-SES-SUPERVISOR (WRK-SES-IDX)
           TO EX2V2-ES-SUPERVISOR
       MOVE WRK-TAB-SES-REFERENCIA (WRK-SES-IDX)
           TO EX2V2-ES-ORIGINAL
       MOVE WRK-TAB-SES-DATA-ORIG (WRK-SES-IDX)
           TO EX2V2-ES-DATA-ORIG
       MOVE WRK-TAB-SES-VALOR (WRK-SES-IDX) TO EX2V2-ES-VALOR
       MOVE WRK-TAB-SES-HIST-ORIG (WRK-SES-IDX)
           TO EX2V2-ES-HISTORICO
       MOVE EX2V2-ESTORNO-REC TO EX2V2-ESTORNO-LINHA
       WRITE EX2V2-ESTORNO-LINHA
       CLOSE EX2V2-ESTORNO-FILE.

      *    a day hit by a back-valued entry needs a new count and a
      *    new closing - one note per day in the journal
       0720-REGISTRAR-REEXECUCAO.
       MOVE WRK-TAB-SES-DATA (WRK-SES-IDX) TO WRK-JRN-DATA
       MOVE SPACES TO WRK-JRN-TEXTO
       STRING 'REEXECUTAR P/ ' WRK-JRN-DATA ' - RETROATIVO'
           DELIMITED BY SIZE INTO WRK-JRN-TEXTO
       MOVE 'EX2V2-FECHAM' TO WRK-JRN-REFERENCIA
       PERFORM 0730-GRAVAR-NOTA-JORNAL
       MOVE 'EX2V2-CONTAG' TO WRK-JRN-REFERENCIA
       PERFORM 0730-GRAVAR-NOTA-JORNAL.

       0730-GRAVAR-NOTA-JORNAL.
       MOVE 'N' TO WRK-JRN-EXISTE
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT OPER-JORNAL-FILE
       IF WRK-JORNAL-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ OPER-JORNAL-FILE INTO OPER-JORNAL-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF OP-JR-ENTRADA AND OP-JR-ABERTO
                          AND OP-JR-REFERENCIA = WRK-JRN-REFERENCIA
                          AND OP-JR-TEXTO = WRK-JRN-TEXTO
                           MOVE 'S' TO WRK-JRN-EXISTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPER-JORNAL-FILE
       END-IF
       IF NOT WRK-JRN-EXISTE-OK
           OPEN EXTEND OPER-JORNAL-FILE
           IF WRK-JORNAL-STATUS = '35'
               OPEN OUTPUT OPER-JORNAL-FILE
           END-IF
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE WRK-DATA-SISTEMA TO OP-JR-DATA
           MOVE WRK-HR-HHMMSS TO OP-JR-HORA
           MOVE WRK-OPERADOR TO OP-JR-OPERADOR
           MOVE WRK-JRN-REFERENCIA TO OP-JR-REFERENCIA
           MOVE WRK-JRN-TEXTO TO OP-JR-TEXTO
           MOVE 'A' TO OP-JR-RESOLUCAO
           MOVE 'E' TO OP-JR-TIPO
           MOVE OPER-JORNAL-REC TO OPER-JORNAL-LINHA
           WRITE OPER-JORNAL-LINHA
           CLOSE OPER-JORNAL-FILE
           DISPLAY 'JORNAL: ' WRK-JRN-REFERENCIA ' ' WRK-JRN-TEXTO
       END-IF.
