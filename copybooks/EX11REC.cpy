      ******************************************************************
      * Record layouts for the EX11 rate-calculator subsystem
      * (interactive EX11, batch EX11-LOTE, audit log, exceptions,
      * the contract-priced calculations awaiting invoicing, the
      * monthly client invoices issued by EX11-FATURA, and the client
      * receivables kept by EX11-RECEBER with their movements and the
      * credit notes applied to them).
      ******************************************************************
       01 EX11-TRAN-REC.
           05 EX11-TR-NM1        PIC 9(04).
           05 EX11-CT-MINIMO       PIC 9(06)V99.
           05 EX11-CT-DATA-INICIO  PIC 9(08).
           05 EX11-CT-DATA-FIM     PIC 9(08).
           05 EX11-CT-BLOQUEIO     PIC X(01).
               88 EX11-CT-BLOQUEADO VALUE 'S'.

       01 EX11-RESULT-REC.
           05 EX11-RS-NM1        PIC 9(04).
           05 EX11-EX-CAMPO      PIC X(10).
           05 EX11-EX-VALOR      PIC X(15).
           05 EX11-EX-MOTIVO     PIC X(40).

       01 EX11-CALCULO-REC.
           05 EX11-CL-DATA       PIC 9(08).
           05 EX11-CL-CLIENTE    PIC X(05).
           05 EX11-CL-NM1        PIC 9(04).
           05 EX11-CL-NM2        PIC 9(04).
           05 EX11-CL-NM3        PIC 9(04)V99.
           05 EX11-CL-VALOR      PIC 9(08)V99.
           05 EX11-CL-FATURA     PIC 9(06).
               88 EX11-CL-NAO-FATURADO VALUE ZEROS.

       01 EX11-FATURA-REC.
           05 EX11-FT-NUMERO     PIC 9(06).
           05 EX11-FT-CLIENTE    PIC X(05).
           05 EX11-FT-COMPETENCIA PIC 9(06).
           05 EX11-FT-EMISSAO    PIC 9(08).
           05 EX11-FT-QTD-CALCULOS PIC 9(05).
           05 EX11-FT-VALOR-CALCULOS PIC 9(08)V99.
           05 EX11-FT-AJUSTE-MINIMO PIC 9(08)V99.
           05 EX11-FT-VALOR      PIC 9(08)V99.

       01 EX11-RECEBER-REC.
           05 EX11-RC-FATURA     PIC 9(06).
           05 EX11-RC-CLIENTE    PIC X(05).
           05 EX11-RC-EMISSAO    PIC 9(08).
           05 EX11-RC-VENCIMENTO PIC 9(08).
           05 EX11-RC-VALOR      PIC 9(08)V99.
           05 EX11-RC-PAGO       PIC 9(08)V99.
           05 EX11-RC-CREDITOS   PIC 9(08)V99.
           05 EX11-RC-COMPENSADO PIC S9(08)V99.
           05 EX11-RC-SALDO      PIC S9(08)V99.
           05 EX11-RC-SITUACAO   PIC X(01).
               88 EX11-RC-ABERTA    VALUE 'A'.
               88 EX11-RC-QUITADA   VALUE 'Q'.
               88 EX11-RC-CREDORA   VALUE 'C'.
           05 EX11-RC-AVISO      PIC 9(01).
               88 EX11-RC-SEM-AVISO     VALUE 0.
               88 EX11-RC-AVISO-FINAL   VALUE 3.
           05 EX11-RC-DATA-AVISO PIC 9(08).

       01 EX11-MOVIMENTO-REC.
           05 EX11-MV-FATURA     PIC 9(06).
           05 EX11-MV-CLIENTE    PIC X(05).
           05 EX11-MV-DATA       PIC 9(08).
           05 EX11-MV-TIPO       PIC X(01).
               88 EX11-MV-PAGAMENTO    VALUE 'P'.
               88 EX11-MV-NOTA-CREDITO VALUE 'N'.
               88 EX11-MV-COMPENSACAO  VALUE 'C'.
           05 EX11-MV-DOCUMENTO  PIC 9(06).
           05 EX11-MV-VALOR      PIC S9(08)V99.

       01 EX11-NOTA-CREDITO-REC.
           05 EX11-NC-NUMERO     PIC 9(06).
           05 EX11-NC-FATURA     PIC 9(06).
           05 EX11-NC-DATA       PIC 9(08).
           05 EX11-NC-VALOR      PIC 9(08)V99.
           05 EX11-NC-MOTIVO     PIC X(30).
