      ******************************************************************
      * Record layouts for the EST stock-keeping subsystem (item
      * master with stock and purchase units taken from the EX54
      * factor table and the perpetual balance in the stock unit,
      * receipt and issue transactions, the stock ledger written on
      * every posting and count adjustment, and the monthly physical
      * count).
      ******************************************************************
       01 EST-ITEM-REC.
           05 EST-IT-CODIGO          PIC X(06).
           05 EST-IT-DESCRICAO       PIC X(30).
           05 EST-IT-UNIDADE-ESTOQUE PIC X(02).
           05 EST-IT-UNIDADE-COMPRA  PIC X(02).
           05 EST-IT-CLASSE          PIC X(01).
           05 EST-IT-PONTO-PEDIDO    PIC 9(09)V999.
           05 EST-IT-LOTE-COMPRA     PIC 9(09)V999.
           05 EST-IT-SALDO           PIC S9(09)V999.
           05 EST-IT-DATA-ULT-MOV    PIC 9(08).
           05 EST-IT-DATA-INVENTARIO PIC 9(08).
           05 EST-IT-SITUACAO        PIC X(01).
               88 EST-IT-ATIVO    VALUE 'A'.
               88 EST-IT-INATIVO  VALUE 'I'.

       01 EST-MOVIMENTO-REC.
           05 EST-MV-ITEM       PIC X(06).
           05 EST-MV-DATA       PIC 9(08).
           05 EST-MV-QUANTIDADE PIC 9(07)V999.
           05 EST-MV-UNIDADE    PIC X(02).
           05 EST-MV-DOCUMENTO  PIC X(10).

       01 EST-KARDEX-REC.
           05 EST-KX-DATA          PIC 9(08).
           05 EST-KX-ITEM          PIC X(06).
           05 EST-KX-TIPO          PIC X(01).
               88 EST-KX-ENTRADA    VALUE 'E'.
               88 EST-KX-SAIDA      VALUE 'S'.
               88 EST-KX-INVENTARIO VALUE 'I'.
           05 EST-KX-QT-ORIGINAL   PIC 9(07)V999.
           05 EST-KX-UNIDADE-ORIG  PIC X(02).
           05 EST-KX-QT-ESTOQUE    PIC S9(09)V999.
           05 EST-KX-SALDO         PIC S9(09)V999.
           05 EST-KX-DOCUMENTO     PIC X(10).

       01 EST-CONTAGEM-REC.
           05 EST-CN-ITEM       PIC X(06).
           05 EST-CN-QUANTIDADE PIC 9(07)V999.
           05 EST-CN-UNIDADE    PIC X(02).
           05 EST-CN-DATA       PIC 9(08).
