      ******************************************************************
      * Record layouts for the CTB general ledger (chart of accounts,
      * posting rules that map each source event to its debit and
      * credit accounts and cost center, the ledger postings written
      * by CTB-DIARIO and the closing balances of every period closed
      * by CTB-BALANCETE). Postings and balances carry the company of
      * the group they belong to (SISEMPREC); a blank company is the
      * matriz.
      ******************************************************************
       01 CTB-CONTA-REC.
           05 CTB-CT-CONTA       PIC X(08).
           05 CTB-CT-DESCRICAO   PIC X(30).
           05 CTB-CT-TIPO        PIC X(01).
               88 CTB-CT-ATIVO      VALUE 'A'.
               88 CTB-CT-PASSIVO    VALUE 'P'.
               88 CTB-CT-PATRIMONIO VALUE 'L'.
               88 CTB-CT-RECEITA    VALUE 'R'.
               88 CTB-CT-DESPESA    VALUE 'D'.
           05 CTB-CT-EXIGE-CENTRO PIC X(01).
               88 CTB-CT-EXIGE-CENTRO-SIM VALUE 'S'.

       01 CTB-REGRA-REC.
           05 CTB-RG-ORIGEM      PIC X(02).
               88 CTB-RG-CAIXA       VALUE 'CX'.
               88 CTB-RG-SALARIOS    VALUE 'FP'.
               88 CTB-RG-DESCONTOS   VALUE 'FL'.
               88 CTB-RG-MENSALIDADE VALUE 'MS'.
               88 CTB-RG-CLIENTES    VALUE 'CL'.
           05 CTB-RG-EVENTO      PIC X(04).
           05 CTB-RG-CONTA-DEB   PIC X(08).
           05 CTB-RG-CONTA-CRED  PIC X(08).
           05 CTB-RG-CENTRO      PIC X(10).
               88 CTB-RG-CENTRO-DA-ORIGEM VALUE '*'.

       01 CTB-LANCAMENTO-REC.
           05 CTB-LC-DATA        PIC 9(08).
           05 CTB-LC-LOTE        PIC X(02).
           05 CTB-LC-EVENTO      PIC X(04).
           05 CTB-LC-CONTA       PIC X(08).
           05 CTB-LC-CENTRO      PIC X(10).
           05 CTB-LC-NATUREZA    PIC X(01).
               88 CTB-LC-DEBITO     VALUE 'D'.
               88 CTB-LC-CREDITO    VALUE 'C'.
           05 CTB-LC-VALOR       PIC 9(10)V99.
           05 CTB-LC-EMPRESA     PIC 9(02).

       01 CTB-SALDO-REC.
           05 CTB-SD-PERIODO     PIC 9(06).
           05 CTB-SD-CONTA       PIC X(08).
           05 CTB-SD-CENTRO      PIC X(10).
           05 CTB-SD-SALDO       PIC S9(12)V99.
           05 CTB-SD-EMPRESA     PIC 9(02).
