      ******************************************************************
      * Record layouts for the ex2V2 cash-position subsystem (plus
      * the per-caixa holding limits of the cash order forecast, the
      * vault orders it produces and its forecast history, and the
      * rules, cases, case transactions and case closures of the
      * suspicious cash activity monitor, the reversal log that ties
      * each estorno to the entry it cancels, and the per-caixa
      * capture cutoff time). Every transaction carries the company
      * of the group that owns its caixa, and every period closing
      * balance the company it belongs to (SISEMPREC).
      ******************************************************************
       01 EX2V2-TRANSACAO-REC.
           05 EX2V2-TX-CAIXA     PIC X(03).
           05 EX2V2-TX-HISTORICO PIC X(20).
           05 EX2V2-TX-TIPO      PIC X(01).
               88 EX2V2-TX-TRANSFERENCIA VALUE 'T'.
               88 EX2V2-TX-ADIANTAMENTO  VALUE 'A'.
               88 EX2V2-TX-MENSALIDADE   VALUE 'M'.
               88 EX2V2-TX-ESTORNO       VALUE 'E'.
               88 EX2V2-TX-RECEBIMENTO   VALUE 'R'.
               88 EX2V2-TX-PREMIO        VALUE 'G'.
           05 EX2V2-TX-CAIXA-DESTINO PIC X(03).
           05 EX2V2-TX-REFERENCIA PIC X(06).
           05 EX2V2-TX-EMPRESA   PIC 9(02).

       01 EX2V2-BANCO-REC.
           05 EX2V2-BC-DATA      PIC 9(08).
           05 EX2V2-SD-SALDO     PIC S9(10)V99.
           05 EX2V2-SD-DEBITOS   PIC S9(10)V99.
           05 EX2V2-SD-CREDITOS  PIC S9(10)V99.
           05 EX2V2-SD-ESTORNOS  PIC S9(10)V99.
           05 EX2V2-SD-EMPRESA   PIC 9(02).

       01 EX2V2-PREVCFG-REC.
           05 EX2V2-PC-CAIXA       PIC X(03).
           05 EX2V2-PC-MINIMO      PIC 9(08)V99.
           05 EX2V2-PC-MAXIMO      PIC 9(08)V99.
           05 EX2V2-PC-DIA-ADIANT  PIC 9(02).

       01 EX2V2-PEDIDO-REC.
           05 EX2V2-PD-CAIXA     PIC X(03).
           05 EX2V2-PD-DATA      PIC 9(08).
           05 EX2V2-PD-TIPO      PIC X(01).
               88 EX2V2-PD-SUPRIMENTO   VALUE 'S'.
               88 EX2V2-PD-RECOLHIMENTO VALUE 'R'.
           05 EX2V2-PD-VALOR     PIC 9(08)V99.
           05 EX2V2-PD-QTD OCCURS 12 TIMES PIC 9(05).

       01 EX2V2-PREVISAO-REC.
           05 EX2V2-PV-CAIXA          PIC X(03).
           05 EX2V2-PV-DATA           PIC 9(08).
           05 EX2V2-PV-SALDO-INICIAL  PIC S9(08)V99.
           05 EX2V2-PV-FLUXO          PIC S9(08)V99.
           05 EX2V2-PV-PEDIDO         PIC S9(08)V99.
           05 EX2V2-PV-SALDO-PREVISTO PIC S9(08)V99.
           05 EX2V2-PV-DATA-GERACAO   PIC 9(08).

       01 EX2V2-REGRA-REC.
           05 EX2V2-RG-TIPO        PIC X(02).
               88 EX2V2-RG-FRACIONAMENTO VALUE 'FR'.
               88 EX2V2-RG-MULTICAIXA    VALUE 'MC'.
               88 EX2V2-RG-VALOR-REDONDO VALUE 'VR'.
               88 EX2V2-RG-LIMITE-LEGAL  VALUE 'LL'.
           05 EX2V2-RG-ATIVA       PIC X(01).
               88 EX2V2-RG-ATIVA-SIM VALUE 'S'.
           05 EX2V2-RG-VALOR       PIC 9(08)V99.
           05 EX2V2-RG-PERCENTUAL  PIC 9(03).
           05 EX2V2-RG-QUANTIDADE  PIC 9(03).
           05 EX2V2-RG-DIAS        PIC 9(03).

       01 EX2V2-CASO-REC.
           05 EX2V2-CA-NUMERO      PIC 9(06).
           05 EX2V2-CA-REGRA       PIC X(02).
           05 EX2V2-CA-CHAVE       PIC X(06).
           05 EX2V2-CA-DATA-DETECCAO PIC 9(08).
           05 EX2V2-CA-DATA-INICIO PIC 9(08).
           05 EX2V2-CA-DATA-FIM    PIC 9(08).
           05 EX2V2-CA-QTD-TRANS   PIC 9(03).
           05 EX2V2-CA-VALOR-TOTAL PIC 9(10)V99.
           05 EX2V2-CA-SITUACAO    PIC X(01).
               88 EX2V2-CA-ABERTO   VALUE 'A'.
               88 EX2V2-CA-FECHADO  VALUE 'F'.
           05 EX2V2-CA-DATA-FECHAMENTO PIC 9(08).
           05 EX2V2-CA-PARECER     PIC X(40).

       01 EX2V2-CASOTX-REC.
           05 EX2V2-CX-NUMERO      PIC 9(06).
           05 EX2V2-CX-TRANSACAO   PIC X(53).

       01 EX2V2-CASOFEC-REC.
           05 EX2V2-CF-NUMERO      PIC 9(06).
           05 EX2V2-CF-PARECER     PIC X(40).

       01 EX2V2-ESTORNO-REC.
           05 EX2V2-ES-DATA       PIC 9(08).
           05 EX2V2-ES-HORA       PIC 9(06).
           05 EX2V2-ES-CAIXA      PIC X(03).
           05 EX2V2-ES-OPERADOR   PIC X(10).
           05 EX2V2-ES-SUPERVISOR PIC X(10).
           05 EX2V2-ES-ORIGINAL   PIC 9(06).
           05 EX2V2-ES-DATA-ORIG  PIC 9(08).
           05 EX2V2-ES-VALOR      PIC S9(08)V99.
           05 EX2V2-ES-HISTORICO  PIC X(20).

       01 EX2V2-CORTE-REC.
           05 EX2V2-CR-CAIXA      PIC X(03).
           05 EX2V2-CR-HORA-CORTE PIC 9(04).
