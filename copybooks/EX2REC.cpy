      ******************************************************************
      * Record layouts for the EX2 calculator subsystem
      * (interactive EX2, batch EX2-LOTE, transaction ledger, the
      * calculation-script steps of EX2-LOTE and the named
      * constants those steps may refer to).
      ******************************************************************
       01 EX2-LEDGER-REC.
           05 EX2-LG-DATA        PIC 9(08).
           05 EX2-LG-NUM1        PIC S9(06)V99.
           05 EX2-LG-NUM2        PIC S9(06)V99.
           05 EX2-LG-RESULT      PIC S9(10)V9999.
           05 EX2-LG-SCRIPT      PIC X(08).
           05 EX2-LG-PASSO       PIC 9(03).
           05 EX2-LG-NOME        PIC X(08).
           05 EX2-LG-SITUACAO    PIC X(01).
               88 EX2-LG-PASSO-SCRIPT VALUE 'P'.
               88 EX2-LG-FINAL-SCRIPT VALUE 'F'.
           05 EX2-LG-REF1        PIC X(08).
           05 EX2-LG-REF2        PIC X(08).

       01 EX2-OPERACAO-REC.
           05 EX2-OP-CODIGO      PIC 9(01).
           05 EX2-OP-NUM1        PIC S9(06)V99.
           05 EX2-OP-NUM2        PIC S9(06)V99.

       01 EX2-SCRIPT-REC.
           05 EX2-SC-SCRIPT      PIC X(08).
           05 EX2-SC-NOME        PIC X(08).
           05 EX2-SC-CODIGO      PIC 9(01).
           05 EX2-SC-OPERANDO1.
               10 EX2-SC-TIPO1   PIC X(01).
                   88 EX2-SC-LITERAL1    VALUE 'L'.
                   88 EX2-SC-RESULTADO1  VALUE 'R'.
                   88 EX2-SC-CONSTANTE1  VALUE 'C'.
               10 EX2-SC-REF1    PIC X(08).
               10 EX2-SC-NUM1 REDEFINES EX2-SC-REF1
                                 PIC S9(06)V99.
           05 EX2-SC-OPERANDO2.
               10 EX2-SC-TIPO2   PIC X(01).
                   88 EX2-SC-LITERAL2    VALUE 'L'.
                   88 EX2-SC-RESULTADO2  VALUE 'R'.
                   88 EX2-SC-CONSTANTE2  VALUE 'C'.
               10 EX2-SC-REF2    PIC X(08).
               10 EX2-SC-NUM2 REDEFINES EX2-SC-REF2
                                 PIC S9(06)V99.

       01 EX2-CONSTANTE-REC.
           05 EX2-CT-NOME        PIC X(08).
           05 EX2-CT-VALOR       PIC S9(10)V9999.
