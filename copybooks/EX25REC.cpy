      ******************************************************************
      * Record layout for the EX25 general-purpose ranking subsystem.
      * EX25-RS-GRUPO is optional: results sharing a group (e.g. a
      * department) are ranked among themselves; blank means a single
      * ranking over the whole file.
      ******************************************************************
       01 EX25-RESULTADO-REC.
           05 EX25-RS-NOME       PIC X(20).
           05 EX25-RS-TOTAL      PIC 9(08)V99.
           05 EX25-RS-GRUPO      PIC X(10).
