      ******************************************************************
      * Record layout for the read-access log of salary, health and
      * credential data (SISACS.DAT), written through SIS-ACESSO, and
      * the report-file prefixes classed as sensitive.
      ******************************************************************
       01 SIS-ACESSO-REC.
           05 SIS-AC-DATA      PIC 9(08).
           05 SIS-AC-HORA      PIC 9(06).
           05 SIS-AC-USUARIO   PIC X(10).
           05 SIS-AC-PROGRAMA  PIC X(15).
           05 SIS-AC-ARQUIVO   PIC X(30).
           05 SIS-AC-MATRICULA PIC 9(05).

       01 SIS-AC-SENSIVEIS.
           05 FILLER PIC X(12) VALUE '10EX26SALREL'.
           05 FILLER PIC X(12) VALUE '04EX12'.
           05 FILLER PIC X(12) VALUE '04EX40'.
       01 SIS-AC-TAB-SENSIVEIS REDEFINES SIS-AC-SENSIVEIS.
           05 SIS-AC-SENSIVEL OCCURS 3 TIMES
               INDEXED BY SIS-AC-SEN-IDX.
               10 SIS-AC-SEN-TAMANHO PIC 9(02).
               10 SIS-AC-SEN-PREFIXO PIC X(10).
       01 SIS-AC-QTD-SENSIVEIS PIC 9(02) VALUE 3.
