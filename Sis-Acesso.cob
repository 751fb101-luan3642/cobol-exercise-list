      ******************************************************************
      * Author:
      * Date:
      * Purpose: shared read-access logger - appends to SISACS.DAT one
      *          line per view of salary, health or credential data,
      *          stamped with the current date and time. The caller
      *          fills user, program, file and matricula viewed (zero
      *          when a whole report is opened) in SIS-ACESSO-REC and
      *          passes it here. Read by the monthly SIS-ACESSO-REL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIS-ACESSO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIS-ACESSO-FILE ASSIGN TO 'SISACS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACESSO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIS-ACESSO-FILE.
       01 SIS-ACESSO-LINHA PIC X(74).

       WORKING-STORAGE SECTION.
       COPY SISACSREC.

       77 WRK-ACESSO-STATUS PIC X(02) VALUE '00'.
       01 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-SISTEMA.
           05 WRK-HR-HHMMSS PIC 9(06).
           05 FILLER        PIC 9(02).

       LINKAGE SECTION.
       01 SIS-AC-PEDIDO PIC X(74).

       PROCEDURE DIVISION USING SIS-AC-PEDIDO.

       0100-PRINCIPAL.
       MOVE SIS-AC-PEDIDO TO SIS-ACESSO-REC
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       ACCEPT WRK-HORA-SISTEMA FROM TIME
       MOVE WRK-DATA-SISTEMA TO SIS-AC-DATA
       MOVE WRK-HR-HHMMSS TO SIS-AC-HORA
       OPEN EXTEND SIS-ACESSO-FILE
       IF WRK-ACESSO-STATUS = '35'
           OPEN OUTPUT SIS-ACESSO-FILE
       END-IF
       MOVE SIS-ACESSO-REC TO SIS-ACESSO-LINHA
       WRITE SIS-ACESSO-LINHA
       CLOSE SIS-ACESSO-FILE
       GOBACK.
