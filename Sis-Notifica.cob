      ******************************************************************
      * Author:
      * Date:
      * Purpose: shared writer of the central notification outbox -
      *          appends to SISNOTIF.DAT one alert raised by the
      *          calling program, stamped with the current date and
      *          time and left pendente for SIS-ENVIA to render
      *          and send. The caller fills origin program, logical
      *          recipient, channel (E e-mail, S SMS), template code
      *          and the data fields in SIS-NOTIFICACAO-REC (copybook
      *          SISNOTREC) and passes it here; the date and time
      *          given to the alert are returned in it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIS-NOTIFICA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIS-NOTIFICACAO-FILE ASSIGN TO 'SISNOTIF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOTIFICACAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIS-NOTIFICACAO-FILE.
       01 SIS-NOTIFICACAO-LINHA PIC X(195).

       WORKING-STORAGE SECTION.
       COPY SISNOTREC.

       77 WRK-NOTIFICACAO-STATUS PIC X(02) VALUE '00'.

       01 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-SISTEMA.
           05 WRK-HR-HHMMSS PIC 9(06).
           05 FILLER        PIC 9(02).

       LINKAGE SECTION.
       01 SIS-NT-PEDIDO PIC X(195).

       PROCEDURE DIVISION USING SIS-NT-PEDIDO.

       0100-PRINCIPAL.
       MOVE SIS-NT-PEDIDO TO SIS-NOTIFICACAO-REC
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       ACCEPT WRK-HORA-SISTEMA FROM TIME
       MOVE WRK-DATA-SISTEMA TO SIS-NT-DATA
       MOVE WRK-HR-HHMMSS TO SIS-NT-HORA
       SET SIS-NT-PENDENTE TO TRUE
       MOVE ZEROS TO SIS-NT-TENTATIVAS
       MOVE ZEROS TO SIS-NT-DATA-ENVIO
       MOVE ZEROS TO SIS-NT-HORA-ENVIO
       MOVE SPACES TO SIS-NT-MOTIVO
       OPEN EXTEND SIS-NOTIFICACAO-FILE
       IF WRK-NOTIFICACAO-STATUS = '35'
           OPEN OUTPUT SIS-NOTIFICACAO-FILE
       END-IF
       MOVE SIS-NOTIFICACAO-REC TO SIS-NOTIFICACAO-LINHA
       WRITE SIS-NOTIFICACAO-LINHA
       CLOSE SIS-NOTIFICACAO-FILE
       MOVE SIS-NOTIFICACAO-REC TO SIS-NT-PEDIDO
       GOBACK.
