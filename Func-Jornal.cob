      ******************************************************************
      * Author:
      * Date:
      * Purpose: shared writer of the FUNCMST.DAT change journal -
      *          appends to FUNCJRN.DAT the after-image of a master
      *          record just written (operation I=inclusao,
      *          A=alteracao) or the mark SIS-BACKUP leaves when the
      *          master is copied (B), numbered with the next journal
      *          sequence and stamped with the current date and time.
      *          The caller fills program, operation and master image
      *          in FUNC-JORNAL-REC and passes it here; the sequence,
      *          date and time given to the entry are returned in it.
      *          The last sequence is taken from the journal itself on
      *          the first call of the run. Replayed by FUNC-RECUPERA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNC-JORNAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNC-JORNAL-FILE ASSIGN TO 'FUNCJRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JORNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNC-JORNAL-FILE.
       01 FUNC-JORNAL-LINHA PIC X(124).

       WORKING-STORAGE SECTION.
       COPY FUNCREC.

       77 WRK-JORNAL-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-PRIMEIRA-CHAMADA PIC X(01) VALUE 'S'.
           88 WRK-PRIMEIRA-CHAMADA-OK VALUE 'S'.
       77 WRK-ULTIMA-SEQUENCIA PIC 9(09) VALUE ZEROS.

       01 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-SISTEMA.
           05 WRK-HR-HHMMSS PIC 9(06).
           05 FILLER        PIC 9(02).

       LINKAGE SECTION.
       01 FUNC-JR-PEDIDO PIC X(124).

       PROCEDURE DIVISION USING FUNC-JR-PEDIDO.

       0100-PRINCIPAL.
       IF WRK-PRIMEIRA-CHAMADA-OK
           PERFORM 0150-OBTER-ULTIMA-SEQUENCIA
           MOVE 'N' TO WRK-PRIMEIRA-CHAMADA
       END-IF
       MOVE FUNC-JR-PEDIDO TO FUNC-JORNAL-REC
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       ACCEPT WRK-HORA-SISTEMA FROM TIME
       ADD 1 TO WRK-ULTIMA-SEQUENCIA
       MOVE WRK-ULTIMA-SEQUENCIA TO FUNC-JR-SEQUENCIA
       MOVE WRK-DATA-SISTEMA TO FUNC-JR-DATA
       MOVE WRK-HR-HHMMSS TO FUNC-JR-HORA
       OPEN EXTEND FUNC-JORNAL-FILE
       IF WRK-JORNAL-STATUS = '35'
           OPEN OUTPUT FUNC-JORNAL-FILE
       END-IF
       MOVE FUNC-JORNAL-REC TO FUNC-JORNAL-LINHA
       WRITE FUNC-JORNAL-LINHA
       CLOSE FUNC-JORNAL-FILE
       MOVE FUNC-JORNAL-REC TO FUNC-JR-PEDIDO
       GOBACK.

       0150-OBTER-ULTIMA-SEQUENCIA.
       MOVE ZEROS TO WRK-ULTIMA-SEQUENCIA
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT FUNC-JORNAL-FILE
       IF WRK-JORNAL-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-JORNAL-FILE INTO FUNC-JORNAL-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF FUNC-JR-SEQUENCIA > WRK-ULTIMA-SEQUENCIA
                           MOVE FUNC-JR-SEQUENCIA
                               TO WRK-ULTIMA-SEQUENCIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUNC-JORNAL-FILE
       END-IF.
