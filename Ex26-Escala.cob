      * Purpose: applies EX26's shift classification to a daily
      *          employee clock-in file (employee ID plus clock time)
      *          to produce a shift roster report showing who is on
      *          Matutino, Vespertino or Noturno each day. The roster
      *          itself goes to the keyed file EX26ESCX.DAT (matricula
      *          + data), rebuilt from scratch on every run; when a
      *          matricula punched more than once on a day the first
      *          punch's classification is the one kept, and
      *          EX26ESC.DAT is refreshed from it through
      *          EX26-EXTRATOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EX26-FERIADO-FILE ASSIGN TO 'EX26FER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIADO-STATUS.
           SELECT EX26-ESCALAREC-FILE ASSIGN TO 'EX26ESCX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX26-EX-CHAVE
               FILE STATUS IS WRK-ESCALAREC-STATUS.
           SELECT EX26-AFASTAMENTO-FILE ASSIGN TO 'EX26AFA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
       01 EX26-FERIADO-LINHA PIC X(28).

       FD  EX26-ESCALAREC-FILE.
       01 EX26-ESCALAREC-LINHA.
           05 EX26-EX-CHAVE PIC X(13).
           05 FILLER        PIC X(01).

       FD  EX26-AFASTAMENTO-FILE.
       01 EX26-AFASTAMENTO-LINHA PIC X(31).
       CLOSE EX26-ESCALA-FILE
       CLOSE EX26-CONFLITO-FILE
       CLOSE EX26-ESCALAREC-FILE
       CALL 'EX26-EXTRATOR'

       GOBACK.

           MOVE EX26-PT-DATA TO EX26-ES-DATA
           MOVE WRK-TURNO TO EX26-ES-TURNO
           WRITE EX26-ESCALAREC-LINHA FROM EX26-ESCALA-REC
               INVALID KEY CONTINUE
           END-WRITE

           IF NOT WRK-EH-FERIADO-OK
               PERFORM 0400-VERIFICAR-CONFLITO
