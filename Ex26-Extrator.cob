      ******************************************************************
      * Author:
      * Date:
      * Purpose: rebuilds the sequential EX26 punch and roster files
      *          from the keyed ones - EX26PONX.DAT (punches, keyed by
      *          matricula + data + hora) is unloaded in key order to
      *          EX26PONTO.DAT and EX26ESCX.DAT (roster, keyed by
      *          matricula + data) to EX26ESC.DAT, so the programs
      *          that still read the whole file front to back keep
      *          finding them in the layout they always had. Called
      *          at the end by every program that changes the keyed
      *          files (EX26-IMPORTA, EX26-CORRECAO, EX26-ESCALA,
      *          EX26-GERADOR, EX26-TROCA, FUNC-EXTRATOR, FUNC-MASSA).
      *          A keyed file that does not exist yet leaves its
      *          sequential file as it is.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX26-EXTRATOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX26-PONTO-IDX-FILE ASSIGN TO 'EX26PONX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX26-PX-CHAVE
               FILE STATUS IS WRK-PONTO-IDX-STATUS.
           SELECT EX26-ESCALA-IDX-FILE ASSIGN TO 'EX26ESCX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX26-EX-CHAVE
               FILE STATUS IS WRK-ESCALA-IDX-STATUS.
           SELECT EX26-PONTO-FILE ASSIGN TO 'EX26PONTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PONTO-STATUS.
           SELECT EX26-ESCALA-FILE ASSIGN TO 'EX26ESC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ESCALA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX26-PONTO-IDX-FILE.
       01 EX26-PONTO-IDX-LINHA.
           05 EX26-PX-CHAVE PIC X(17).
           05 FILLER        PIC X(01).

       FD  EX26-ESCALA-IDX-FILE.
       01 EX26-ESCALA-IDX-LINHA.
           05 EX26-EX-CHAVE PIC X(13).
           05 FILLER        PIC X(01).

       FD  EX26-PONTO-FILE.
       01 EX26-PONTO-LINHA PIC X(18).

       FD  EX26-ESCALA-FILE.
       01 EX26-ESCALA-LINHA PIC X(14).

       WORKING-STORAGE SECTION.
       77 WRK-PONTO-IDX-STATUS  PIC X(02) VALUE '00'.
       77 WRK-ESCALA-IDX-STATUS PIC X(02) VALUE '00'.
       77 WRK-PONTO-STATUS      PIC X(02) VALUE '00'.
       77 WRK-ESCALA-STATUS     PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       77 WRK-QT-PONTOS  PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ESCALAS PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0300-EXTRAIR-PONTOS.
       PERFORM 0400-EXTRAIR-ESCALA.
       DISPLAY 'EXTRATO EX26 - PONTOS: ' WRK-QT-PONTOS
           ' ESCALAS: ' WRK-QT-ESCALAS
       GOBACK.

       0300-EXTRAIR-PONTOS.
       MOVE ZEROS TO WRK-QT-PONTOS
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-PONTO-IDX-FILE
       IF WRK-PONTO-IDX-STATUS = '00'
           OPEN OUTPUT EX26-PONTO-FILE
           MOVE LOW-VALUES TO EX26-PX-CHAVE
           START EX26-PONTO-IDX-FILE KEY NOT < EX26-PX-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-PONTO-IDX-FILE NEXT RECORD
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QT-PONTOS
                       MOVE EX26-PONTO-IDX-LINHA TO EX26-PONTO-LINHA
                       WRITE EX26-PONTO-LINHA
               END-READ
           END-PERFORM
           CLOSE EX26-PONTO-FILE
           CLOSE EX26-PONTO-IDX-FILE
       END-IF.

       0400-EXTRAIR-ESCALA.
       MOVE ZEROS TO WRK-QT-ESCALAS
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-ESCALA-IDX-FILE
       IF WRK-ESCALA-IDX-STATUS = '00'
           OPEN OUTPUT EX26-ESCALA-FILE
           MOVE LOW-VALUES TO EX26-EX-CHAVE
           START EX26-ESCALA-IDX-FILE KEY NOT < EX26-EX-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-ESCALA-IDX-FILE NEXT RECORD
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QT-ESCALAS
                       MOVE EX26-ESCALA-IDX-LINHA TO EX26-ESCALA-LINHA
                       WRITE EX26-ESCALA-LINHA
               END-READ
           END-PERFORM
           CLOSE EX26-ESCALA-FILE
           CLOSE EX26-ESCALA-IDX-FILE
       END-IF.
