      ******************************************************************
      * Author:
      * Date:
      * Purpose: shared lock registry for the programs that update
      *          FUNCMST.DAT, EX5ALU.DAT and EX40USR.DAT - before
      *          updating, a program asks here for a lock on the file
      *          (key blank) or on one key of it (a matricula, a
      *          turma) and keeps it in SISTRAVA.DAT until it is
      *          released. A lock on the whole file clashes with any
      *          other lock on that file and a key lock with the same
      *          key, unless held by the same user and program, in
      *          which case it is only refreshed. On a clash the
      *          request is refused with the holder and the message
      *          'EM USO POR <usuario> (<programa>) DESDE hh:mm'.
      *          Locks not refreshed for SIS-TV-MINUTOS-VALIDADE
      *          minutes are dropped as abandoned. The caller fills
      *          SIS-TRAVA-PEDIDO (copybook SISTRVREC) and passes it
      *          here; the answer comes back in the same block.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIS-TRAVA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIS-TRAVA-FILE ASSIGN TO 'SISTRAVA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRAVA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIS-TRAVA-FILE.
       01 SIS-TRAVA-LINHA PIC X(64).

       WORKING-STORAGE SECTION.
       COPY SISTRVREC.

       77 WRK-TRAVA-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-TABELA-TRAVAS.
           05 WRK-TAB-TRV OCCURS 200 TIMES
               INDEXED BY WRK-TRV-IDX.
               10 WRK-TAB-TRV-REGISTRO PIC X(64).
       77 WRK-QTD-TRAVAS  PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-MANTIDAS PIC 9(03) VALUE ZEROS.
       77 WRK-PROPRIA     PIC 9(03) VALUE ZEROS.

       77 WRK-MINUTO-ATUAL PIC 9(09) VALUE ZEROS.
       77 WRK-MINUTO-TRAVA PIC 9(09) VALUE ZEROS.
       77 WRK-REMOVER      PIC X(01) VALUE 'N'.
           88 WRK-REMOVER-OK VALUE 'S'.

       01 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-SISTEMA.
           05 WRK-HR-HHMMSS.
               10 WRK-HR-HORA PIC 9(02).
               10 WRK-HR-MIN  PIC 9(02).
               10 WRK-HR-SEG  PIC 9(02).
           05 FILLER        PIC 9(02).

       LINKAGE SECTION.
       01 SIS-TP-LINK PIC X(143).

       PROCEDURE DIVISION USING SIS-TP-LINK.

       0100-PRINCIPAL.
       MOVE SIS-TP-LINK TO SIS-TRAVA-PEDIDO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       ACCEPT WRK-HORA-SISTEMA FROM TIME
       COMPUTE WRK-MINUTO-ATUAL =
           FUNCTION INTEGER-OF-DATE (WRK-DATA-SISTEMA) * 1440
           + WRK-HR-HORA * 60 + WRK-HR-MIN
       PERFORM 0150-CARREGAR-TRAVAS
       SET SIS-TP-CONCEDIDA TO TRUE
       MOVE SPACES TO SIS-TP-DONO-USUARIO SIS-TP-DONO-PROGRAMA
           SIS-TP-MENSAGEM
       MOVE ZEROS TO SIS-TP-DONO-HORA
       EVALUATE TRUE
           WHEN SIS-TP-TRAVAR
               PERFORM 0300-TRAVAR
           WHEN SIS-TP-LIBERAR
               PERFORM 0400-LIBERAR
           WHEN SIS-TP-LIBERAR-TODAS
               PERFORM 0400-LIBERAR
       END-EVALUATE
       PERFORM 0700-GRAVAR-TRAVAS
       MOVE SIS-TRAVA-PEDIDO TO SIS-TP-LINK
       GOBACK.

       0150-CARREGAR-TRAVAS.
       MOVE ZEROS TO WRK-QTD-TRAVAS
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT SIS-TRAVA-FILE
       IF WRK-TRAVA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ SIS-TRAVA-FILE INTO SIS-TRAVA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0170-GUARDAR-SE-VALIDA
               END-READ
           END-PERFORM
           CLOSE SIS-TRAVA-FILE
       END-IF.

       0170-GUARDAR-SE-VALIDA.
       IF SIS-TV-DATA IS NUMERIC AND SIS-TV-DATA > 16010101
          AND SIS-TV-HORA IS NUMERIC
           COMPUTE WRK-MINUTO-TRAVA =
               FUNCTION INTEGER-OF-DATE (SIS-TV-DATA) * 1440
               + SIS-TV-HH * 60 + SIS-TV-MM
           IF WRK-MINUTO-TRAVA + SIS-TV-MINUTOS-VALIDADE
                   > WRK-MINUTO-ATUAL
               IF WRK-QTD-TRAVAS >= 200
                   PERFORM 9000-ABORTAR-CAPACIDADE
               END-IF
               ADD 1 TO WRK-QTD-TRAVAS
               MOVE SIS-TRAVA-REC TO
                   WRK-TAB-TRV-REGISTRO (WRK-QTD-TRAVAS)
           END-IF
       END-IF.

      *    the first clashing lock held by someone else refuses it
       0300-TRAVAR.
       MOVE ZEROS TO WRK-PROPRIA
       PERFORM VARYING WRK-TRV-IDX FROM 1 BY 1
               UNTIL WRK-TRV-IDX > WRK-QTD-TRAVAS
                  OR SIS-TP-NEGADA
           MOVE WRK-TAB-TRV-REGISTRO (WRK-TRV-IDX) TO SIS-TRAVA-REC
           IF SIS-TV-ARQUIVO = SIS-TP-ARQUIVO
              AND (SIS-TV-CHAVE = SPACES OR SIS-TP-CHAVE = SPACES
                   OR SIS-TV-CHAVE = SIS-TP-CHAVE)
               IF SIS-TV-USUARIO = SIS-TP-USUARIO
                  AND SIS-TV-PROGRAMA = SIS-TP-PROGRAMA
                   IF SIS-TV-CHAVE = SIS-TP-CHAVE
                       SET WRK-PROPRIA TO WRK-TRV-IDX
                   END-IF
               ELSE
                   PERFORM 0350-RECUSAR
               END-IF
           END-IF
       END-PERFORM
       IF SIS-TP-CONCEDIDA
           IF WRK-PROPRIA = ZEROS
               IF WRK-QTD-TRAVAS >= 200
                   PERFORM 9000-ABORTAR-CAPACIDADE
               END-IF
               ADD 1 TO WRK-QTD-TRAVAS
               MOVE WRK-QTD-TRAVAS TO WRK-PROPRIA
           END-IF
           MOVE SIS-TP-ARQUIVO TO SIS-TV-ARQUIVO
           MOVE SIS-TP-CHAVE TO SIS-TV-CHAVE
           MOVE SIS-TP-USUARIO TO SIS-TV-USUARIO
           MOVE SIS-TP-PROGRAMA TO SIS-TV-PROGRAMA
           MOVE WRK-DATA-SISTEMA TO SIS-TV-DATA
           MOVE WRK-HR-HHMMSS TO SIS-TV-HORA
           MOVE SIS-TRAVA-REC TO WRK-TAB-TRV-REGISTRO (WRK-PROPRIA)
       END-IF.

       0350-RECUSAR.
       SET SIS-TP-NEGADA TO TRUE
       MOVE SIS-TV-USUARIO TO SIS-TP-DONO-USUARIO
       MOVE SIS-TV-PROGRAMA TO SIS-TP-DONO-PROGRAMA
       MOVE SIS-TV-HORA TO SIS-TP-DONO-HORA
       STRING 'EM USO POR ' DELIMITED BY SIZE
              SIS-TV-USUARIO DELIMITED BY SPACE
              ' (' DELIMITED BY SIZE
              SIS-TV-PROGRAMA DELIMITED BY SPACE
              ') DESDE ' DELIMITED BY SIZE
              SIS-TV-HH DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              SIS-TV-MM DELIMITED BY SIZE
           INTO SIS-TP-MENSAGEM.

      *    L drops the one lock, F every lock of the user and program
       0400-LIBERAR.
       MOVE ZEROS TO WRK-QTD-MANTIDAS
       PERFORM VARYING WRK-TRV-IDX FROM 1 BY 1
               UNTIL WRK-TRV-IDX > WRK-QTD-TRAVAS
           MOVE WRK-TAB-TRV-REGISTRO (WRK-TRV-IDX) TO SIS-TRAVA-REC
           MOVE 'N' TO WRK-REMOVER
           IF SIS-TV-USUARIO = SIS-TP-USUARIO
              AND SIS-TV-PROGRAMA = SIS-TP-PROGRAMA
               IF SIS-TP-LIBERAR-TODAS
                   MOVE 'S' TO WRK-REMOVER
               ELSE
                   IF SIS-TV-ARQUIVO = SIS-TP-ARQUIVO
                      AND SIS-TV-CHAVE = SIS-TP-CHAVE
                       MOVE 'S' TO WRK-REMOVER
                   END-IF
               END-IF
           END-IF
           IF NOT WRK-REMOVER-OK
               ADD 1 TO WRK-QTD-MANTIDAS
               MOVE SIS-TRAVA-REC TO
                   WRK-TAB-TRV-REGISTRO (WRK-QTD-MANTIDAS)
           END-IF
       END-PERFORM
       MOVE WRK-QTD-MANTIDAS TO WRK-QTD-TRAVAS.

       0700-GRAVAR-TRAVAS.
       OPEN OUTPUT SIS-TRAVA-FILE
       PERFORM VARYING WRK-TRV-IDX FROM 1 BY 1
               UNTIL WRK-TRV-IDX > WRK-QTD-TRAVAS
           MOVE WRK-TAB-TRV-REGISTRO (WRK-TRV-IDX) TO SIS-TRAVA-LINHA
           WRITE SIS-TRAVA-LINHA
       END-PERFORM
       CLOSE SIS-TRAVA-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
