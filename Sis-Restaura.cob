      *          night, so the newest earlier dated copy with an
      *          actual 'F' entry is the one brought back.
      *          FUNCMST.DAT is reloaded into its indexed file from
      *          the sequential unload SIS-BACKUP produced, and the
      *          keyed roster EX26ESCX.DAT is reloaded from the
      *          EX26ESC.DAT copy whenever that file is restored,
      *          so both stay the same roster. Each
      *          live file is locked whole through SIS-TRAVA while it
      *          is brought back; a file held by an open session is
      *          skipped with the holder's user and time, and can be
      *          restored again once it is free.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MT-MATRICULA
               FILE STATUS IS WRK-MASTER-STATUS.
           SELECT EX26-ESCALA-IDX-FILE ASSIGN TO 'EX26ESCX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX26-EX-CHAVE
               FILE STATUS IS WRK-ESCALA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       FD  EX26-ESCALA-IDX-FILE.
       01 EX26-ESCALA-IDX-LINHA.
           05 EX26-EX-CHAVE PIC X(13).
           05 FILLER        PIC X(01).

       WORKING-STORAGE SECTION.
       COPY SISTRVREC.

       01 BKP-MANIFESTO-REC.
           05 BKP-MN-DATA      PIC 9(08).
           05 BKP-MN-ARQUIVO   PIC X(12).
               88 BKP-MN-INALTERADO  VALUE 'I'.

       77 WRK-MANIFESTO-STATUS PIC X(02) VALUE '00'.
       77 WRK-ESCALA-STATUS    PIC X(02) VALUE '00'.
       77 WRK-COPIA-STATUS     PIC X(02) VALUE '00'.
       77 WRK-DESTINO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-MASTER-STATUS    PIC X(02) VALUE '00'.
               THRU 0550-RESTAURAR-ARQUIVO-EXIT
       END-PERFORM.

       0540-TRAVAR-DESTINO.
       MOVE SPACES TO SIS-TRAVA-PEDIDO
       SET SIS-TP-TRAVAR TO TRUE
       MOVE WRK-TAB-SET-ARQUIVO (WRK-SET-IDX) TO SIS-TP-ARQUIVO
       MOVE 'LOTE' TO SIS-TP-USUARIO
       MOVE 'SIS-RESTAURA' TO SIS-TP-PROGRAMA
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO.

       0545-LIBERAR-DESTINO.
       SET SIS-TP-LIBERAR TO TRUE
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO.

       0550-RESTAURAR-ARQUIVO.
       PERFORM 0380-MONTAR-NOME-COPIA
       PERFORM 0540-TRAVAR-DESTINO
       IF SIS-TP-NEGADA
           DISPLAY 'ARQUIVO EM USO - PULADO: '
               WRK-TAB-SET-ARQUIVO (WRK-SET-IDX)
           DISPLAY SIS-TP-MENSAGEM
           GO TO 0550-RESTAURAR-ARQUIVO-EXIT
       END-IF
       IF WRK-TAB-SET-ARQUIVO (WRK-SET-IDX) = 'FUNCMST.DAT'
           PERFORM 0560-RESTAURAR-MASTER
           PERFORM 0545-LIBERAR-DESTINO
           GO TO 0550-RESTAURAR-ARQUIVO-EXIT
       END-IF
       MOVE WRK-TAB-SET-ARQUIVO (WRK-SET-IDX) TO WRK-NOME-DESTINO
           ADD 1 TO WRK-QT-RESTAURADOS
           DISPLAY 'RESTAURADO: ' WRK-NOME-DESTINO ' ('
               WRK-QT-COPIADOS ' REGISTROS)'
           IF WRK-TAB-SET-ARQUIVO (WRK-SET-IDX) = 'EX26ESC.DAT'
               PERFORM 0570-RECARREGAR-ESCALA
           END-IF
       END-IF
       PERFORM 0545-LIBERAR-DESTINO.

       0550-RESTAURAR-ARQUIVO-EXIT.
       EXIT.
               READ BKP-COPIA-FILE
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       MOVE BKP-COPIA-LINHA (1:85)
                           TO FUNC-MASTER-LINHA
                       WRITE FUNC-MASTER-LINHA
                           INVALID KEY
           DISPLAY 'RESTAURADO: FUNCMST.DAT ('
               WRK-QT-COPIADOS ' REGISTROS)'
       END-IF.

      *    the keyed roster is rebuilt from the same dated copy
       0570-RECARREGAR-ESCALA.
       MOVE ZEROS TO WRK-QT-COPIADOS
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT BKP-COPIA-FILE
       OPEN OUTPUT EX26-ESCALA-IDX-FILE
       PERFORM UNTIL WRK-FIM-ARQUIVO-OK
           READ BKP-COPIA-FILE
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE BKP-COPIA-LINHA (1:14)
                       TO EX26-ESCALA-IDX-LINHA
                   WRITE EX26-ESCALA-IDX-LINHA
                       INVALID KEY
                           DISPLAY 'CHAVE INVALIDA IGNORADA: '
                               EX26-EX-CHAVE
                       NOT INVALID KEY
                           ADD 1 TO WRK-QT-COPIADOS
                   END-WRITE
           END-READ
       END-PERFORM
       CLOSE EX26-ESCALA-IDX-FILE
       CLOSE BKP-COPIA-FILE
       DISPLAY 'RECARREGADO: EX26ESCX.DAT ('
           WRK-QT-COPIADOS ' REGISTROS)'.
