      *          rest on disk only as salted hashes (EX40-CR-SALT /
      *          EX40-CR-HASH) and the login compare hashes the typed
      *          password through the shared EX40-HASH subprogram.
      *          The attempt counter, lockout and password change are
      *          saved by re-reading EX40USR.DAT and replacing only
      *          the user's own line, under a short lock on the
      *          writing taken through SIS-TRAVA, so an EX40-ADMIN
      *          session or another login is never overwritten; while
      *          a batch job holds the whole file the change is not
      *          saved and the holder is shown.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY EX40REC.
       COPY EX26REC.
       COPY SISEXCREC.
       COPY SISTRVREC.

       77 WRK-USUARIOS-STATUS PIC X(02) VALUE '00'.
       77 WRK-AUDIT-STATUS    PIC X(02) VALUE '00'.
               10 WRK-TAB-VALIDADE   PIC 9(08).
       77 WRK-QTD-USUARIOS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-LINHAS.
           05 WRK-TAB-LIN OCCURS 100 TIMES
               INDEXED BY WRK-LIN-IDX.
               10 WRK-TAB-LIN-REGISTRO PIC X(48).
       77 WRK-QTD-LINHAS PIC 9(03) VALUE ZEROS.
       77 WRK-LINHA-USUARIO PIC X(48) VALUE SPACES.
       77 WRK-TENTATIVAS-TRAVA PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-ESCALA.
           05 WRK-TAB-ESC OCCURS 5000 TIMES
               INDEXED BY WRK-ESC-IDX.
       END-PERFORM
       CLOSE EX40-USUARIOS-FILE.

      *    only the logged user's line is replaced in the current
      *    file, under a short lock on the writing itself, so an
      *    EX40-ADMIN session open meanwhile loses nothing
       0170-GRAVAR-USUARIOS.
       MOVE ZEROS TO WRK-TENTATIVAS-TRAVA
       PERFORM 0175-TRAVAR-GRAVACAO
       PERFORM 0175-TRAVAR-GRAVACAO
           UNTIL SIS-TP-CONCEDIDA OR WRK-TENTATIVAS-TRAVA >= 100
       IF SIS-TP-NEGADA
           DISPLAY 'EX40USR.DAT ' SIS-TP-MENSAGEM
           DISPLAY 'SITUACAO DA CONTA NAO GRAVADA'
       ELSE
           PERFORM 0180-REGRAVAR-LINHA-USUARIO
           SET SIS-TP-LIBERAR TO TRUE
           CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO
       END-IF.

       0175-TRAVAR-GRAVACAO.
       ADD 1 TO WRK-TENTATIVAS-TRAVA
       MOVE SPACES TO SIS-TRAVA-PEDIDO
       SET SIS-TP-TRAVAR TO TRUE
       MOVE 'EX40USR.DAT' TO SIS-TP-ARQUIVO
       MOVE 'GRAVACAO' TO SIS-TP-CHAVE
       MOVE WRK-USUARIO TO SIS-TP-USUARIO
       MOVE 'EX40' TO SIS-TP-PROGRAMA
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO.

       0180-REGRAVAR-LINHA-USUARIO.
       MOVE WRK-TAB-USUARIO (WRK-TAB-IDX) TO EX40-CR-USUARIO
       MOVE WRK-TAB-SALT (WRK-TAB-IDX) TO EX40-CR-SALT
       MOVE WRK-TAB-HASH (WRK-TAB-IDX) TO EX40-CR-HASH
       MOVE WRK-TAB-PERFIL (WRK-TAB-IDX) TO EX40-CR-PERFIL
       MOVE WRK-TAB-MATRICULA (WRK-TAB-IDX) TO EX40-CR-MATRICULA
       MOVE WRK-TAB-TENTATIVAS (WRK-TAB-IDX) TO
           EX40-CR-TENTATIVAS
       MOVE WRK-TAB-BLOQUEADO (WRK-TAB-IDX) TO EX40-CR-BLOQUEADO
       MOVE WRK-TAB-DATA-TROCA (WRK-TAB-IDX) TO EX40-CR-DATA-TROCA
       MOVE WRK-TAB-VALIDADE (WRK-TAB-IDX) TO EX40-CR-VALIDADE
       MOVE EX40-CREDENCIAL-REC TO WRK-LINHA-USUARIO
       MOVE ZEROS TO WRK-QTD-LINHAS
       MOVE 'N' TO WRK-FIM-USUARIOS
       OPEN INPUT EX40-USUARIOS-FILE
       IF WRK-USUARIOS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-USUARIOS-OK
               READ EX40-USUARIOS-FILE
                   AT END MOVE 'S' TO WRK-FIM-USUARIOS
                   NOT AT END
                       IF WRK-QTD-LINHAS >= 100
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-LINHAS
                       MOVE EX40-USUARIOS-LINHA TO
                           WRK-TAB-LIN-REGISTRO (WRK-QTD-LINHAS)
               END-READ
           END-PERFORM
           CLOSE EX40-USUARIOS-FILE
       END-IF
       OPEN OUTPUT EX40-USUARIOS-FILE
       PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
               UNTIL WRK-LIN-IDX > WRK-QTD-LINHAS
           IF WRK-TAB-LIN-REGISTRO (WRK-LIN-IDX) (1:10)
                   = WRK-LINHA-USUARIO (1:10)
               MOVE WRK-LINHA-USUARIO TO EX40-USUARIOS-LINHA
           ELSE
               MOVE WRK-TAB-LIN-REGISTRO (WRK-LIN-IDX)
                   TO EX40-USUARIOS-LINHA
           END-IF
           WRITE EX40-USUARIOS-LINHA
       END-PERFORM
       CLOSE EX40-USUARIOS-FILE.
