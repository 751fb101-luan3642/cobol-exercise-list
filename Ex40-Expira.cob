      *          per account blocked) and prints the accounts whose
      *          validity ends within the next 30 days to
      *          EX40EXPREL.DAT, so the sponsor renews deliberately
      *          instead of the account living forever. The whole
      *          of EX40USR.DAT is locked for the run through
      *          SIS-TRAVA; an EX40-ADMIN session or a login being
      *          recorded stops the run with return code 8 before
      *          anything is changed. Each account due to expire
      *          is also raised to its user through SIS-NOTIFICA
      *          (template EX40EXP) for the central outbox.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       COPY EX40REC.
       COPY SISTRVREC.
       COPY SISNOTREC.

       77 WRK-USUARIOS-STATUS  PIC X(02) VALUE '00'.
       77 WRK-AUDIT-STATUS     PIC X(02) VALUE '00'.
       0100-PRINCIPAL.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       PERFORM 0120-CALCULAR-LIMITE.
       PERFORM 0110-TRAVAR-USUARIOS.
       PERFORM 0150-CARREGAR-USUARIOS.
       PERFORM 0200-ABRIR-SAIDAS.
       PERFORM 0300-VARRER-CONTAS.
       END-IF.
       CLOSE EX40-AUDIT-FILE
       CLOSE EX40-EXPIRA-REL-FILE.
       PERFORM 0115-LIBERAR-USUARIOS.
       STOP RUN.

      *    the whole file is held for the run; a session open on
      *    it stops the run before anything is changed
       0110-TRAVAR-USUARIOS.
       MOVE SPACES TO SIS-TRAVA-PEDIDO
       SET SIS-TP-TRAVAR TO TRUE
       MOVE 'EX40USR.DAT' TO SIS-TP-ARQUIVO
       MOVE 'LOTE' TO SIS-TP-USUARIO
       MOVE 'EX40-EXPIRA' TO SIS-TP-PROGRAMA
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO
       IF SIS-TP-NEGADA
           DISPLAY 'EX40USR.DAT ' SIS-TP-MENSAGEM
           DISPLAY 'EXPIRACAO NAO PROCESSADA - NADA ALTERADO'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       0115-LIBERAR-USUARIOS.
       SET SIS-TP-LIBERAR TO TRUE
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO.

       0120-CALCULAR-LIMITE.
       MOVE WRK-DATA-SISTEMA TO WRK-DATA-LIMITE
       MOVE 30 TO WRK-DIAS-SOMAR
               MOVE EX40-CR-USUARIO TO WRK-LA-USUARIO
               MOVE EX40-CR-VALIDADE TO WRK-LA-VALIDADE
               WRITE EX40-EXPIRA-REL-LINHA FROM WRK-LINHA-AVISO
               PERFORM 0380-NOTIFICAR-USUARIO
       END-EVALUATE.

       0380-NOTIFICAR-USUARIO.
       MOVE SPACES TO SIS-NOTIFICACAO-REC
       MOVE 'EX40-EXPIRA' TO SIS-NT-ORIGEM
       MOVE EX40-CR-USUARIO TO SIS-NT-DESTINATARIO
       SET SIS-NT-EMAIL TO TRUE
       MOVE 'EX40EXP' TO SIS-NT-MODELO
       MOVE EX40-CR-USUARIO TO SIS-NT-CAMPO (1)
       MOVE EX40-CR-VALIDADE TO SIS-NT-CAMPO (2)
       CALL 'SIS-NOTIFICA' USING SIS-NOTIFICACAO-REC.

       0400-GRAVAR-AUDITORIA.
       ACCEPT WRK-HORA-SISTEMA FROM TIME
       MOVE WRK-DATA-SISTEMA TO EX40-AU-DATA
