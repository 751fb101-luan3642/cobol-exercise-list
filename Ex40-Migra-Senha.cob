      *          first login with the hashed compare; a file whose
      *          records already carry the numeric salt+hash zone is
      *          refused with RETURN-CODE 8, so a second run cannot
      *          hash the hashes and lock every account out. The
      *          whole of EX40USR.DAT is locked for the run through
      *          SIS-TRAVA; an EX40-ADMIN session or a login being
      *          recorded stops the run with return code 8 before
      *          anything is changed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       COPY EX40REC.
       COPY SISTRVREC.

       01 EX40-CRED-ANTIGA-REC.
           05 EX40-CA-USUARIO    PIC X(10).
       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0110-TRAVAR-USUARIOS.
       PERFORM 0150-VERIFICAR-JA-MIGRADO.
       IF WRK-QT-REGISTROS > 0 AND WRK-PARECE-MIGRADO-OK
           DISPLAY 'EX40USR.DAT JA MIGRADO - NADA FOI ALTERADO'
           DISPLAY 'CREDENCIAIS MIGRADAS: ' WRK-QTD-USUARIOS
           MOVE 0 TO RETURN-CODE
       END-IF.
       PERFORM 0115-LIBERAR-USUARIOS.
       STOP RUN.

      *    the whole file is held for the run; a session open on
      *    it stops the run before anything is changed
       0110-TRAVAR-USUARIOS.
       MOVE SPACES TO SIS-TRAVA-PEDIDO
       SET SIS-TP-TRAVAR TO TRUE
       MOVE 'EX40USR.DAT' TO SIS-TP-ARQUIVO
       MOVE 'LOTE' TO SIS-TP-USUARIO
       MOVE 'EX40-MIGRA-SENHA' TO SIS-TP-PROGRAMA
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO
       IF SIS-TP-NEGADA
           DISPLAY 'EX40USR.DAT ' SIS-TP-MENSAGEM
           DISPLAY 'MIGRACAO NAO EXECUTADA - NADA ALTERADO'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       0115-LIBERAR-USUARIOS.
       SET SIS-TP-LIBERAR TO TRUE
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO.

       0150-VERIFICAR-JA-MIGRADO.
       OPEN INPUT EX40-USUARIOS-FILE
       IF WRK-USUARIOS-STATUS = '00'
