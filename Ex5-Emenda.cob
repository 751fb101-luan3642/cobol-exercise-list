      *          only the affected student's weighted final, rewrites
      *          the student's EX5CUM.DAT row for the current term and
      *          prints the before/after audit listing the registrar
      *          needs for inspections. The whole of EX5ALU.DAT is
      *          locked for the run through SIS-TRAVA; while a
      *          teacher holds a turma in EX5-NOTAS the run stops
      *          with return code 8 before anything is changed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       COPY EX5REC.
       COPY SISTRVREC.

       77 WRK-EMENDA-STATUS    PIC X(02) VALUE '00'.
       77 WRK-ALUNOS-STATUS    PIC X(02) VALUE '00'.
       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0110-TRAVAR-ALUNOS.
       PERFORM 0150-CARREGAR-PARAMETROS.
       PERFORM 0160-CARREGAR-ALUNOS.
       PERFORM 0170-CARREGAR-CUMULATIVO.
       PERFORM 0800-RELATORIO-TOTAIS.
       CLOSE EX5-EMENDA-FILE
       CLOSE EX5-EMENDA-REL-FILE.
       PERFORM 0115-LIBERAR-ALUNOS.
       IF WRK-QT-REJEITADAS = 0
           MOVE 0 TO RETURN-CODE
       ELSE
       END-IF.
       STOP RUN.

      *    the whole file is held for the run; a session open on
      *    it stops the run before anything is changed
       0110-TRAVAR-ALUNOS.
       MOVE SPACES TO SIS-TRAVA-PEDIDO
       SET SIS-TP-TRAVAR TO TRUE
       MOVE 'EX5ALU.DAT' TO SIS-TP-ARQUIVO
       MOVE 'LOTE' TO SIS-TP-USUARIO
       MOVE 'EX5-EMENDA' TO SIS-TP-PROGRAMA
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO
       IF SIS-TP-NEGADA
           DISPLAY 'EX5ALU.DAT ' SIS-TP-MENSAGEM
           DISPLAY 'EMENDAS NAO PROCESSADAS - NADA ALTERADO'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       0115-LIBERAR-ALUNOS.
       SET SIS-TP-LIBERAR TO TRUE
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO.

       0150-CARREGAR-PARAMETROS.
       OPEN INPUT EX5-PARM-FILE
       IF WRK-PARM-STATUS = '00'
