      *          closing year's boletim and cumulative data into dated
      *          archive files with manifest entries in ARQMAN.DAT
      *          (the archive subsystem's convention), and prints a
      *          promotion summary per turma. The whole of
      *          EX5ALU.DAT is locked for the run through SIS-TRAVA;
      *          while a teacher holds a turma in EX5-NOTAS the run
      *          stops with return code 8 before anything is changed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       COPY EX5REC.
       COPY SISTRVREC.

       01 ARQ-MANIFESTO-REC.
           05 ARQ-MN-NOME     PIC X(12).
       0100-PRINCIPAL.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DATA-SISTEMA TO WRK-DATA-HOJE-N
       PERFORM 0110-TRAVAR-ALUNOS.
       PERFORM 0150-CARREGAR-PARAMETROS.
       PERFORM 0155-CARREGAR-FREQUENCIA.
       PERFORM 0160-CARREGAR-FINAIS.
       PERFORM 0350-ARQUIVAR-CUMULATIVO.
       PERFORM 0400-GERAR-NOVO-ROSTER.
       PERFORM 0800-RESUMO-PROMOCAO.
       PERFORM 0115-LIBERAR-ALUNOS.
       STOP RUN.

      *    the whole file is held for the run; a session open on
      *    it stops the run before anything is changed
       0110-TRAVAR-ALUNOS.
       MOVE SPACES TO SIS-TRAVA-PEDIDO
       SET SIS-TP-TRAVAR TO TRUE
       MOVE 'EX5ALU.DAT' TO SIS-TP-ARQUIVO
       MOVE 'LOTE' TO SIS-TP-USUARIO
       MOVE 'EX5-ENCERRAMENTO' TO SIS-TP-PROGRAMA
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO
       IF SIS-TP-NEGADA
           DISPLAY 'EX5ALU.DAT ' SIS-TP-MENSAGEM
           DISPLAY 'ENCERRAMENTO NAO EXECUTADO - NADA ALTERADO'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       0115-LIBERAR-ALUNOS.
       SET SIS-TP-LIBERAR TO TRUE
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO.

       0150-CARREGAR-PARAMETROS.
       OPEN INPUT EX5-PARM-FILE
       IF WRK-PARM-STATUS = '00'
