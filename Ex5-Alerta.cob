      *          IMPOSSIVEL (over 100) and PRECISA ACIMA DE 90, with
      *          the on-track count in the turma summary - a month of
      *          warning teachers never had. Output: EX5ALERTA.DAT.
      *          Each at-risk student is also raised through
      *          SIS-NOTIFICA (template EX5ALERT) to the turma's
      *          coordinator, recipient COORD-TURMA-<turma>.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       COPY EX5REC.
       COPY SISNOTREC.

       77 WRK-ALUNOS-STATUS PIC X(02) VALUE '00'.
       77 WRK-PARM-STATUS   PIC X(02) VALUE '00'.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-LA-SITUACAO  PIC X(18).
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-NOTA-EDITADA PIC -ZZ9,99.
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       MOVE EX5-AL-MATRICULA TO WRK-LA-MATRICULA
       MOVE EX5-AL-NOME TO WRK-LA-NOME
       MOVE WRK-NOTA2-NECESSARIA TO WRK-LA-NECESSARIA
       WRITE EX5-ALERTA-LINHA FROM WRK-LINHA-ALUNO
       PERFORM 0390-NOTIFICAR-COORDENACAO.

       0390-NOTIFICAR-COORDENACAO.
       MOVE SPACES TO SIS-NOTIFICACAO-REC
       MOVE 'EX5-ALERTA' TO SIS-NT-ORIGEM
       STRING 'COORD-TURMA-' DELIMITED BY SIZE
           EX5-AL-TURMA DELIMITED BY SPACE
           INTO SIS-NT-DESTINATARIO
       SET SIS-NT-EMAIL TO TRUE
       MOVE 'EX5ALERT' TO SIS-NT-MODELO
       MOVE EX5-AL-MATRICULA TO SIS-NT-CAMPO (1)
       MOVE EX5-AL-NOME TO SIS-NT-CAMPO (2)
       MOVE WRK-NOTA2-NECESSARIA TO WRK-NOTA-EDITADA
       MOVE WRK-NOTA-EDITADA TO SIS-NT-CAMPO (3)
       MOVE WRK-LA-SITUACAO TO SIS-NT-CAMPO (4)
       MOVE EX5-AL-TURMA TO SIS-NT-CAMPO (5)
       CALL 'SIS-NOTIFICA' USING SIS-NOTIFICACAO-REC.

       0400-RESUMO-TURMA.
       MOVE SPACES TO WRK-LINHA-RESUMO
