      *          preference (C correio / R retirada na escola). Adds,
      *          changes, removes and lists records so the mailing
      *          run EX5-MALA has somewhere trustworthy to take
      *          addresses from. Matriculas are typed with their
      *          modulo-11 check digit (shared SIS-DIGITO subprogram) as
      *          a sixth position; a wrong digit takes the same path as
      *          an invalid matricula.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WRK-HOUVE-ALTERACAO PIC X(01) VALUE 'N'.
           88 WRK-HOUVE-ALTERACAO-OK VALUE 'S'.

       77 WRK-MATRICULA-IN PIC X(06) VALUE SPACES.
       77 WRK-DV-CODIGO    PIC X(80) VALUE SPACES.
       77 WRK-DV-DIGITO    PIC X(01) VALUE SPACE.
       77 WRK-MATRICULA    PIC 9(05) VALUE ZEROS.
       77 WRK-PREFERENCIA  PIC X(01) VALUE SPACES.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.

       0270-OBTER-MATRICULA.
       MOVE 'N' TO WRK-ACHOU
       DISPLAY 'INFORME A MATRICULA DO ALUNO (6 DIGITOS, COM O DIGITO)'
       ACCEPT WRK-MATRICULA-IN FROM CONSOLE
       PERFORM 0275-CONFERIR-DIGITO
       IF WRK-MATRICULA-IN NOT NUMERIC
           DISPLAY 'MATRICULA NAO NUMERICA'
           MOVE ZEROS TO WRK-MATRICULA
       ELSE
           MOVE WRK-MATRICULA-IN (1:5) TO WRK-MATRICULA
           SET WRK-RSP-IDX TO 1
           SEARCH WRK-TAB-RSP
               AT END
           END-SEARCH
       END-IF.

       0275-CONFERIR-DIGITO.
       IF WRK-MATRICULA-IN IS NUMERIC
           MOVE SPACES TO WRK-DV-CODIGO
           MOVE WRK-MATRICULA-IN (1:5) TO WRK-DV-CODIGO
           CALL 'SIS-DIGITO' USING WRK-DV-CODIGO WRK-DV-DIGITO
           IF WRK-MATRICULA-IN (6:1) NOT = WRK-DV-DIGITO
               DISPLAY 'DIGITO VERIFICADOR DA MATRICULA INVALIDO'
               MOVE SPACES TO WRK-MATRICULA-IN
           END-IF
       END-IF.

       0280-OBTER-DADOS.
       SET WRK-RSP-IDX TO WRK-QTD-RESPONSAVEIS
       PERFORM 0285-PREENCHER-DADOS.
