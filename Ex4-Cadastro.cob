      *          EX4-SCANNER checks each feed line against so a
      *          structurally valid code that does not exist for us
      *          stops sailing through. Adds, removes and lists
      *          codes. Every code carries its modulo-11 check digit
      *          (shared SIS-DIGITO subprogram) as the last character:
      *          a new code is typed without it and the digit is
      *          appended and shown on inclusion; a code typed for
      *          removal must come with its digit, and a wrong digit
      *          is refused before the catalog is searched.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 WRK-HOUVE-ALTERACAO-OK VALUE 'S'.

       77 WRK-CODIGO PIC X(80) VALUE SPACES.
       77 WRK-TAMANHO   PIC 9(02) VALUE ZEROS.
       77 WRK-DV-CODIGO PIC X(80) VALUE SPACES.
       77 WRK-DV-DIGITO PIC X(01) VALUE SPACE.
       77 WRK-DIGITO-OK-SW PIC X(01) VALUE 'N'.
           88 WRK-DIGITO-OK VALUE 'S'.
       77 WRK-ACHOU  PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.


       0270-LOCALIZAR-CODIGO.
       MOVE 'N' TO WRK-ACHOU
       MOVE 'S' TO WRK-DIGITO-OK-SW
       DISPLAY 'INFORME O CODIGO COM O DIGITO (ATE 80 CARACTERES)'
       ACCEPT WRK-CODIGO FROM CONSOLE
       IF WRK-CODIGO NOT = SPACES
           PERFORM 0290-CONFERIR-DIGITO
           IF WRK-DIGITO-OK
               PERFORM 0280-PROCURAR-CODIGO
           ELSE
               DISPLAY 'DIGITO VERIFICADOR INVALIDO'
           END-IF
       END-IF.

       0280-PROCURAR-CODIGO.
       SET WRK-CAD-IDX TO 1
       SEARCH WRK-TAB-CAD
           AT END
               CONTINUE
           WHEN WRK-TAB-CAD (WRK-CAD-IDX) = WRK-CODIGO
               MOVE 'S' TO WRK-ACHOU
       END-SEARCH.

       0290-CONFERIR-DIGITO.
       PERFORM 0295-CALCULAR-DIGITO
       IF WRK-CODIGO (WRK-TAMANHO:1) = WRK-DV-DIGITO
           MOVE 'S' TO WRK-DIGITO-OK-SW
       ELSE
           MOVE 'N' TO WRK-DIGITO-OK-SW
       END-IF.

       0285-MEDIR-CODIGO.
       MOVE 80 TO WRK-TAMANHO
       PERFORM UNTIL WRK-TAMANHO = 1
               OR WRK-CODIGO (WRK-TAMANHO:1) NOT = SPACE
           SUBTRACT 1 FROM WRK-TAMANHO
       END-PERFORM.

       0295-CALCULAR-DIGITO.
       PERFORM 0285-MEDIR-CODIGO
       MOVE SPACES TO WRK-DV-CODIGO
       IF WRK-TAMANHO > 1
           MOVE WRK-CODIGO (1:WRK-TAMANHO - 1) TO WRK-DV-CODIGO
       END-IF
       CALL 'SIS-DIGITO' USING WRK-DV-CODIGO WRK-DV-DIGITO.

       0300-INCLUIR.
       MOVE 'N' TO WRK-ACHOU
       DISPLAY 'INFORME O NOVO CODIGO SEM O DIGITO (ATE 79 CARACTERES)'
       ACCEPT WRK-CODIGO FROM CONSOLE
       IF WRK-CODIGO = SPACES
           DISPLAY 'CODIGO EM BRANCO - NAO INCLUIDO'
       ELSE
           IF WRK-CODIGO (80:1) NOT = SPACE
               DISPLAY 'CODIGO SEM ESPACO PARA O DIGITO - NAO INCLUIDO'
               MOVE SPACES TO WRK-CODIGO
           ELSE
               MOVE WRK-CODIGO TO WRK-DV-CODIGO
               CALL 'SIS-DIGITO' USING WRK-DV-CODIGO WRK-DV-DIGITO
               PERFORM 0285-MEDIR-CODIGO
               ADD 1 TO WRK-TAMANHO
               MOVE WRK-DV-DIGITO TO WRK-CODIGO (WRK-TAMANHO:1)
               PERFORM 0280-PROCURAR-CODIGO
           END-IF
       END-IF
       IF WRK-CODIGO NOT = SPACES
           IF WRK-ACHOU-OK
               DISPLAY 'CODIGO JA CADASTRADO'
           ELSE
               ADD 1 TO WRK-QTD-CADASTRO
               MOVE WRK-CODIGO TO WRK-TAB-CAD (WRK-QTD-CADASTRO)
               MOVE 'S' TO WRK-HOUVE-ALTERACAO
               DISPLAY 'CODIGO INCLUIDO: ' WRK-CODIGO (1:WRK-TAMANHO)
           END-IF
       END-IF.

       0400-EXCLUIR.
       PERFORM 0270-LOCALIZAR-CODIGO
       IF NOT WRK-ACHOU-OK
           IF WRK-DIGITO-OK
               DISPLAY 'CODIGO NAO CADASTRADO'
           END-IF
       ELSE
           PERFORM UNTIL WRK-CAD-IDX >= WRK-QTD-CADASTRO
               SET WRK-CAD-IDX UP BY 1
