      *          approved leaves and list the current schedule. The
      *          roster and absence programs read this file to stop
      *          reporting people on ferias as conflicts or no-shows.
      *          Matriculas are typed with their modulo-11 check digit
      *          (shared SIS-DIGITO subprogram) as a sixth position; a
      *          wrong digit takes the same path as an invalid
      *          matricula, and so does a matricula of a company not
      *          granted to the supervisor (SIS-EMPRESA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       COPY EX26REC.
       COPY SISEMPREC.

       77 WRK-AFASTAMENTO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-AFASTAMENTO    PIC X(01) VALUE 'N'.
           88 WRK-SAIR-OK  VALUE 'S'.

       77 WRK-CAMPO-IN   PIC X(08) VALUE SPACES.
       77 WRK-DV-CODIGO    PIC X(80) VALUE SPACES.
       77 WRK-DV-DIGITO    PIC X(01) VALUE SPACE.
       77 WRK-MATRICULA  PIC 9(05) VALUE ZEROS.
       77 WRK-USUARIO    PIC X(10) VALUE SPACES.
       77 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM   PIC 9(08) VALUE ZEROS.
       77 WRK-ACHOU      PIC X(01) VALUE 'N'.
       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       DISPLAY 'INFORME O SEU USUARIO'
       ACCEPT WRK-USUARIO FROM CONSOLE
       IF WRK-USUARIO = SPACES
           DISPLAY 'USUARIO NAO INFORMADO - PROGRAMA ENCERRADO'
           STOP RUN
       END-IF
       PERFORM 0150-CARREGAR-AFASTAMENTOS.
       PERFORM 0200-EXECUTAR-CICLO UNTIL WRK-SAIR-OK.
       PERFORM 0700-GRAVAR-AFASTAMENTOS.
       END-IF.

       0270-OBTER-MATRICULA.
       DISPLAY 'INFORME A MATRICULA (6 DIGITOS, COM O DIGITO)'
       MOVE SPACES TO WRK-CAMPO-IN
       ACCEPT WRK-CAMPO-IN FROM CONSOLE
       PERFORM 0275-CONFERIR-DIGITO
       PERFORM 0276-VERIFICAR-EMPRESA
       IF WRK-CAMPO-IN (1:5) IS NUMERIC
           MOVE WRK-CAMPO-IN (1:5) TO WRK-MATRICULA
       ELSE
           MOVE ZEROS TO WRK-MATRICULA
       END-IF.

       0275-CONFERIR-DIGITO.
       IF WRK-CAMPO-IN (1:5) IS NUMERIC
           MOVE SPACES TO WRK-DV-CODIGO
           MOVE WRK-CAMPO-IN (1:5) TO WRK-DV-CODIGO
           CALL 'SIS-DIGITO' USING WRK-DV-CODIGO WRK-DV-DIGITO
           IF WRK-CAMPO-IN (6:1) NOT = WRK-DV-DIGITO
               DISPLAY 'DIGITO VERIFICADOR DA MATRICULA INVALIDO'
               MOVE SPACES TO WRK-CAMPO-IN
           END-IF
       END-IF.

       0276-VERIFICAR-EMPRESA.
       IF WRK-CAMPO-IN (1:5) IS NUMERIC
           MOVE SPACES TO SIS-EMPRESA-PEDIDO
           SET SIS-EP-DONA-MATRICULA TO TRUE
           MOVE WRK-CAMPO-IN (1:5) TO SIS-EP-MATRICULA
           CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
           IF SIS-EP-SIM
               SET SIS-EP-ACESSO TO TRUE
               MOVE WRK-USUARIO TO SIS-EP-USUARIO
               MOVE 'EX26-AFASTAMENT' TO SIS-EP-PROGRAMA
               CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
           END-IF
           IF SIS-EP-NAO
               DISPLAY SIS-EP-MENSAGEM
               MOVE SPACES TO WRK-CAMPO-IN
           END-IF
       END-IF.

       0300-INCLUIR.
       PERFORM 0270-OBTER-MATRICULA
       DISPLAY 'INFORME A DATA DE INICIO (AAAAMMDD)'
