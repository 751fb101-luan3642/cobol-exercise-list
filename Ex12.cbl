      * Date:
      * Purpose: BMI screening, now with a persistent wellness history
      *          file (EX12HIST.DAT) keyed by employee ID and
      *          screening date. The matricula is typed with its
      *          modulo-11 check digit (shared SIS-DIGITO
      *          subprogram) and asked again until it checks and
      *          belongs to a company granted to the user
      *          (SIS-EMPRESA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       COPY EX12REC.
       COPY SISEMPREC.

       77 WRK-MATRICULA PIC 9(05) VALUE ZEROS.
       77 WRK-USUARIO   PIC X(10) VALUE SPACES.
       77 WRK-MATRICULA-IN PIC X(06) VALUE SPACES.
       77 WRK-MATRICULA-VALIDA PIC X(01) VALUE 'N'.
           88 WRK-MATRICULA-VALIDA-OK VALUE 'S'.
       77 WRK-DV-CODIGO PIC X(80) VALUE SPACES.
       77 WRK-DV-DIGITO PIC X(01) VALUE SPACE.
       77 WRK-ALTURA PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PESO   PIC 9(03)V99 VALUE ZEROS.
       77 WRK-SEXO   PIC A(1) VALUE SPACES.
       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       DISPLAY 'INFORME O SEU USUARIO'
       ACCEPT WRK-USUARIO FROM CONSOLE
       IF WRK-USUARIO = SPACES
           DISPLAY 'USUARIO NAO INFORMADO - PROGRAMA ENCERRADO'
           STOP RUN
       END-IF
       OPEN EXTEND EX12-HIST-FILE
       IF WRK-HIST-STATUS = '35'
           OPEN OUTPUT EX12-HIST-FILE
       END-IF

       PERFORM 0150-OBTER-MATRICULA UNTIL WRK-MATRICULA-VALIDA-OK.

       DISPLAY 'INFORME SUA ALTURA'.
       ACCEPT WRK-ALTURA FROM CONSOLE.

       STOP RUN.

       0150-OBTER-MATRICULA.
       DISPLAY 'INFORME SUA MATRICULA (6 DIGITOS, COM O DIGITO)'
       MOVE SPACES TO WRK-MATRICULA-IN
       ACCEPT WRK-MATRICULA-IN FROM CONSOLE
       IF WRK-MATRICULA-IN IS NUMERIC
           MOVE SPACES TO WRK-DV-CODIGO
           MOVE WRK-MATRICULA-IN (1:5) TO WRK-DV-CODIGO
           CALL 'SIS-DIGITO' USING WRK-DV-CODIGO WRK-DV-DIGITO
           IF WRK-MATRICULA-IN (6:1) = WRK-DV-DIGITO
               MOVE WRK-MATRICULA-IN (1:5) TO WRK-MATRICULA
               MOVE 'S' TO WRK-MATRICULA-VALIDA
           END-IF
       END-IF
       IF WRK-MATRICULA-VALIDA-OK
           PERFORM 0160-VERIFICAR-EMPRESA
       END-IF
       IF NOT WRK-MATRICULA-VALIDA-OK
           DISPLAY 'MATRICULA OU DIGITO INVALIDO - TENTE NOVAMENTE'
       END-IF.

       0160-VERIFICAR-EMPRESA.
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-DONA-MATRICULA TO TRUE
       MOVE WRK-MATRICULA TO SIS-EP-MATRICULA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-SIM
           SET SIS-EP-ACESSO TO TRUE
           MOVE WRK-USUARIO TO SIS-EP-USUARIO
           MOVE 'EX12' TO SIS-EP-PROGRAMA
           CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       END-IF
       IF SIS-EP-NAO
           DISPLAY SIS-EP-MENSAGEM
           MOVE 'N' TO WRK-MATRICULA-VALIDA
       END-IF.

       0200-CLASSIFICAR.
       MOVE SPACES TO WRK-CATEGORIA
       EVALUATE TRUE
