      *          and lets the clinic mark each case contacted or
      *          closed, so the next screening run carries forward
      *          only the cases still open instead of the clinic
      *          re-reading the whole report every week. Matriculas are
      *          typed with their modulo-11 check digit (shared
      *          SIS-DIGITO subprogram) as a sixth position; a wrong
      *          digit takes the same path as an invalid matricula, and
      *          so does a matricula of a company not granted to the
      *          user (SIS-EMPRESA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       COPY EX12REC.
       COPY SISEMPREC.

       77 WRK-FILA-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-FILA    PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-OK VALUE 'S'.
       77 WRK-SAIR         PIC X(01) VALUE 'N'.
           88 WRK-SAIR-OK  VALUE 'S'.
       77 WRK-MATRICULA-IN PIC X(06) VALUE SPACES.
       77 WRK-DV-CODIGO    PIC X(80) VALUE SPACES.
       77 WRK-DV-DIGITO    PIC X(01) VALUE SPACE.
       77 WRK-MATRICULA    PIC 9(05) VALUE ZEROS.
       77 WRK-USUARIO      PIC X(10) VALUE SPACES.
       77 WRK-SITUACAO     PIC X(01) VALUE SPACES.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       DISPLAY 'INFORME O SEU USUARIO'
       ACCEPT WRK-USUARIO FROM CONSOLE
       IF WRK-USUARIO = SPACES
           DISPLAY 'USUARIO NAO INFORMADO - PROGRAMA ENCERRADO'
           STOP RUN
       END-IF
       PERFORM 0150-CARREGAR-FILA.
       PERFORM 0200-EXECUTAR-CICLO UNTIL WRK-SAIR-OK.
       PERFORM 0700-GRAVAR-FILA.
       END-PERFORM.

       0400-ATUALIZAR.
       DISPLAY 'INFORME A MATRICULA (6 DIGITOS, COM O DIGITO)'
       ACCEPT WRK-MATRICULA-IN FROM CONSOLE
       PERFORM 0410-CONFERIR-DIGITO
       PERFORM 0420-VERIFICAR-EMPRESA
       IF WRK-MATRICULA-IN IS NUMERIC
           MOVE WRK-MATRICULA-IN (1:5) TO WRK-MATRICULA
       ELSE
           DISPLAY 'MATRICULA NAO NUMERICA'
           MOVE ZEROS TO WRK-MATRICULA
       SEARCH WRK-TAB-FILA
           AT END
               CONTINUE
           WHEN WRK-FILA-IDX > WRK-QTD-FILA
               CONTINUE
           WHEN WRK-TAB-FILA-MATRICULA (WRK-FILA-IDX) = WRK-MATRICULA
               MOVE 'S' TO WRK-ACHOU
       END-SEARCH
           DISPLAY 'MATRICULA NAO ESTA NA FILA'
       END-IF.

       0410-CONFERIR-DIGITO.
       IF WRK-MATRICULA-IN IS NUMERIC
           MOVE SPACES TO WRK-DV-CODIGO
           MOVE WRK-MATRICULA-IN (1:5) TO WRK-DV-CODIGO
           CALL 'SIS-DIGITO' USING WRK-DV-CODIGO WRK-DV-DIGITO
           IF WRK-MATRICULA-IN (6:1) NOT = WRK-DV-DIGITO
               DISPLAY 'DIGITO VERIFICADOR DA MATRICULA INVALIDO'
               MOVE SPACES TO WRK-MATRICULA-IN
           END-IF
       END-IF.

       0420-VERIFICAR-EMPRESA.
       IF WRK-MATRICULA-IN IS NUMERIC
           MOVE SPACES TO SIS-EMPRESA-PEDIDO
           SET SIS-EP-DONA-MATRICULA TO TRUE
           MOVE WRK-MATRICULA-IN (1:5) TO SIS-EP-MATRICULA
           CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
           IF SIS-EP-SIM
               SET SIS-EP-ACESSO TO TRUE
               MOVE WRK-USUARIO TO SIS-EP-USUARIO
               MOVE 'EX12-FILA' TO SIS-EP-PROGRAMA
               CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
           END-IF
           IF SIS-EP-NAO
               DISPLAY SIS-EP-MENSAGEM
               MOVE SPACES TO WRK-MATRICULA-IN
           END-IF
       END-IF.

       0700-GRAVAR-FILA.
       OPEN OUTPUT EX12-FILA-FILE
       PERFORM VARYING WRK-FILA-IDX FROM 1 BY 1
