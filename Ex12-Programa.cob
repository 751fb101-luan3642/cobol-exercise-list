      *          enrollment concluded or dropped, so the story no
      *          longer ends when the queue entry is closed; the
      *          outcomes report EX12-DESFECHO joins this file back
      *          to EX12HIST.DAT. Matriculas are typed with their
      *          modulo-11 check digit (shared SIS-DIGITO subprogram) as
      *          a sixth position; a wrong digit takes the same path as
      *          an invalid matricula, and so does a matricula of a
      *          company not granted to the user (SIS-EMPRESA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       COPY EX12REC.
       COPY SISEMPREC.

       77 WRK-FILA-STATUS     PIC X(02) VALUE '00'.
       77 WRK-PROGRAMA-STATUS PIC X(02) VALUE '00'.
       77 WRK-HOUVE-ALTERACAO PIC X(01) VALUE 'N'.
           88 WRK-HOUVE-ALTERACAO-OK VALUE 'S'.

       77 WRK-MATRICULA-IN PIC X(06) VALUE SPACES.
       77 WRK-DV-CODIGO    PIC X(80) VALUE SPACES.
       77 WRK-DV-DIGITO    PIC X(01) VALUE SPACE.
       77 WRK-MATRICULA    PIC 9(05) VALUE ZEROS.
       77 WRK-USUARIO      PIC X(10) VALUE SPACES.
       77 WRK-PROGRAMA     PIC X(10) VALUE SPACES.
       77 WRK-SITUACAO     PIC X(01) VALUE SPACES.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       DISPLAY 'INFORME O SEU USUARIO'
       ACCEPT WRK-USUARIO FROM CONSOLE
       IF WRK-USUARIO = SPACES
           DISPLAY 'USUARIO NAO INFORMADO - PROGRAMA ENCERRADO'
           STOP RUN
       END-IF
       PERFORM 0150-CARREGAR-FILA.
       PERFORM 0160-CARREGAR-INSCRICOES.
       PERFORM 0200-EXECUTAR-CICLO UNTIL WRK-SAIR-OK.

       0270-OBTER-MATRICULA.
       MOVE 'N' TO WRK-ACHOU
       DISPLAY 'INFORME A MATRICULA (6 DIGITOS, COM O DIGITO)'
       ACCEPT WRK-MATRICULA-IN FROM CONSOLE
       PERFORM 0275-CONFERIR-DIGITO
       PERFORM 0276-VERIFICAR-EMPRESA
       IF WRK-MATRICULA-IN IS NUMERIC
           MOVE WRK-MATRICULA-IN (1:5) TO WRK-MATRICULA
           MOVE 'S' TO WRK-ACHOU
       ELSE
           DISPLAY 'MATRICULA NAO NUMERICA'
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

       0276-VERIFICAR-EMPRESA.
       IF WRK-MATRICULA-IN IS NUMERIC
           MOVE SPACES TO SIS-EMPRESA-PEDIDO
           SET SIS-EP-DONA-MATRICULA TO TRUE
           MOVE WRK-MATRICULA-IN (1:5) TO SIS-EP-MATRICULA
           CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
           IF SIS-EP-SIM
               SET SIS-EP-ACESSO TO TRUE
               MOVE WRK-USUARIO TO SIS-EP-USUARIO
               MOVE 'EX12-PROGRAMA' TO SIS-EP-PROGRAMA
               CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
           END-IF
           IF SIS-EP-NAO
               DISPLAY SIS-EP-MENSAGEM
               MOVE SPACES TO WRK-MATRICULA-IN
           END-IF
       END-IF.

       0300-INSCREVER.
       PERFORM 0270-OBTER-MATRICULA
       IF NOT WRK-ACHOU-OK
