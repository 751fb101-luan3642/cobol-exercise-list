      *          id, generation, run date, file, record count) and
      *          copies a chosen past generation to RELVISTA.DAT so it
      *          can be read or reprinted without touching the live
      *          report files. Generations of reports classed as
      *          sensitive (prefixes in SISACSREC) are copied only
      *          after the user id is typed, and each copy is logged
      *          to the read-access log through SIS-ACESSO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       COPY RELCATREC.
       COPY SISACSREC.

       77 WRK-CATALOGO-STATUS PIC X(02) VALUE '00'.
       77 WRK-GERACAO-STATUS  PIC X(02) VALUE '00'.
       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-QT-COPIADOS PIC 9(06) VALUE ZEROS.
       77 WRK-SENSIVEL    PIC X(01) VALUE 'N'.
           88 WRK-SENSIVEL-OK VALUE 'S'.
       77 WRK-USUARIO     PIC X(10) VALUE SPACES.

       01 WRK-LINHA-LISTA.
           05 WRK-LL-ID       PIC X(08).
       END-IF
       PERFORM 0300-LOCALIZAR-GERACAO.
       IF WRK-ACHOU-OK
           PERFORM 0350-CONFERIR-SENSIVEL
           IF WRK-ACHOU-OK
               PERFORM 0400-COPIAR-PARA-VISTA
               DISPLAY 'GERACAO COPIADA PARA RELVISTA.DAT - '
                   WRK-QT-COPIADOS ' REGISTROS'
           END-IF
       ELSE
           DISPLAY 'GERACAO NAO ENCONTRADA OU EXPIRADA'
       END-IF.
           CLOSE REL-CATALOGO-FILE
       END-IF.

       0350-CONFERIR-SENSIVEL.
       MOVE 'N' TO WRK-SENSIVEL
       PERFORM VARYING SIS-AC-SEN-IDX FROM 1 BY 1
               UNTIL SIS-AC-SEN-IDX > SIS-AC-QTD-SENSIVEIS
           IF WRK-NOME-GERACAO
                   (1:SIS-AC-SEN-TAMANHO (SIS-AC-SEN-IDX)) =
              SIS-AC-SEN-PREFIXO (SIS-AC-SEN-IDX)
                   (1:SIS-AC-SEN-TAMANHO (SIS-AC-SEN-IDX))
               MOVE 'S' TO WRK-SENSIVEL
           END-IF
       END-PERFORM
       IF WRK-SENSIVEL-OK
           DISPLAY 'RELATORIO RESTRITO - INFORME O SEU USUARIO'
           ACCEPT WRK-USUARIO FROM CONSOLE
           IF WRK-USUARIO = SPACES
               DISPLAY 'USUARIO NAO INFORMADO - GERACAO NAO COPIADA'
               MOVE 'N' TO WRK-ACHOU
           END-IF
       END-IF.

       0360-REGISTRAR-ACESSO.
       MOVE SPACES TO SIS-ACESSO-REC
       MOVE WRK-USUARIO TO SIS-AC-USUARIO
       MOVE 'REL-RESGATA' TO SIS-AC-PROGRAMA
       MOVE WRK-NOME-GERACAO TO SIS-AC-ARQUIVO
       MOVE ZEROS TO SIS-AC-MATRICULA
       CALL 'SIS-ACESSO' USING SIS-ACESSO-REC.

       0400-COPIAR-PARA-VISTA.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT REL-GERACAO-FILE
       IF WRK-GERACAO-STATUS = '00'
           IF WRK-SENSIVEL-OK
               PERFORM 0360-REGISTRAR-ACESSO
           END-IF
           OPEN OUTPUT REL-VISTA-FILE
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ REL-GERACAO-FILE
