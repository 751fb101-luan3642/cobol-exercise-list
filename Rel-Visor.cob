      *          within the report, so operators stop opening report
      *          files in an editor (and accidentally saving changes
      *          into them). This program opens every file INPUT only;
      *          there is no write path at all. Reports classed as
      *          sensitive (salary EX26SALREL, EX12 and EX40 reports,
      *          prefixes in SISACSREC) are shown only after the
      *          user id is typed, and each opening is logged to the
      *          read-access log through SIS-ACESSO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       COPY RELCATREC.
       COPY SISACSREC.

       77 WRK-CONFIG-STATUS PIC X(02) VALUE '00'.
       77 WRK-ORIGEM-STATUS PIC X(02) VALUE '00'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-SAIR        PIC X(01) VALUE 'N'.
           88 WRK-SAIR-OK VALUE 'S'.
       77 WRK-SENSIVEL    PIC X(01) VALUE 'N'.
           88 WRK-SENSIVEL-OK VALUE 'S'.
       77 WRK-USUARIO     PIC X(10) VALUE SPACES.

       77 WRK-LINHAS-PAGINA  PIC 9(02) VALUE 20.
       77 WRK-LINHAS-EXIBIDAS PIC 9(02) VALUE ZEROS.
       0100-PRINCIPAL.
       PERFORM 0200-LISTAR-RELATORIOS.
       PERFORM 0300-ESCOLHER-RELATORIO.
       IF WRK-ACHOU-OK
           PERFORM 0350-CONFERIR-SENSIVEL
       END-IF.
       IF WRK-ACHOU-OK
           PERFORM 0400-EXIBIR-RELATORIO
       END-IF.
           DISPLAY 'RELATORIO NAO CADASTRADO: ' WRK-ID-PEDIDO
       END-IF.

       0350-CONFERIR-SENSIVEL.
       MOVE 'N' TO WRK-SENSIVEL
       PERFORM VARYING SIS-AC-SEN-IDX FROM 1 BY 1
               UNTIL SIS-AC-SEN-IDX > SIS-AC-QTD-SENSIVEIS
           IF WRK-NOME-ORIGEM
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
               DISPLAY 'USUARIO NAO INFORMADO - RELATORIO NAO EXIBIDO'
               MOVE 'N' TO WRK-ACHOU
           END-IF
       END-IF.

       0360-REGISTRAR-ACESSO.
       MOVE SPACES TO SIS-ACESSO-REC
       MOVE WRK-USUARIO TO SIS-AC-USUARIO
       MOVE 'REL-VISOR' TO SIS-AC-PROGRAMA
       MOVE WRK-NOME-ORIGEM TO SIS-AC-ARQUIVO
       MOVE ZEROS TO SIS-AC-MATRICULA
       CALL 'SIS-ACESSO' USING SIS-ACESSO-REC.

       0400-EXIBIR-RELATORIO.
       OPEN INPUT REL-ORIGEM-FILE
       IF WRK-ORIGEM-STATUS NOT = '00'
           DISPLAY 'RELATORIO INDISPONIVEL: ' WRK-NOME-ORIGEM
       ELSE
           IF WRK-SENSIVEL-OK
               PERFORM 0360-REGISTRAR-ACESSO
           END-IF
           PERFORM 0500-EXIBIR-PAGINA
           PERFORM 0450-TRATAR-COMANDO
               UNTIL WRK-SAIR-OK OR WRK-FIM-ORIGEM-OK
