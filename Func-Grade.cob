      *          (FUNC-MS-GRADE), something that only exists now that
      *          promotions keep cargo and grade on the master
      *          instead of destroying history. Employees with no
      *          grade loaded yet are counted apart. Grades are
      *          listed by company (FUNC-MS-EMPRESA) with a subtotal
      *          per company; the group totals are printed only when
      *          requested through SIS-CONSOLIDA. Output:
      *          FUNCGRDREL.DAT.
      * Tectonics: cobc
      ******************************************************************
       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       FD  FUNC-GRADE-REL-FILE.
       01 FUNC-GRADE-REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       COPY FUNCREC.
       COPY SISEMPREC.

       77 WRK-MASTER-STATUS    PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
           88 WRK-FIM-MASTER-OK VALUE 'S'.

       01 WRK-TABELA-GRADES.
           05 WRK-TAB-GRD OCCURS 300 TIMES
               INDEXED BY WRK-GRD-IDX.
               10 WRK-TAB-GRD-EMPRESA PIC 9(02).
               10 WRK-TAB-GRD-GRADE  PIC X(02).
               10 WRK-TAB-GRD-QTD    PIC 9(05).
       77 WRK-QTD-GRADES PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-EMPRESAS.
           05 WRK-TAB-EMT OCCURS 99 TIMES
               INDEXED BY WRK-EMT-IDX.
               10 WRK-TAB-EMT-CODIGO    PIC 9(02).
               10 WRK-TAB-EMT-TOTAL     PIC 9(05).
               10 WRK-TAB-EMT-SEM-GRADE PIC 9(05).
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA PIC 9(02) VALUE ZEROS.

       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
           05 WRK-LG-GRADE   PIC X(02).
           05 FILLER        PIC X(11) VALUE '  EFETIVO: '.
           05 WRK-LG-QTD     PIC ZZZZ9.
       01 WRK-LINHA-EMPRESA.
           05 FILLER        PIC X(08) VALUE 'EMPRESA '.
           05 WRK-LE-EMPRESA PIC 9(02).
           05 FILLER        PIC X(10) VALUE '  ATIVOS: '.
           05 WRK-LE-TOTAL   PIC ZZZZ9.
           05 FILLER        PIC X(13) VALUE '  SEM GRADE: '.
           05 WRK-LE-SEM-GRADE PIC ZZZZ9.
       01 WRK-LINHA-CONSOLIDADO.
           05 FILLER        PIC X(35) VALUE
               'CONSOLIDADO DO GRUPO - PEDIDO POR: '.
           05 WRK-LCO-USUARIO PIC X(10).
       01 WRK-LINHA-SEM-CONSOLIDADO PIC X(60) VALUE
           'CONSOLIDADO DO GRUPO NAO SOLICITADO'.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.


       0300-PROCESSAR.
       IF FUNC-MS-ATIVO
           IF FUNC-MS-EMPRESA IS NUMERIC
              AND FUNC-MS-EMPRESA > ZEROS
               MOVE FUNC-MS-EMPRESA TO WRK-EMPRESA
           ELSE
               MOVE SIS-EMPRESA-MATRIZ TO WRK-EMPRESA
           END-IF
           PERFORM 0370-LOCALIZAR-EMPRESA
           ADD 1 TO WRK-QT-TOTAL
           ADD 1 TO WRK-TAB-EMT-TOTAL (WRK-EMT-IDX)
           IF FUNC-MS-GRADE = SPACES
               ADD 1 TO WRK-QT-SEM-GRADE
               ADD 1 TO WRK-TAB-EMT-SEM-GRADE (WRK-EMT-IDX)
           ELSE
               PERFORM 0350-ACUMULAR-GRADE
           END-IF
       SEARCH WRK-TAB-GRD
           AT END
               CONTINUE
           WHEN WRK-GRD-IDX > WRK-QTD-GRADES
               CONTINUE
           WHEN WRK-TAB-GRD-GRADE (WRK-GRD-IDX) = FUNC-MS-GRADE
              AND WRK-TAB-GRD-EMPRESA (WRK-GRD-IDX) = WRK-EMPRESA
               MOVE 'S' TO WRK-ACHOU
       END-SEARCH
       IF NOT WRK-ACHOU-OK
           IF WRK-QTD-GRADES >= 300
               PERFORM 9000-ABORTAR-CAPACIDADE
           END-IF
           ADD 1 TO WRK-QTD-GRADES
           SET WRK-GRD-IDX TO WRK-QTD-GRADES
           MOVE WRK-EMPRESA TO WRK-TAB-GRD-EMPRESA (WRK-GRD-IDX)
           MOVE FUNC-MS-GRADE TO WRK-TAB-GRD-GRADE (WRK-GRD-IDX)
           MOVE ZEROS TO WRK-TAB-GRD-QTD (WRK-GRD-IDX)
       END-IF
       ADD 1 TO WRK-TAB-GRD-QTD (WRK-GRD-IDX).

       0370-LOCALIZAR-EMPRESA.
       SET WRK-EMT-IDX TO 1
       SEARCH WRK-TAB-EMT
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-EMT-IDX > WRK-QTD-EMPRESAS
               ADD 1 TO WRK-QTD-EMPRESAS
               MOVE WRK-EMPRESA TO WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-TOTAL (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-SEM-GRADE (WRK-EMT-IDX)
           WHEN WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) = WRK-EMPRESA
               CONTINUE
       END-SEARCH.

      *    the grades of each company are listed together and closed
      *    by the company subtotal
       0800-RELATORIO-GRADES.
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           PERFORM 0810-IMPRIMIR-EMPRESA
       END-PERFORM
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-CONSOLIDADO TO TRUE
       MOVE 'FUNC-GRADE' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NAO
           WRITE FUNC-GRADE-REL-LINHA FROM WRK-LINHA-SEM-CONSOLIDADO
       ELSE
           MOVE SIS-EP-USUARIO TO WRK-LCO-USUARIO
           WRITE FUNC-GRADE-REL-LINHA FROM WRK-LINHA-CONSOLIDADO
           PERFORM 0820-TOTAIS-CONSOLIDADOS
       END-IF.

       0810-IMPRIMIR-EMPRESA.
       PERFORM VARYING WRK-GRD-IDX FROM 1 BY 1
               UNTIL WRK-GRD-IDX > WRK-QTD-GRADES
           IF WRK-TAB-GRD-EMPRESA (WRK-GRD-IDX)
                   = WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
               MOVE WRK-TAB-GRD-GRADE (WRK-GRD-IDX) TO WRK-LG-GRADE
               MOVE WRK-TAB-GRD-QTD (WRK-GRD-IDX) TO WRK-LG-QTD
               WRITE FUNC-GRADE-REL-LINHA FROM WRK-LINHA-GRADE
           END-IF
       END-PERFORM
       MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-LE-EMPRESA
       MOVE WRK-TAB-EMT-TOTAL (WRK-EMT-IDX) TO WRK-LE-TOTAL
       MOVE WRK-TAB-EMT-SEM-GRADE (WRK-EMT-IDX) TO WRK-LE-SEM-GRADE
       WRITE FUNC-GRADE-REL-LINHA FROM WRK-LINHA-EMPRESA
       WRITE FUNC-GRADE-REL-LINHA FROM WRK-LINHA-BRANCO.

       0820-TOTAIS-CONSOLIDADOS.
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'ATIVOS TOTAIS....: ' DELIMITED BY SIZE
           WRK-QT-TOTAL DELIMITED BY SIZE
