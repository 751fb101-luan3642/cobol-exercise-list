      *          FUNC-MS-DATA-ADMISSAO as of the run date (ATE 2,
      *          3 A 5, 6 A 10, 11 OU MAIS anos), with a subtotal per
      *          department and the employees with no admission date
      *          loaded counted separately. Departments are listed
      *          by company (FUNC-MS-EMPRESA) with a subtotal per
      *          company; the group total is printed only when
      *          requested through SIS-CONSOLIDA. Output:
      *          FUNCSENREL.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       FD  FUNC-SENIOR-REL-FILE.
       01 FUNC-SENIOR-REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       COPY FUNCREC.
       COPY SISEMPREC.

       77 WRK-MASTER-STATUS    PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
           05 WRK-TAB-DEP OCCURS 50 TIMES
               INDEXED BY WRK-DEP-IDX.
               10 WRK-TAB-DEP-NOME    PIC X(10).
               10 WRK-TAB-DEP-EMPRESA PIC 9(02).
               10 WRK-TAB-DEP-FAIXA OCCURS 4 TIMES PIC 9(05).
               10 WRK-TAB-DEP-SEM-DATA PIC 9(05).
       77 WRK-QTD-DEPTOS PIC 9(02) VALUE ZEROS.
           05 WRK-TOT-FAIXA OCCURS 4 TIMES PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-SEM-DATA PIC 9(05) VALUE ZEROS.

       01 WRK-TABELA-EMPRESAS.
           05 WRK-TAB-EMT OCCURS 99 TIMES
               INDEXED BY WRK-EMT-IDX.
               10 WRK-TAB-EMT-CODIGO   PIC 9(02).
               10 WRK-TAB-EMT-FAIXA OCCURS 4 TIMES PIC 9(05).
               10 WRK-TAB-EMT-SEM-DATA PIC 9(05).
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA PIC 9(02) VALUE ZEROS.

       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-ANOS-SERVICO PIC S9(03) VALUE ZEROS.
           05 WRK-LE-FAIXA4   PIC ZZZZ9.
           05 FILLER         PIC X(10) VALUE ' SEM DATA:'.
           05 WRK-LE-SEM-DATA PIC ZZZZ9.
       01 WRK-LINHA-EMPRESA.
           05 FILLER         PIC X(08) VALUE 'EMPRESA '.
           05 WRK-LM-EMPRESA  PIC 9(02).
           05 FILLER         PIC X(09) VALUE ' ATE 2: '.
           05 WRK-LM-FAIXA1   PIC ZZZZ9.
           05 FILLER         PIC X(08) VALUE ' 3 A 5:'.
           05 WRK-LM-FAIXA2   PIC ZZZZ9.
           05 FILLER         PIC X(09) VALUE ' 6 A 10:'.
           05 WRK-LM-FAIXA3   PIC ZZZZ9.
           05 FILLER         PIC X(08) VALUE ' 11 OU+:'.
           05 WRK-LM-FAIXA4   PIC ZZZZ9.
           05 FILLER         PIC X(10) VALUE ' SEM DATA:'.
           05 WRK-LM-SEM-DATA PIC ZZZZ9.
       01 WRK-LINHA-CONSOLIDADO.
           05 FILLER         PIC X(35) VALUE
               'CONSOLIDADO DO GRUPO - PEDIDO POR: '.
           05 WRK-LCO-USUARIO PIC X(10).
       01 WRK-LINHA-SEM-CONSOLIDADO PIC X(60) VALUE
           'CONSOLIDADO DO GRUPO NAO SOLICITADO'.
       01 WRK-LINHA-RESUMO PIC X(70).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PERFORM 0250-LER-MASTER.

       0350-CLASSIFICAR-EMPREGADO.
       IF FUNC-MS-EMPRESA IS NUMERIC
          AND FUNC-MS-EMPRESA > ZEROS
           MOVE FUNC-MS-EMPRESA TO WRK-EMPRESA
       ELSE
           MOVE SIS-EMPRESA-MATRIZ TO WRK-EMPRESA
       END-IF
       PERFORM 0360-LOCALIZAR-DEPTO
       PERFORM 0370-LOCALIZAR-EMPRESA
       IF FUNC-MS-DATA-ADMISSAO = ZEROS
           ADD 1 TO WRK-TAB-DEP-SEM-DATA (WRK-DEP-IDX)
           ADD 1 TO WRK-TAB-EMT-SEM-DATA (WRK-EMT-IDX)
           ADD 1 TO WRK-TOT-SEM-DATA
       ELSE
           MOVE FUNC-MS-DATA-ADMISSAO TO WRK-ADM-DECOMP
                   MOVE 4 TO WRK-FAIXA
           END-EVALUATE
           ADD 1 TO WRK-TAB-DEP-FAIXA (WRK-DEP-IDX WRK-FAIXA)
           ADD 1 TO WRK-TAB-EMT-FAIXA (WRK-EMT-IDX WRK-FAIXA)
           ADD 1 TO WRK-TOT-FAIXA (WRK-FAIXA)
       END-IF.

       SEARCH WRK-TAB-DEP
           AT END
               CONTINUE
           WHEN WRK-DEP-IDX > WRK-QTD-DEPTOS
               CONTINUE
           WHEN WRK-TAB-DEP-NOME (WRK-DEP-IDX)
                   = FUNC-MS-DEPARTAMENTO
              AND WRK-TAB-DEP-EMPRESA (WRK-DEP-IDX) = WRK-EMPRESA
               MOVE 'S' TO WRK-ACHOU
       END-SEARCH
       IF NOT WRK-ACHOU-OK
           SET WRK-DEP-IDX TO WRK-QTD-DEPTOS
           MOVE FUNC-MS-DEPARTAMENTO TO
               WRK-TAB-DEP-NOME (WRK-DEP-IDX)
           MOVE WRK-EMPRESA TO WRK-TAB-DEP-EMPRESA (WRK-DEP-IDX)
           MOVE ZEROS TO WRK-TAB-DEP-FAIXA (WRK-DEP-IDX 1)
           MOVE ZEROS TO WRK-TAB-DEP-FAIXA (WRK-DEP-IDX 2)
           MOVE ZEROS TO WRK-TAB-DEP-FAIXA (WRK-DEP-IDX 3)
           MOVE ZEROS TO WRK-TAB-DEP-SEM-DATA (WRK-DEP-IDX)
       END-IF.

       0370-LOCALIZAR-EMPRESA.
       SET WRK-EMT-IDX TO 1
       SEARCH WRK-TAB-EMT
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-EMT-IDX > WRK-QTD-EMPRESAS
               ADD 1 TO WRK-QTD-EMPRESAS
               MOVE WRK-EMPRESA TO WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-FAIXA (WRK-EMT-IDX 1)
               MOVE ZEROS TO WRK-TAB-EMT-FAIXA (WRK-EMT-IDX 2)
               MOVE ZEROS TO WRK-TAB-EMT-FAIXA (WRK-EMT-IDX 3)
               MOVE ZEROS TO WRK-TAB-EMT-FAIXA (WRK-EMT-IDX 4)
               MOVE ZEROS TO WRK-TAB-EMT-SEM-DATA (WRK-EMT-IDX)
           WHEN WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) = WRK-EMPRESA
               CONTINUE
       END-SEARCH.

      *    the departments of each company are listed together and
      *    closed by the company subtotal
       0800-RELATORIO-FAIXAS.
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           PERFORM 0810-IMPRIMIR-EMPRESA
       END-PERFORM
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-CONSOLIDADO TO TRUE
       MOVE 'FUNC-SENIORIDADE' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NAO
           WRITE FUNC-SENIOR-REL-LINHA FROM WRK-LINHA-SEM-CONSOLIDADO
       ELSE
           MOVE SIS-EP-USUARIO TO WRK-LCO-USUARIO
           WRITE FUNC-SENIOR-REL-LINHA FROM WRK-LINHA-CONSOLIDADO
           PERFORM 0820-TOTAL-GERAL
       END-IF.

       0810-IMPRIMIR-EMPRESA.
       PERFORM VARYING WRK-DEP-IDX FROM 1 BY 1
               UNTIL WRK-DEP-IDX > WRK-QTD-DEPTOS
           IF WRK-TAB-DEP-EMPRESA (WRK-DEP-IDX)
                   = WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
               MOVE WRK-TAB-DEP-NOME (WRK-DEP-IDX) TO WRK-LE-NOME
               MOVE WRK-TAB-DEP-FAIXA (WRK-DEP-IDX 1) TO WRK-LE-FAIXA1
               MOVE WRK-TAB-DEP-FAIXA (WRK-DEP-IDX 2) TO WRK-LE-FAIXA2
               MOVE WRK-TAB-DEP-FAIXA (WRK-DEP-IDX 3) TO WRK-LE-FAIXA3
               MOVE WRK-TAB-DEP-FAIXA (WRK-DEP-IDX 4) TO WRK-LE-FAIXA4
               MOVE WRK-TAB-DEP-SEM-DATA (WRK-DEP-IDX)
                   TO WRK-LE-SEM-DATA
               WRITE FUNC-SENIOR-REL-LINHA FROM WRK-LINHA-DEPTO
           END-IF
       END-PERFORM
       MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-LM-EMPRESA
       MOVE WRK-TAB-EMT-FAIXA (WRK-EMT-IDX 1) TO WRK-LM-FAIXA1
       MOVE WRK-TAB-EMT-FAIXA (WRK-EMT-IDX 2) TO WRK-LM-FAIXA2
       MOVE WRK-TAB-EMT-FAIXA (WRK-EMT-IDX 3) TO WRK-LM-FAIXA3
       MOVE WRK-TAB-EMT-FAIXA (WRK-EMT-IDX 4) TO WRK-LM-FAIXA4
       MOVE WRK-TAB-EMT-SEM-DATA (WRK-EMT-IDX) TO WRK-LM-SEM-DATA
       WRITE FUNC-SENIOR-REL-LINHA FROM WRK-LINHA-EMPRESA
       WRITE FUNC-SENIOR-REL-LINHA FROM WRK-LINHA-BRANCO.

       0820-TOTAL-GERAL.
       MOVE 'TOTAL GERAL' TO WRK-LE-NOME
       MOVE WRK-TOT-FAIXA (1) TO WRK-LE-FAIXA1
       MOVE WRK-TOT-FAIXA (2) TO WRK-LE-FAIXA2
