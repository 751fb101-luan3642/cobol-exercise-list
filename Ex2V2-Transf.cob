      *          destination. Matched pairs are counted; transfers
      *          with only one leg posted are listed as in transit in
      *          EX2V2TRFREL.DAT so the branch sees why the caixa
      *          positions do not tie out on transfer days. Pairs and
      *          legs in transit are totalled by company (a pair under
      *          the company of its origin leg); the group totals are
      *          printed only when requested through SIS-CONSOLIDA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  EX2V2-TRANSACOES-FILE.
       01 EX2V2-TRANSACOES-LINHA PIC X(53).

       FD  EX2V2-TRF-REL-FILE.
       01 EX2V2-TRF-REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EX2V2REC.
       COPY SISEMPREC.

       77 WRK-TRN-STATUS       PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
               10 WRK-TAB-LEG-DATA       PIC 9(08).
               10 WRK-TAB-LEG-VALOR      PIC S9(08)V99.
               10 WRK-TAB-LEG-CASADO     PIC X(01).
               10 WRK-TAB-LEG-EMPRESA    PIC 9(02).
       77 WRK-QTD-LEGS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-EMPRESAS.
           05 WRK-TAB-EMT OCCURS 99 TIMES
               INDEXED BY WRK-EMT-IDX.
               10 WRK-TAB-EMT-CODIGO    PIC 9(02).
               10 WRK-TAB-EMT-CASADOS   PIC 9(05).
               10 WRK-TAB-EMT-TRANSITO  PIC 9(05).
               10 WRK-TAB-EMT-VALOR     PIC S9(09)V99.
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA PIC 9(02) VALUE ZEROS.

       77 WRK-QT-CASADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-TRANSITO   PIC 9(05) VALUE ZEROS.

           05 WRK-LT-VALOR    PIC --------9,99.
       01 WRK-LINHA-SUBTITULO PIC X(50) VALUE
           'TRANSFERENCIAS EM TRANSITO - APENAS UMA PERNA'.
       01 WRK-LINHA-TITULO-EMPRESAS PIC X(60) VALUE
           'TOTAIS POR EMPRESA'.
       01 WRK-LINHA-EMPRESA.
           05 FILLER            PIC X(08) VALUE 'EMPRESA '.
           05 WRK-LM-EMPRESA     PIC 9(02).
           05 FILLER            PIC X(10) VALUE ' CASADAS: '.
           05 WRK-LM-CASADOS     PIC ZZZZ9.
           05 FILLER            PIC X(11) VALUE ' TRANSITO: '.
           05 WRK-LM-TRANSITO    PIC ZZZZ9.
           05 FILLER            PIC X(08) VALUE ' VALOR: '.
           05 WRK-LM-VALOR       PIC ---------9,99.
       01 WRK-LINHA-CONSOLIDADO.
           05 FILLER            PIC X(35) VALUE
               'CONSOLIDADO DO GRUPO - PEDIDO POR: '.
           05 WRK-LCO-USUARIO    PIC X(10).
       01 WRK-LINHA-SEM-CONSOLIDADO PIC X(60) VALUE
           'CONSOLIDADO DO GRUPO NAO SOLICITADO'.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

                               WRK-TAB-LEG-VALOR (WRK-QTD-LEGS)
                           MOVE 'N' TO
                               WRK-TAB-LEG-CASADO (WRK-QTD-LEGS)
                           IF EX2V2-TX-EMPRESA IS NUMERIC
                              AND EX2V2-TX-EMPRESA > ZEROS
                               MOVE EX2V2-TX-EMPRESA TO
                                   WRK-TAB-LEG-EMPRESA (WRK-QTD-LEGS)
                           ELSE
                               MOVE SIS-EMPRESA-MATRIZ TO
                                   WRK-TAB-LEG-EMPRESA (WRK-QTD-LEGS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               ADD 1 TO WRK-QT-CASADOS
               MOVE 'S' TO WRK-TAB-LEG-CASADO (WRK-PAR-IDX)
               MOVE 'S' TO WRK-TAB-LEG-CASADO (WRK-LEG-IDX)
               PERFORM 0360-LOCALIZAR-EMPRESA
               ADD 1 TO WRK-TAB-EMT-CASADOS (WRK-EMT-IDX)
       END-SEARCH.

       0360-LOCALIZAR-EMPRESA.
       MOVE WRK-TAB-LEG-EMPRESA (WRK-LEG-IDX) TO WRK-EMPRESA
       SET WRK-EMT-IDX TO 1
       SEARCH WRK-TAB-EMT
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-EMT-IDX > WRK-QTD-EMPRESAS
               ADD 1 TO WRK-QTD-EMPRESAS
               MOVE WRK-EMPRESA TO WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-CASADOS (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-TRANSITO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-VALOR (WRK-EMT-IDX)
           WHEN WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) = WRK-EMPRESA
               CONTINUE
       END-SEARCH.

       0400-LISTAR-TRANSITO.
               MOVE WRK-TAB-LEG-DATA (WRK-LEG-IDX) TO WRK-LT-DATA
               MOVE WRK-TAB-LEG-VALOR (WRK-LEG-IDX) TO WRK-LT-VALOR
               WRITE EX2V2-TRF-REL-LINHA FROM WRK-LINHA-TRANSITO
               PERFORM 0360-LOCALIZAR-EMPRESA
               ADD 1 TO WRK-TAB-EMT-TRANSITO (WRK-EMT-IDX)
               ADD WRK-TAB-LEG-VALOR (WRK-LEG-IDX)
                   TO WRK-TAB-EMT-VALOR (WRK-EMT-IDX)
           END-IF
       END-PERFORM.

       0800-RELATORIO-TOTAIS.
       PERFORM 0810-TOTAIS-EMPRESAS
       WRITE EX2V2-TRF-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-CONSOLIDADO TO TRUE
       MOVE 'EX2V2-TRANSF' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NAO
           WRITE EX2V2-TRF-REL-LINHA FROM WRK-LINHA-SEM-CONSOLIDADO
       ELSE
           PERFORM 0820-TOTAIS-CONSOLIDADOS
       END-IF.

       0810-TOTAIS-EMPRESAS.
       WRITE EX2V2-TRF-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX2V2-TRF-REL-LINHA FROM WRK-LINHA-TITULO-EMPRESAS
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-LM-EMPRESA
           MOVE WRK-TAB-EMT-CASADOS (WRK-EMT-IDX) TO WRK-LM-CASADOS
           MOVE WRK-TAB-EMT-TRANSITO (WRK-EMT-IDX) TO WRK-LM-TRANSITO
           MOVE WRK-TAB-EMT-VALOR (WRK-EMT-IDX) TO WRK-LM-VALOR
           WRITE EX2V2-TRF-REL-LINHA FROM WRK-LINHA-EMPRESA
       END-PERFORM.

       0820-TOTAIS-CONSOLIDADOS.
       MOVE SIS-EP-USUARIO TO WRK-LCO-USUARIO
       WRITE EX2V2-TRF-REL-LINHA FROM WRK-LINHA-CONSOLIDADO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'TRANSFERENCIAS CASADAS: ' DELIMITED BY SIZE
           WRK-QT-CASADOS DELIMITED BY SIZE
