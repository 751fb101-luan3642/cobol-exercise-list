      *          as a numbered listing. The ranking now runs through a
      *          file sort in the chosen direction, so there is no
      *          in-memory table and no record ceiling, and the report
      *          carries an explicit processed-records count. Results
      *          that carry a group (EX25-RS-GRUPO, e.g. the
      *          department in the FUNC-DESEMPENHO scorecard) are
      *          ranked within their group, each group under its own
      *          heading with positions starting again at 1.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  EX25-RESULTADOS-FILE.
       01 EX25-RESULTADOS-LINHA PIC X(40).

       SD  EX25-SORT-FILE.
       01 EX25-SORT-REG.
           05 EX25-SR-NOME   PIC X(20).
           05 EX25-SR-TOTAL  PIC 9(08)V99.
           05 EX25-SR-GRUPO  PIC X(10).

       FD  EX25-ORDENADO-FILE.
       01 EX25-ORDENADO-LINHA PIC X(40).

       FD  EX25-RELATORIO-FILE.
       01 EX25-RELATORIO-LINHA PIC X(80).
           88 WRK-ORDEM-DECRESCENTE VALUE 'D'.

       77 WRK-QTD-RESULTADOS PIC 9(06) VALUE ZEROS.
       77 WRK-POSICAO        PIC 9(06) VALUE ZEROS.
       77 WRK-GRUPO-ATUAL    PIC X(10) VALUE LOW-VALUES.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-LD-NOME      PIC X(20).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-TOTAL     PIC ZZZZZZZ9,99.
       01 WRK-LINHA-GRUPO.
           05 FILLER           PIC X(07) VALUE 'GRUPO: '.
           05 WRK-LG-GRUPO     PIC X(10).
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       PERFORM 0150-ENTRADA.
       IF WRK-ORDEM-CRESCENTE
           SORT EX25-SORT-FILE
               ON ASCENDING KEY EX25-SR-GRUPO
               ON ASCENDING KEY EX25-SR-TOTAL
               USING EX25-RESULTADOS-FILE
               GIVING EX25-ORDENADO-FILE
       ELSE
           SORT EX25-SORT-FILE
               ON ASCENDING KEY EX25-SR-GRUPO
               ON DESCENDING KEY EX25-SR-TOTAL
               USING EX25-RESULTADOS-FILE
               GIVING EX25-ORDENADO-FILE
           AT END MOVE 'S' TO WRK-FIM-ORDENADO
           NOT AT END
               ADD 1 TO WRK-QTD-RESULTADOS
               IF EX25-RS-GRUPO NOT = WRK-GRUPO-ATUAL
                   PERFORM 0550-INICIAR-GRUPO
               END-IF
               ADD 1 TO WRK-POSICAO
               MOVE WRK-POSICAO TO WRK-LD-POSICAO
               MOVE EX25-RS-NOME TO WRK-LD-NOME
               MOVE EX25-RS-TOTAL TO WRK-LD-TOTAL
               WRITE EX25-RELATORIO-LINHA FROM WRK-LINHA-DETALHE
       END-READ.

       0550-INICIAR-GRUPO.
       MOVE EX25-RS-GRUPO TO WRK-GRUPO-ATUAL
       MOVE ZEROS TO WRK-POSICAO
       IF EX25-RS-GRUPO NOT = SPACES
           WRITE EX25-RELATORIO-LINHA FROM WRK-LINHA-BRANCO
           MOVE EX25-RS-GRUPO TO WRK-LG-GRUPO
           WRITE EX25-RELATORIO-LINHA FROM WRK-LINHA-GRUPO
       END-IF.
