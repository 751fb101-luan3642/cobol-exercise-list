      *          per division (assignments come from EX63DIV.DAT;
      *          unassigned competitors fall into division 1) with
      *          points this event, season total, position movement
      *          since last week and explicit tie handling. Equal
      *          totals are separated by the tie-break rules of the
      *          division in EX63DESEMP.DAT, applied in the priority
      *          order given there: head-to-head result among the
      *          tied competitors (C), wins (V), points scored minus
      *          points conceded (S) and the drawing of lots recorded
      *          in the same file (T). Match results come from the
      *          fixture list EX63FIXT.DAT and the round event files
      *          EX63EVT01.DAT, EX63EVT02.DAT, ... written by
      *          EX63-FIXTURA; a fixture counts as played when it is
      *          flagged as such or either side has points in its
      *          round file. Competitors still level after every
      *          rule of their division share the same position, and
      *          the report prints the criterion that settled each
      *          tie. Positions restart at 1 inside each division,
      *          which is what the season-end promotion step
      *          EX63-PROMOCAO consumes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EX63-REJEITO-FILE ASSIGN TO 'EX63REJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REJEITO-STATUS.
           SELECT EX63-DESEMPATE-FILE ASSIGN TO 'EX63DESEMP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DESEMPATE-STATUS.
           SELECT EX63-FIXTURA-FILE ASSIGN TO 'EX63FIXT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FIXTURA-STATUS.
           SELECT EX63-RODADA-FILE ASSIGN TO WRK-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RODADA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX63-REJEITO-FILE.
       01 EX63-REJEITO-LINHA PIC X(26).

       FD  EX63-DESEMPATE-FILE.
       01 EX63-DESEMPATE-LINHA PIC X(24).

       FD  EX63-FIXTURA-FILE.
       01 EX63-FIXTURA-LINHA PIC X(43).

       FD  EX63-RODADA-FILE.
       01 EX63-RODADA-LINHA PIC X(26).

       WORKING-STORAGE SECTION.
       COPY EX63REC.

               10 WRK-TAB-TMP-POS-ANT     PIC 9(03).
               10 WRK-TAB-TMP-POS-NOVA    PIC 9(03).
               10 WRK-TAB-TMP-DIVISAO     PIC 9(01).
               10 WRK-TAB-TMP-VITORIAS    PIC 9(03).
               10 WRK-TAB-TMP-PTS-PRO     PIC 9(08).
               10 WRK-TAB-TMP-PTS-CONTRA  PIC 9(08).
               10 WRK-TAB-TMP-CONFRONTO   PIC 9(04).
               10 WRK-TAB-TMP-SORTEIO     PIC 9(03).
               10 WRK-TAB-TMP-CRITERIO    PIC X(09).
       77 WRK-QTD-TEMPORADA PIC 9(03) VALUE ZEROS.

      *    tie-break criteria per division (index = division + 1)
       77 WRK-DESEMPATE-STATUS PIC X(02) VALUE '00'.
       01 WRK-TABELA-REGRAS.
           05 WRK-TAB-REGRA OCCURS 10 TIMES.
               10 WRK-TAB-REGRA-CRITERIO PIC X(01) OCCURS 4 TIMES.
       77 WRK-K PIC 9(01) VALUE ZEROS.
       77 WRK-CRITERIO-ATUAL   PIC X(01) VALUE SPACES.
       77 WRK-CRITERIO-DECISIVO PIC X(09) VALUE SPACES.
       77 WRK-A-MELHOR PIC X(01) VALUE 'N'.
           88 WRK-A-MELHOR-OK VALUE 'S'.
       77 WRK-IDX-A    PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-B    PIC 9(04) VALUE ZEROS.
       77 WRK-SALDO-A  PIC S9(09) VALUE ZEROS.
       77 WRK-SALDO-B  PIC S9(09) VALUE ZEROS.

       77 WRK-FIXTURA-STATUS PIC X(02) VALUE '00'.
       77 WRK-RODADA-STATUS  PIC X(02) VALUE '00'.
       77 WRK-NOME-ARQUIVO   PIC X(30) VALUE SPACES.
       01 WRK-TABELA-CONFRONTOS.
           05 WRK-TAB-CNF OCCURS 2000 TIMES
               INDEXED BY WRK-CNF-IDX.
               10 WRK-TAB-CNF-RODADA    PIC 9(02).
               10 WRK-TAB-CNF-NOME1     PIC X(20).
               10 WRK-TAB-CNF-NOME2     PIC X(20).
               10 WRK-TAB-CNF-REALIZADO PIC X(01).
               10 WRK-TAB-CNF-PONTOS1   PIC 9(06).
               10 WRK-TAB-CNF-PONTOS2   PIC 9(06).
       77 WRK-QTD-CONFRONTOS PIC 9(04) VALUE ZEROS.
       77 WRK-ULTIMA-RODADA  PIC 9(02) VALUE ZEROS.
       77 WRK-RODADA         PIC 9(02) VALUE ZEROS.
       77 WRK-RODADA-ED      PIC 99.
       01 WRK-TABELA-RODADA.
           05 WRK-TAB-RDD OCCURS 64 TIMES
               INDEXED BY WRK-RDD-IDX.
               10 WRK-TAB-RDD-NOME   PIC X(20).
               10 WRK-TAB-RDD-PONTOS PIC 9(06).
       77 WRK-QTD-RODADA PIC 9(02) VALUE ZEROS.
       77 WRK-NOME-BUSCA  PIC X(20) VALUE SPACES.
       77 WRK-PONTOS-BUSCA PIC 9(06) VALUE ZEROS.
       77 WRK-IDX-BUSCA   PIC 9(04) VALUE ZEROS.

       77 WRK-DIVISAO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-DIVISOES PIC X(01) VALUE 'N'.
           88 WRK-FIM-DIVISOES-OK VALUE 'S'.
       77 WRK-I         PIC 9(04) VALUE ZEROS.
       77 WRK-J         PIC 9(04) VALUE ZEROS.
       77 WRK-MAIOR-IDX PIC 9(04) VALUE ZEROS.
       01 WRK-TROCA-ENTRADA PIC X(76).
       77 WRK-POSICAO   PIC 9(03) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
       01 WRK-LINHA-DIVISAO.
           05 FILLER         PIC X(10) VALUE 'DIVISAO: '.
           05 WRK-LV-DIVISAO  PIC 9(01).
           05 FILLER         PIC X(14) VALUE '   DESEMPATE: '.
           05 WRK-LV-REGRAS   PIC X(40).
       01 WRK-LINHA-DETALHE.
           05 WRK-LD-POSICAO    PIC ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-PTS-TOTAL  PIC ZZZZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-MOVIMENTO  PIC X(09).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-CRITERIO   PIC X(09).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       PERFORM 0140-CARREGAR-DIVISOES.
       PERFORM 0150-CARREGAR-TEMPORADA.
       PERFORM 0200-ACUMULAR-EVENTO.
       PERFORM 0260-CARREGAR-DESEMPATE.
       PERFORM 0270-CARREGAR-CONFRONTOS.
       PERFORM 0280-LER-RODADA
           VARYING WRK-RODADA FROM 1 BY 1
           UNTIL WRK-RODADA > WRK-ULTIMA-RODADA.
       PERFORM 0290-APURAR-CONFRONTO
           VARYING WRK-CNF-IDX FROM 1 BY 1
           UNTIL WRK-CNF-IDX > WRK-QTD-CONFRONTOS.
       PERFORM 0300-ORDENAR-DECRESCENTE.
       PERFORM 0400-ATRIBUIR-POSICOES.
       PERFORM 0500-IMPRIMIR-RELATORIO.
       ADD EX63-CN-PONTOS TO WRK-TAB-TMP-PTS-EVENTO (WRK-TMP-IDX)
       ADD EX63-CN-PONTOS TO WRK-TAB-TMP-PONTOS (WRK-TMP-IDX).

       0260-CARREGAR-DESEMPATE.
       PERFORM VARYING WRK-TMP-IDX FROM 1 BY 1
               UNTIL WRK-TMP-IDX > WRK-QTD-TEMPORADA
           MOVE ZEROS TO WRK-TAB-TMP-VITORIAS (WRK-TMP-IDX)
           MOVE ZEROS TO WRK-TAB-TMP-PTS-PRO (WRK-TMP-IDX)
           MOVE ZEROS TO WRK-TAB-TMP-PTS-CONTRA (WRK-TMP-IDX)
           MOVE ZEROS TO WRK-TAB-TMP-CONFRONTO (WRK-TMP-IDX)
           MOVE 999 TO WRK-TAB-TMP-SORTEIO (WRK-TMP-IDX)
           MOVE SPACES TO WRK-TAB-TMP-CRITERIO (WRK-TMP-IDX)
       END-PERFORM
       MOVE SPACES TO WRK-TABELA-REGRAS
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX63-DESEMPATE-FILE
       IF WRK-DESEMPATE-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX63-DESEMPATE-FILE INTO EX63-DESEMPATE-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0265-GUARDAR-DESEMPATE
               END-READ
           END-PERFORM
           CLOSE EX63-DESEMPATE-FILE
       END-IF.

       0265-GUARDAR-DESEMPATE.
       IF EX63-DE-REGRA AND EX63-DE-DIVISAO IS NUMERIC
           PERFORM VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > 4
               MOVE EX63-DE-CRITERIO (WRK-K) TO
                   WRK-TAB-REGRA-CRITERIO (EX63-DE-DIVISAO + 1, WRK-K)
           END-PERFORM
       END-IF
       IF EX63-DE-SORTEIO AND EX63-DE-NUMERO IS NUMERIC
           SET WRK-TMP-IDX TO 1
           SEARCH WRK-TAB-TMP
               AT END
                   CONTINUE
               WHEN WRK-TMP-IDX > WRK-QTD-TEMPORADA
                   CONTINUE
               WHEN WRK-TAB-TMP-NOME (WRK-TMP-IDX) = EX63-DE-NOME
                   MOVE EX63-DE-NUMERO TO
                       WRK-TAB-TMP-SORTEIO (WRK-TMP-IDX)
           END-SEARCH
       END-IF.

       0270-CARREGAR-CONFRONTOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX63-FIXTURA-FILE
       IF WRK-FIXTURA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX63-FIXTURA-FILE INTO EX63-FIXTURA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0275-GUARDAR-CONFRONTO
               END-READ
           END-PERFORM
           CLOSE EX63-FIXTURA-FILE
       END-IF.

       0275-GUARDAR-CONFRONTO.
       IF EX63-FX-RODADA IS NUMERIC AND EX63-FX-RODADA > ZEROS
           IF WRK-QTD-CONFRONTOS >= 2000
               PERFORM 9000-ABORTAR-CAPACIDADE
           END-IF
           ADD 1 TO WRK-QTD-CONFRONTOS
           SET WRK-CNF-IDX TO WRK-QTD-CONFRONTOS
           MOVE EX63-FX-RODADA TO WRK-TAB-CNF-RODADA (WRK-CNF-IDX)
           MOVE EX63-FX-NOME1 TO WRK-TAB-CNF-NOME1 (WRK-CNF-IDX)
           MOVE EX63-FX-NOME2 TO WRK-TAB-CNF-NOME2 (WRK-CNF-IDX)
           MOVE EX63-FX-REALIZADO TO
               WRK-TAB-CNF-REALIZADO (WRK-CNF-IDX)
           MOVE ZEROS TO WRK-TAB-CNF-PONTOS1 (WRK-CNF-IDX)
           MOVE ZEROS TO WRK-TAB-CNF-PONTOS2 (WRK-CNF-IDX)
           IF EX63-FX-RODADA > WRK-ULTIMA-RODADA
               MOVE EX63-FX-RODADA TO WRK-ULTIMA-RODADA
           END-IF
       END-IF.

       0280-LER-RODADA.
       MOVE ZEROS TO WRK-QTD-RODADA
       MOVE WRK-RODADA TO WRK-RODADA-ED
       MOVE SPACES TO WRK-NOME-ARQUIVO
       STRING 'EX63EVT' DELIMITED BY SIZE
           WRK-RODADA-ED DELIMITED BY SIZE
           '.DAT' DELIMITED BY SIZE
           INTO WRK-NOME-ARQUIVO
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX63-RODADA-FILE
       IF WRK-RODADA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX63-RODADA-FILE INTO EX63-CONCORRENTE-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0282-GUARDAR-PONTOS-RODADA
               END-READ
           END-PERFORM
           CLOSE EX63-RODADA-FILE
       END-IF
       PERFORM VARYING WRK-CNF-IDX FROM 1 BY 1
               UNTIL WRK-CNF-IDX > WRK-QTD-CONFRONTOS
           IF WRK-TAB-CNF-RODADA (WRK-CNF-IDX) = WRK-RODADA
               MOVE WRK-TAB-CNF-NOME1 (WRK-CNF-IDX) TO WRK-NOME-BUSCA
               PERFORM 0285-OBTER-PONTOS-RODADA
               MOVE WRK-PONTOS-BUSCA TO
                   WRK-TAB-CNF-PONTOS1 (WRK-CNF-IDX)
               MOVE WRK-TAB-CNF-NOME2 (WRK-CNF-IDX) TO WRK-NOME-BUSCA
               PERFORM 0285-OBTER-PONTOS-RODADA
               MOVE WRK-PONTOS-BUSCA TO
                   WRK-TAB-CNF-PONTOS2 (WRK-CNF-IDX)
           END-IF
       END-PERFORM.

       0282-GUARDAR-PONTOS-RODADA.
       IF EX63-CN-PONTOS IS NUMERIC
           MOVE 'N' TO WRK-ACHOU
           SET WRK-RDD-IDX TO 1
           SEARCH WRK-TAB-RDD
               AT END
                   CONTINUE
               WHEN WRK-RDD-IDX > WRK-QTD-RODADA
                   CONTINUE
               WHEN WRK-TAB-RDD-NOME (WRK-RDD-IDX) = EX63-CN-NOME
                   MOVE 'S' TO WRK-ACHOU
                   ADD EX63-CN-PONTOS TO
                       WRK-TAB-RDD-PONTOS (WRK-RDD-IDX)
           END-SEARCH
           IF NOT WRK-ACHOU-OK
               IF WRK-QTD-RODADA >= 64
                   PERFORM 9000-ABORTAR-CAPACIDADE
               END-IF
               ADD 1 TO WRK-QTD-RODADA
               MOVE EX63-CN-NOME TO WRK-TAB-RDD-NOME (WRK-QTD-RODADA)
               MOVE EX63-CN-PONTOS TO
                   WRK-TAB-RDD-PONTOS (WRK-QTD-RODADA)
           END-IF
       END-IF.

       0285-OBTER-PONTOS-RODADA.
       MOVE ZEROS TO WRK-PONTOS-BUSCA
       SET WRK-RDD-IDX TO 1
       SEARCH WRK-TAB-RDD
           AT END
               CONTINUE
           WHEN WRK-RDD-IDX > WRK-QTD-RODADA
               CONTINUE
           WHEN WRK-TAB-RDD-NOME (WRK-RDD-IDX) = WRK-NOME-BUSCA
               MOVE WRK-TAB-RDD-PONTOS (WRK-RDD-IDX)
                   TO WRK-PONTOS-BUSCA
       END-SEARCH.

       0290-APURAR-CONFRONTO.
       IF WRK-TAB-CNF-REALIZADO (WRK-CNF-IDX) = 'S'
          OR WRK-TAB-CNF-PONTOS1 (WRK-CNF-IDX) > ZEROS
          OR WRK-TAB-CNF-PONTOS2 (WRK-CNF-IDX) > ZEROS
           MOVE WRK-TAB-CNF-NOME1 (WRK-CNF-IDX) TO WRK-NOME-BUSCA
           PERFORM 0295-LOCALIZAR-CONCORRENTE
           MOVE WRK-IDX-BUSCA TO WRK-IDX-A
           MOVE WRK-TAB-CNF-NOME2 (WRK-CNF-IDX) TO WRK-NOME-BUSCA
           PERFORM 0295-LOCALIZAR-CONCORRENTE
           MOVE WRK-IDX-BUSCA TO WRK-IDX-B
           IF WRK-IDX-A > ZEROS
               ADD WRK-TAB-CNF-PONTOS1 (WRK-CNF-IDX) TO
                   WRK-TAB-TMP-PTS-PRO (WRK-IDX-A)
               ADD WRK-TAB-CNF-PONTOS2 (WRK-CNF-IDX) TO
                   WRK-TAB-TMP-PTS-CONTRA (WRK-IDX-A)
               IF WRK-TAB-CNF-PONTOS1 (WRK-CNF-IDX)
                       > WRK-TAB-CNF-PONTOS2 (WRK-CNF-IDX)
                   ADD 1 TO WRK-TAB-TMP-VITORIAS (WRK-IDX-A)
               END-IF
           END-IF
           IF WRK-IDX-B > ZEROS
               ADD WRK-TAB-CNF-PONTOS2 (WRK-CNF-IDX) TO
                   WRK-TAB-TMP-PTS-PRO (WRK-IDX-B)
               ADD WRK-TAB-CNF-PONTOS1 (WRK-CNF-IDX) TO
                   WRK-TAB-TMP-PTS-CONTRA (WRK-IDX-B)
               IF WRK-TAB-CNF-PONTOS2 (WRK-CNF-IDX)
                       > WRK-TAB-CNF-PONTOS1 (WRK-CNF-IDX)
                   ADD 1 TO WRK-TAB-TMP-VITORIAS (WRK-IDX-B)
               END-IF
           END-IF
           IF WRK-IDX-A > ZEROS AND WRK-IDX-B > ZEROS
              AND WRK-TAB-TMP-DIVISAO (WRK-IDX-A)
                   = WRK-TAB-TMP-DIVISAO (WRK-IDX-B)
              AND WRK-TAB-TMP-PONTOS (WRK-IDX-A)
                   = WRK-TAB-TMP-PONTOS (WRK-IDX-B)
               PERFORM 0297-PONTUAR-CONFRONTO-DIRETO
           END-IF
       END-IF.

       0295-LOCALIZAR-CONCORRENTE.
       MOVE ZEROS TO WRK-IDX-BUSCA
       SET WRK-TMP-IDX TO 1
       SEARCH WRK-TAB-TMP
           AT END
               CONTINUE
           WHEN WRK-TMP-IDX > WRK-QTD-TEMPORADA
               CONTINUE
           WHEN WRK-TAB-TMP-NOME (WRK-TMP-IDX) = WRK-NOME-BUSCA
               SET WRK-IDX-BUSCA TO WRK-TMP-IDX
       END-SEARCH.

      *    a win counts 3 and a draw 1 in the head-to-head
       0297-PONTUAR-CONFRONTO-DIRETO.
       EVALUATE TRUE
           WHEN WRK-TAB-CNF-PONTOS1 (WRK-CNF-IDX)
                   > WRK-TAB-CNF-PONTOS2 (WRK-CNF-IDX)
               ADD 3 TO WRK-TAB-TMP-CONFRONTO (WRK-IDX-A)
           WHEN WRK-TAB-CNF-PONTOS1 (WRK-CNF-IDX)
                   < WRK-TAB-CNF-PONTOS2 (WRK-CNF-IDX)
               ADD 3 TO WRK-TAB-TMP-CONFRONTO (WRK-IDX-B)
           WHEN OTHER
               ADD 1 TO WRK-TAB-TMP-CONFRONTO (WRK-IDX-A)
               ADD 1 TO WRK-TAB-TMP-CONFRONTO (WRK-IDX-B)
       END-EVALUATE.

       0300-ORDENAR-DECRESCENTE.
       PERFORM VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I >= WRK-QTD-TEMPORADA
                      AND WRK-TAB-TMP-PONTOS (WRK-J) >
                       WRK-TAB-TMP-PONTOS (WRK-MAIOR-IDX))
                   MOVE WRK-J TO WRK-MAIOR-IDX
               ELSE
                   IF WRK-J NOT = WRK-MAIOR-IDX
                      AND WRK-TAB-TMP-DIVISAO (WRK-J) =
                       WRK-TAB-TMP-DIVISAO (WRK-MAIOR-IDX)
                      AND WRK-TAB-TMP-PONTOS (WRK-J) =
                       WRK-TAB-TMP-PONTOS (WRK-MAIOR-IDX)
                       MOVE WRK-J TO WRK-IDX-A
                       MOVE WRK-MAIOR-IDX TO WRK-IDX-B
                       PERFORM 0350-DESEMPATAR
                       IF WRK-A-MELHOR-OK
                           MOVE WRK-J TO WRK-MAIOR-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-MAIOR-IDX NOT = WRK-I
           END-IF
       END-PERFORM.

       0350-DESEMPATAR.
       MOVE 'N' TO WRK-A-MELHOR
       MOVE SPACES TO WRK-CRITERIO-DECISIVO
       PERFORM 0360-APLICAR-CRITERIO
           VARYING WRK-K FROM 1 BY 1
           UNTIL WRK-K > 4 OR WRK-CRITERIO-DECISIVO NOT = SPACES.

       0360-APLICAR-CRITERIO.
       MOVE WRK-TAB-REGRA-CRITERIO
           (WRK-TAB-TMP-DIVISAO (WRK-IDX-A) + 1, WRK-K)
           TO WRK-CRITERIO-ATUAL
       EVALUATE WRK-CRITERIO-ATUAL
           WHEN 'C'
               IF WRK-TAB-TMP-CONFRONTO (WRK-IDX-A)
                       NOT = WRK-TAB-TMP-CONFRONTO (WRK-IDX-B)
                   MOVE 'CONFRONTO' TO WRK-CRITERIO-DECISIVO
                   IF WRK-TAB-TMP-CONFRONTO (WRK-IDX-A)
                           > WRK-TAB-TMP-CONFRONTO (WRK-IDX-B)
                       MOVE 'S' TO WRK-A-MELHOR
                   END-IF
               END-IF
           WHEN 'V'
               IF WRK-TAB-TMP-VITORIAS (WRK-IDX-A)
                       NOT = WRK-TAB-TMP-VITORIAS (WRK-IDX-B)
                   MOVE 'VITORIAS' TO WRK-CRITERIO-DECISIVO
                   IF WRK-TAB-TMP-VITORIAS (WRK-IDX-A)
                           > WRK-TAB-TMP-VITORIAS (WRK-IDX-B)
                       MOVE 'S' TO WRK-A-MELHOR
                   END-IF
               END-IF
           WHEN 'S'
               COMPUTE WRK-SALDO-A = WRK-TAB-TMP-PTS-PRO (WRK-IDX-A)
                   - WRK-TAB-TMP-PTS-CONTRA (WRK-IDX-A)
               COMPUTE WRK-SALDO-B = WRK-TAB-TMP-PTS-PRO (WRK-IDX-B)
                   - WRK-TAB-TMP-PTS-CONTRA (WRK-IDX-B)
               IF WRK-SALDO-A NOT = WRK-SALDO-B
                   MOVE 'SALDO' TO WRK-CRITERIO-DECISIVO
                   IF WRK-SALDO-A > WRK-SALDO-B
                       MOVE 'S' TO WRK-A-MELHOR
                   END-IF
               END-IF
           WHEN 'T'
               IF WRK-TAB-TMP-SORTEIO (WRK-IDX-A)
                       NOT = WRK-TAB-TMP-SORTEIO (WRK-IDX-B)
                   MOVE 'SORTEIO' TO WRK-CRITERIO-DECISIVO
                   IF WRK-TAB-TMP-SORTEIO (WRK-IDX-A)
                           < WRK-TAB-TMP-SORTEIO (WRK-IDX-B)
                       MOVE 'S' TO WRK-A-MELHOR
                   END-IF
               END-IF
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

       0400-ATRIBUIR-POSICOES.
       MOVE ZEROS TO WRK-POSICAO
       PERFORM VARYING WRK-I FROM 1 BY 1
                   = WRK-TAB-TMP-DIVISAO (WRK-I - 1)
              AND WRK-TAB-TMP-PONTOS (WRK-I)
                   = WRK-TAB-TMP-PONTOS (WRK-I - 1)
               PERFORM 0450-REGISTRAR-DESEMPATE
           ELSE
               MOVE WRK-POSICAO TO WRK-TAB-TMP-POS-NOVA (WRK-I)
           END-IF
       END-PERFORM.

      *    the criterion that split the pair holds for both
       0450-REGISTRAR-DESEMPATE.
       COMPUTE WRK-IDX-A = WRK-I - 1
       MOVE WRK-I TO WRK-IDX-B
       PERFORM 0350-DESEMPATAR
       IF WRK-CRITERIO-DECISIVO = SPACES
           MOVE 'EMPATE' TO WRK-CRITERIO-DECISIVO
           MOVE WRK-TAB-TMP-POS-NOVA (WRK-I - 1) TO
               WRK-TAB-TMP-POS-NOVA (WRK-I)
       ELSE
           MOVE WRK-POSICAO TO WRK-TAB-TMP-POS-NOVA (WRK-I)
       END-IF
       MOVE WRK-CRITERIO-DECISIVO TO WRK-TAB-TMP-CRITERIO (WRK-I)
       IF WRK-TAB-TMP-CRITERIO (WRK-I - 1) = SPACES
           MOVE WRK-CRITERIO-DECISIVO TO
               WRK-TAB-TMP-CRITERIO (WRK-I - 1)
       END-IF.

       0500-IMPRIMIR-RELATORIO.
       OPEN OUTPUT EX63-STAND-REL-FILE
       WRITE EX63-STAND-REL-LINHA FROM WRK-CABECALHO
           IF WRK-TAB-TMP-DIVISAO (WRK-I) NOT = WRK-DIVISAO-ATUAL
               MOVE WRK-TAB-TMP-DIVISAO (WRK-I) TO WRK-DIVISAO-ATUAL
               MOVE WRK-DIVISAO-ATUAL TO WRK-LV-DIVISAO
               PERFORM 0550-DESCREVER-REGRAS
               WRITE EX63-STAND-REL-LINHA FROM WRK-LINHA-DIVISAO
           END-IF
           MOVE WRK-TAB-TMP-POS-NOVA (WRK-I) TO WRK-LD-POSICAO
           MOVE WRK-TAB-TMP-NOME (WRK-I) TO WRK-LD-NOME
           MOVE WRK-TAB-TMP-PTS-EVENTO (WRK-I) TO WRK-LD-PTS-EVENTO
           MOVE WRK-TAB-TMP-PONTOS (WRK-I) TO WRK-LD-PTS-TOTAL
           MOVE WRK-TAB-TMP-CRITERIO (WRK-I) TO WRK-LD-CRITERIO
           EVALUATE TRUE
               WHEN WRK-TAB-TMP-POS-ANT (WRK-I) = ZEROS
                   MOVE 'NOVO' TO WRK-LD-MOVIMENTO
       END-PERFORM
       CLOSE EX63-STAND-REL-FILE.

       0550-DESCREVER-REGRAS.
       MOVE SPACES TO WRK-LV-REGRAS
       MOVE 1 TO WRK-J
       PERFORM VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > 4
           MOVE WRK-TAB-REGRA-CRITERIO (WRK-DIVISAO-ATUAL + 1, WRK-K)
               TO WRK-CRITERIO-ATUAL
           EVALUATE WRK-CRITERIO-ATUAL
               WHEN 'C'
                   STRING 'CONFRONTO ' DELIMITED BY SIZE
                       INTO WRK-LV-REGRAS WITH POINTER WRK-J
               WHEN 'V'
                   STRING 'VITORIAS ' DELIMITED BY SIZE
                       INTO WRK-LV-REGRAS WITH POINTER WRK-J
               WHEN 'S'
                   STRING 'SALDO ' DELIMITED BY SIZE
                       INTO WRK-LV-REGRAS WITH POINTER WRK-J
               WHEN 'T'
                   STRING 'SORTEIO ' DELIMITED BY SIZE
                       INTO WRK-LV-REGRAS WITH POINTER WRK-J
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM
       IF WRK-LV-REGRAS = SPACES
           MOVE 'NENHUM' TO WRK-LV-REGRAS
       END-IF.

       0600-REGRAVAR-TEMPORADA.
       OPEN OUTPUT EX63-STANDING-FILE
       PERFORM VARYING WRK-I FROM 1 BY 1
