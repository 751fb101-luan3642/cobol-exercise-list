      ******************************************************************
      * Author:
      * Date:
      * Purpose: rebuilds the attendance totals of EX5FREQ.DAT from
      *          the daily roll calls recorded by EX5-CHAMADA in
      *          EX5CHAM.DAT. The roll calls are sorted by matricula,
      *          disciplina, date and lesson; when the same lesson was
      *          called more than once only the last call counts.
      *          Every lesson adds one to the lessons given, and a
      *          presence (P) or a justified absence (J) adds one to
      *          the lessons attended. Totals of matricula/disciplina
      *          pairs that have no roll call yet are kept as they
      *          were keyed. Roll calls a student answered in a
      *          turma they later left by transfer (history
      *          EX5TRFHIS.DAT) count for the matching discipline of
      *          the new turma, or are dropped when the discipline
      *          had no match. EX5FREQ.DAT is rewritten and a summary
      *          goes to EX5FREQREL.DAT. When EX5CHAM.DAT does not
      *          exist EX5FREQ.DAT is left untouched and RC is 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX5-FREQUENCIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX5-CHAMADA-FILE ASSIGN TO 'EX5CHAM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CHAMADA-STATUS.
           SELECT EX5-FREQ-FILE ASSIGN TO 'EX5FREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FREQ-STATUS.
           SELECT EX5-FREQ-REL-FILE ASSIGN TO 'EX5FREQREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT EX5-TRFHIS-FILE ASSIGN TO 'EX5TRFHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRFHIS-STATUS.
           SELECT EX5-SORT-FILE ASSIGN TO 'EX5FREQ.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD  EX5-CHAMADA-FILE.
       01 EX5-CHAMADA-LINHA PIC X(25).

       FD  EX5-FREQ-FILE.
       01 EX5-FREQ-LINHA PIC X(12).

       FD  EX5-FREQ-REL-FILE.
       01 EX5-FREQ-REL-LINHA PIC X(80).

       FD  EX5-TRFHIS-FILE.
       01 EX5-TRFHIS-LINHA PIC X(77).

       SD  EX5-SORT-FILE.
       01 EX5-SORT-REG.
           05 EX5-SR-MATRICULA   PIC 9(05).
           05 EX5-SR-DISCIPLINA  PIC 9(01).
           05 EX5-SR-DATA        PIC 9(08).
           05 EX5-SR-AULA        PIC 9(02).
           05 EX5-SR-SEQUENCIA   PIC 9(07).
           05 EX5-SR-SITUACAO    PIC X(01).

       WORKING-STORAGE SECTION.
       COPY EX5REC.

       77 WRK-CHAMADA-STATUS   PIC X(02) VALUE '00'.
       77 WRK-FREQ-STATUS      PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-TRFHIS-STATUS    PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-SORT    PIC X(01) VALUE 'N'.
           88 WRK-FIM-SORT-OK VALUE 'S'.
       77 WRK-HA-PENDENTE PIC X(01) VALUE 'N'.
           88 WRK-HA-PENDENTE-OK VALUE 'S'.
       77 WRK-HA-PAR      PIC X(01) VALUE 'N'.
           88 WRK-HA-PAR-OK VALUE 'S'.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-TABELA-FREQUENCIA.
           05 WRK-TAB-FRQ OCCURS 1500 TIMES
               INDEXED BY WRK-FRQ-IDX.
               10 WRK-TAB-FRQ-REGISTRO PIC X(12).
               10 WRK-TAB-FRQ-CHAVE    PIC 9(06).
               10 WRK-TAB-FRQ-SITUACAO PIC X(01).
                   88 WRK-TAB-FRQ-REFEITA VALUE 'R'.
       77 WRK-QTD-FREQUENCIA PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-TRANSFERENCIAS.
           05 WRK-TAB-TRF OCCURS 500 TIMES
               INDEXED BY WRK-TRF-IDX.
               10 WRK-TAB-TRF-MATRICULA PIC 9(05).
               10 WRK-TAB-TRF-DATA      PIC 9(08).
               10 WRK-TAB-TRF-ORIGEM    PIC X(03).
               10 WRK-TAB-TRF-DESTINO   PIC X(03).
               10 WRK-TAB-TRF-DISC OCCURS 3 TIMES PIC 9(01).
       77 WRK-QTD-TRANSFERENCIAS PIC 9(03) VALUE ZEROS.
       77 WRK-TURMA-CHAMADA PIC X(03) VALUE SPACES.
       77 WRK-DISC-CHAMADA  PIC 9(01) VALUE ZEROS.

       01 WRK-CHAVE-PAR.
           05 WRK-CHV-MATRICULA  PIC 9(05).
           05 WRK-CHV-DISCIPLINA PIC 9(01).
       01 WRK-CHAVE-PAR-N REDEFINES WRK-CHAVE-PAR PIC 9(06).

       01 WRK-PENDENTE.
           05 WRK-PEN-MATRICULA  PIC 9(05).
           05 WRK-PEN-DISCIPLINA PIC 9(01).
           05 WRK-PEN-DATA       PIC 9(08).
           05 WRK-PEN-AULA       PIC 9(02).
           05 WRK-PEN-SITUACAO   PIC X(01).

       77 WRK-SEQUENCIA     PIC 9(07) VALUE ZEROS.
       77 WRK-PAR-DADAS     PIC 9(03) VALUE ZEROS.
       77 WRK-PAR-PRESENTES PIC 9(03) VALUE ZEROS.

       77 WRK-QT-LIDOS       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-INVALIDOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-CORRESP PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SUBSTITUIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-AULAS       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REFEITOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-MANTIDOS    PIC 9(05) VALUE ZEROS.

       01 WRK-CABECALHO PIC X(60) VALUE
           'RECALCULO DE FREQUENCIA - EX5-FREQUENCIA'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       OPEN INPUT EX5-CHAMADA-FILE
       IF WRK-CHAMADA-STATUS NOT = '00'
           DISPLAY 'EX5CHAM.DAT NAO ENCONTRADO - EX5FREQ.DAT MANTIDO'
           MOVE 4 TO RETURN-CODE
           STOP RUN
       END-IF
       CLOSE EX5-CHAMADA-FILE
       PERFORM 0150-CARREGAR-FREQUENCIA.
       PERFORM 0160-CARREGAR-TRANSFERENCIAS.
       PERFORM 0200-ABRIR-ARQUIVOS.
       SORT EX5-SORT-FILE
           ON ASCENDING KEY EX5-SR-MATRICULA
                            EX5-SR-DISCIPLINA
                            EX5-SR-DATA
                            EX5-SR-AULA
                            EX5-SR-SEQUENCIA
           INPUT PROCEDURE IS 0500-LER-CHAMADAS
           OUTPUT PROCEDURE IS 0600-TOTALIZAR.
       PERFORM 0700-GRAVAR-MANTIDOS.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       STOP RUN.

       0150-CARREGAR-FREQUENCIA.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-FREQ-FILE
       IF WRK-FREQ-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX5-FREQ-FILE INTO EX5-FREQ-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-FREQUENCIA >= 1500
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-FREQUENCIA
                       MOVE EX5-FREQ-REC TO
                           WRK-TAB-FRQ-REGISTRO (WRK-QTD-FREQUENCIA)
                       MOVE EX5-FQ-MATRICULA TO WRK-CHV-MATRICULA
                       MOVE EX5-FQ-DISCIPLINA TO WRK-CHV-DISCIPLINA
                       MOVE WRK-CHAVE-PAR-N TO
                           WRK-TAB-FRQ-CHAVE (WRK-QTD-FREQUENCIA)
                       MOVE 'M' TO
                           WRK-TAB-FRQ-SITUACAO (WRK-QTD-FREQUENCIA)
               END-READ
           END-PERFORM
           CLOSE EX5-FREQ-FILE
       END-IF.

       0160-CARREGAR-TRANSFERENCIAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-TRFHIS-FILE
       IF WRK-TRFHIS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX5-TRFHIS-FILE INTO EX5-TRFHIS-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-TRANSFERENCIAS >= 500
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-TRANSFERENCIAS
                       SET WRK-TRF-IDX TO WRK-QTD-TRANSFERENCIAS
                       MOVE EX5-TH-MATRICULA TO
                           WRK-TAB-TRF-MATRICULA (WRK-TRF-IDX)
                       MOVE EX5-TH-DATA TO
                           WRK-TAB-TRF-DATA (WRK-TRF-IDX)
                       MOVE EX5-TH-TURMA-ORIGEM TO
                           WRK-TAB-TRF-ORIGEM (WRK-TRF-IDX)
                       MOVE EX5-TH-TURMA-DESTINO TO
                           WRK-TAB-TRF-DESTINO (WRK-TRF-IDX)
                       MOVE EX5-TH-DISC-DESTINO (1) TO
                           WRK-TAB-TRF-DISC (WRK-TRF-IDX 1)
                       MOVE EX5-TH-DISC-DESTINO (2) TO
                           WRK-TAB-TRF-DISC (WRK-TRF-IDX 2)
                       MOVE EX5-TH-DISC-DESTINO (3) TO
                           WRK-TAB-TRF-DISC (WRK-TRF-IDX 3)
               END-READ
           END-PERFORM
           CLOSE EX5-TRFHIS-FILE
       END-IF.

       0200-ABRIR-ARQUIVOS.
       OPEN OUTPUT EX5-FREQ-FILE
       OPEN OUTPUT EX5-FREQ-REL-FILE
       WRITE EX5-FREQ-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX5-FREQ-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       WRITE EX5-FREQ-REL-LINHA FROM WRK-LINHA-BRANCO.

       0500-LER-CHAMADAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-CHAMADA-FILE
       PERFORM UNTIL WRK-FIM-ARQUIVO-OK
           READ EX5-CHAMADA-FILE INTO EX5-CHAMADA-REC
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   IF EX5-CH-MATRICULA IS NUMERIC
                      AND EX5-CH-DATA IS NUMERIC
                      AND EX5-CH-AULA IS NUMERIC
                      AND EX5-CH-DISCIPLINA >= 1
                      AND EX5-CH-DISCIPLINA <= 3
                      AND (EX5-CH-PRESENTE OR EX5-CH-FALTA
                           OR EX5-CH-JUSTIFICADA)
                       PERFORM 0510-LIBERAR-CHAMADA
                   ELSE
                       ADD 1 TO WRK-QT-INVALIDOS
                   END-IF
           END-READ
       END-PERFORM
       CLOSE EX5-CHAMADA-FILE.

       0510-LIBERAR-CHAMADA.
       MOVE EX5-CH-TURMA TO WRK-TURMA-CHAMADA
       MOVE EX5-CH-DISCIPLINA TO WRK-DISC-CHAMADA
       PERFORM VARYING WRK-TRF-IDX FROM 1 BY 1
               UNTIL WRK-TRF-IDX > WRK-QTD-TRANSFERENCIAS
           IF WRK-TAB-TRF-MATRICULA (WRK-TRF-IDX) = EX5-CH-MATRICULA
              AND WRK-TAB-TRF-ORIGEM (WRK-TRF-IDX) = WRK-TURMA-CHAMADA
              AND EX5-CH-DATA <= WRK-TAB-TRF-DATA (WRK-TRF-IDX)
              AND WRK-DISC-CHAMADA > ZEROS
               MOVE WRK-TAB-TRF-DISC (WRK-TRF-IDX WRK-DISC-CHAMADA)
                   TO WRK-DISC-CHAMADA
               MOVE WRK-TAB-TRF-DESTINO (WRK-TRF-IDX)
                   TO WRK-TURMA-CHAMADA
           END-IF
       END-PERFORM
       IF WRK-DISC-CHAMADA = ZEROS
           ADD 1 TO WRK-QT-SEM-CORRESP
       ELSE
           ADD 1 TO WRK-SEQUENCIA
           MOVE EX5-CH-MATRICULA TO EX5-SR-MATRICULA
           MOVE WRK-DISC-CHAMADA TO EX5-SR-DISCIPLINA
           MOVE EX5-CH-DATA TO EX5-SR-DATA
           MOVE EX5-CH-AULA TO EX5-SR-AULA
           MOVE WRK-SEQUENCIA TO EX5-SR-SEQUENCIA
           MOVE EX5-CH-SITUACAO TO EX5-SR-SITUACAO
           RELEASE EX5-SORT-REG
       END-IF.

       0600-TOTALIZAR.
       MOVE 'N' TO WRK-FIM-SORT
       PERFORM 0650-LER-ORDENADO
       PERFORM UNTIL WRK-FIM-SORT-OK
           IF WRK-HA-PENDENTE-OK
               IF EX5-SR-MATRICULA = WRK-PEN-MATRICULA
                  AND EX5-SR-DISCIPLINA = WRK-PEN-DISCIPLINA
                  AND EX5-SR-DATA = WRK-PEN-DATA
                  AND EX5-SR-AULA = WRK-PEN-AULA
                   ADD 1 TO WRK-QT-SUBSTITUIDOS
               ELSE
                   PERFORM 0660-CONTAR-AULA
               END-IF
           END-IF
           MOVE EX5-SR-MATRICULA TO WRK-PEN-MATRICULA
           MOVE EX5-SR-DISCIPLINA TO WRK-PEN-DISCIPLINA
           MOVE EX5-SR-DATA TO WRK-PEN-DATA
           MOVE EX5-SR-AULA TO WRK-PEN-AULA
           MOVE EX5-SR-SITUACAO TO WRK-PEN-SITUACAO
           MOVE 'S' TO WRK-HA-PENDENTE
           PERFORM 0650-LER-ORDENADO
       END-PERFORM
       IF WRK-HA-PENDENTE-OK
           PERFORM 0660-CONTAR-AULA
       END-IF
       IF WRK-HA-PAR-OK
           PERFORM 0680-GRAVAR-PAR
       END-IF.

       0650-LER-ORDENADO.
       RETURN EX5-SORT-FILE
           AT END MOVE 'S' TO WRK-FIM-SORT
       END-RETURN.

       0660-CONTAR-AULA.
       IF WRK-HA-PAR-OK
           IF WRK-PEN-MATRICULA NOT = WRK-CHV-MATRICULA
              OR WRK-PEN-DISCIPLINA NOT = WRK-CHV-DISCIPLINA
               PERFORM 0680-GRAVAR-PAR
           END-IF
       END-IF
       IF NOT WRK-HA-PAR-OK
           MOVE WRK-PEN-MATRICULA TO WRK-CHV-MATRICULA
           MOVE WRK-PEN-DISCIPLINA TO WRK-CHV-DISCIPLINA
           MOVE ZEROS TO WRK-PAR-DADAS
           MOVE ZEROS TO WRK-PAR-PRESENTES
           MOVE 'S' TO WRK-HA-PAR
       END-IF
       ADD 1 TO WRK-QT-AULAS
       ADD 1 TO WRK-PAR-DADAS
       IF WRK-PEN-SITUACAO = 'P' OR 'J'
           ADD 1 TO WRK-PAR-PRESENTES
       END-IF.

       0680-GRAVAR-PAR.
       MOVE WRK-CHV-MATRICULA TO EX5-FQ-MATRICULA
       MOVE WRK-CHV-DISCIPLINA TO EX5-FQ-DISCIPLINA
       MOVE WRK-PAR-DADAS TO EX5-FQ-AULAS-DADAS
       MOVE WRK-PAR-PRESENTES TO EX5-FQ-AULAS-PRES
       MOVE EX5-FREQ-REC TO EX5-FREQ-LINHA
       WRITE EX5-FREQ-LINHA
       ADD 1 TO WRK-QT-REFEITOS
       SET WRK-FRQ-IDX TO 1
       SEARCH WRK-TAB-FRQ
           AT END
               CONTINUE
           WHEN WRK-FRQ-IDX > WRK-QTD-FREQUENCIA
               CONTINUE
           WHEN WRK-TAB-FRQ-CHAVE (WRK-FRQ-IDX) = WRK-CHAVE-PAR-N
               MOVE 'R' TO WRK-TAB-FRQ-SITUACAO (WRK-FRQ-IDX)
       END-SEARCH
       MOVE 'N' TO WRK-HA-PAR.

       0700-GRAVAR-MANTIDOS.
       PERFORM VARYING WRK-FRQ-IDX FROM 1 BY 1
               UNTIL WRK-FRQ-IDX > WRK-QTD-FREQUENCIA
           IF NOT WRK-TAB-FRQ-REFEITA (WRK-FRQ-IDX)
               MOVE WRK-TAB-FRQ-REGISTRO (WRK-FRQ-IDX) TO
                   EX5-FREQ-LINHA
               WRITE EX5-FREQ-LINHA
               ADD 1 TO WRK-QT-MANTIDOS
           END-IF
       END-PERFORM.

       0800-RELATORIO-TOTAIS.
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'MARCACOES LIDAS.......: ' DELIMITED BY SIZE
           WRK-QT-LIDOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-FREQ-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'MARCACOES INVALIDAS...: ' DELIMITED BY SIZE
           WRK-QT-INVALIDOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-FREQ-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'MARCACOES SEM CORRESP.: ' DELIMITED BY SIZE
           WRK-QT-SEM-CORRESP DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-FREQ-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'MARCACOES SUBSTITUIDAS: ' DELIMITED BY SIZE
           WRK-QT-SUBSTITUIDOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-FREQ-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'AULAS CONTADAS........: ' DELIMITED BY SIZE
           WRK-QT-AULAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-FREQ-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'TOTAIS RECALCULADOS...: ' DELIMITED BY SIZE
           WRK-QT-REFEITOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-FREQ-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'TOTAIS SEM CHAMADA....: ' DELIMITED BY SIZE
           WRK-QT-MANTIDOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-FREQ-REL-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       CLOSE EX5-FREQ-FILE
       CLOSE EX5-FREQ-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
