      * Author:
      * Date:
      * Purpose: daily absence and lateness report for EX26 - compares
      *          who should work each date (EX26ESCX.DAT roster) with
      *          who actually clocked in (EX26PONX.DAT) and lists
      *          no-shows, late arrivals (first entrada punch after
      *          the shift start for that turno, using the sentido
      *          indicator) and punches from people not
      *          rostered that day. Dates present in the EX26FER.DAT
      *          holiday file are skipped so holidays do not flood the
      *          report with false absences. Every falta and atraso
      *          is also appended to the occurrence file EX26OCOR.DAT
      *          (matricula, data, tipo F/A) read by FUNC-DESEMPENHO.
      *          Both files are keyed: the roster is read in key order
      *          and, for each rostered day, only that matricula's
      *          punches of that date are read by key range; the
      *          punches are then read in key order once, checking
      *          each matricula's day against the roster by key, so
      *          no table limits the size of either file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX26-ESCALA-IDX-FILE ASSIGN TO 'EX26ESCX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX26-EX-CHAVE
               FILE STATUS IS WRK-ESCALA-STATUS.
           SELECT EX26-PONTO-IDX-FILE ASSIGN TO 'EX26PONX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX26-PX-CHAVE
               FILE STATUS IS WRK-PONTO-STATUS.
           SELECT EX26-FERIADO-FILE ASSIGN TO 'EX26FER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT EX26-AUSENCIA-REL-FILE ASSIGN TO 'EX26AUSREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT EX26-OCORRENCIA-FILE ASSIGN TO 'EX26OCOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OCORRENCIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX26-ESCALA-IDX-FILE.
       01 EX26-ESCALA-IDX-LINHA.
           05 EX26-EX-CHAVE PIC X(13).
           05 FILLER        PIC X(01).

       FD  EX26-PONTO-IDX-FILE.
       01 EX26-PONTO-IDX-LINHA.
           05 EX26-PX-CHAVE PIC X(17).
           05 FILLER        PIC X(01).

       FD  EX26-FERIADO-FILE.
       01 EX26-FERIADO-LINHA PIC X(28).
       FD  EX26-AUSENCIA-REL-FILE.
       01 EX26-AUSENCIA-REL-LINHA PIC X(80).

       FD  EX26-OCORRENCIA-FILE.
       01 EX26-OCORRENCIA-LINHA PIC X(14).

       WORKING-STORAGE SECTION.
       COPY EX26REC.

       77 WRK-PONTO-STATUS     PIC X(02) VALUE '00'.
       77 WRK-FERIADO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-OCORRENCIA-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       77 WRK-EH-FERIADO   PIC X(01) VALUE 'N'.
           88 WRK-EH-FERIADO-OK VALUE 'S'.

       77 WRK-ESCALA-ABERTA PIC X(01) VALUE 'N'.
           88 WRK-ESCALA-ABERTA-OK VALUE 'S'.
       77 WRK-PONTO-ABERTO  PIC X(01) VALUE 'N'.
           88 WRK-PONTO-ABERTO-OK VALUE 'S'.
       77 WRK-FIM-DIA       PIC X(01) VALUE 'N'.
           88 WRK-FIM-DIA-OK VALUE 'S'.
       77 WRK-PRIMEIRA-ENTRADA PIC 9(04) VALUE ZEROS.
       77 WRK-MATRICULA-ANTERIOR PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-ANTERIOR PIC 9(08) VALUE ZEROS.

       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       0100-PRINCIPAL.
       PERFORM 0150-CARREGAR-FERIADOS.
       PERFORM 0155-CARREGAR-AFASTAMENTOS.
       PERFORM 0160-ABRIR-ESCALA-PONTOS.
       PERFORM 0200-ABRIR-RELATORIO.
       PERFORM 0300-VERIFICAR-ESCALADOS.
       PERFORM 0400-VERIFICAR-SEM-ESCALA.
       PERFORM 0800-RELATORIO-TOTAIS.
       CLOSE EX26-AUSENCIA-REL-FILE.
       CLOSE EX26-OCORRENCIA-FILE.
       IF WRK-ESCALA-ABERTA-OK
           CLOSE EX26-ESCALA-IDX-FILE
       END-IF.
       IF WRK-PONTO-ABERTO-OK
           CLOSE EX26-PONTO-IDX-FILE
       END-IF.
       STOP RUN.

       0150-CARREGAR-FERIADOS.
           CLOSE EX26-AFASTAMENTO-FILE
       END-IF.

       0160-ABRIR-ESCALA-PONTOS.
       OPEN INPUT EX26-ESCALA-IDX-FILE
       IF WRK-ESCALA-STATUS = '00'
           MOVE 'S' TO WRK-ESCALA-ABERTA
       END-IF
       OPEN INPUT EX26-PONTO-IDX-FILE
       IF WRK-PONTO-STATUS = '00'
           MOVE 'S' TO WRK-PONTO-ABERTO
       END-IF.

       0200-ABRIR-RELATORIO.
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX26-AUSENCIA-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       WRITE EX26-AUSENCIA-REL-LINHA FROM WRK-LINHA-BRANCO
       OPEN EXTEND EX26-OCORRENCIA-FILE
       IF WRK-OCORRENCIA-STATUS = '35'
           OPEN OUTPUT EX26-OCORRENCIA-FILE
       END-IF.

       0250-VERIFICAR-FERIADO.
       MOVE 'N' TO WRK-EH-FERIADO
       END-SEARCH.

       0300-VERIFICAR-ESCALADOS.
       IF WRK-ESCALA-ABERTA-OK
           MOVE 'N' TO WRK-FIM-ARQUIVO
           MOVE LOW-VALUES TO EX26-EX-CHAVE
           START EX26-ESCALA-IDX-FILE KEY NOT < EX26-EX-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-ESCALA-IDX-FILE NEXT RECORD
                   INTO EX26-ESCALA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0310-VERIFICAR-UMA-ESCALA
               END-READ
           END-PERFORM
       END-IF.

       0310-VERIFICAR-UMA-ESCALA.
       MOVE EX26-ES-DATA TO WRK-DATA-TESTE
       PERFORM 0250-VERIFICAR-FERIADO
       MOVE EX26-ES-MATRICULA TO WRK-MATRICULA-TESTE
       PERFORM 0260-VERIFICAR-AFASTAMENTO
       IF NOT WRK-EH-FERIADO-OK AND NOT WRK-EM-AFASTAMENTO-OK
           PERFORM 0350-VERIFICAR-UM-ESCALADO
       END-IF.

       0350-VERIFICAR-UM-ESCALADO.
       PERFORM 0360-LER-PONTOS-DIA

       EVALUATE EX26-ES-TURNO
           WHEN 'M'
               MOVE 0600 TO WRK-HORA-INICIO
           WHEN 'V'
               MOVE ZEROS TO WRK-HORA-INICIO
       END-EVALUATE

       MOVE EX26-ES-MATRICULA TO WRK-LD-MATRICULA
       MOVE EX26-ES-DATA TO WRK-LD-DATA
       EVALUATE TRUE
           WHEN NOT WRK-ACHOU-OK
               ADD 1 TO WRK-QT-FALTAS
               MOVE 'FALTA - SEM REGISTRO DE PONTO'
                   TO WRK-LD-OCORRENCIA
               WRITE EX26-AUSENCIA-REL-LINHA FROM WRK-LINHA-DETALHE
               MOVE 'F' TO EX26-OC-TIPO
               PERFORM 0370-GRAVAR-OCORRENCIA
           WHEN WRK-HORA-INICIO > ZEROS
              AND WRK-PRIMEIRA-ENTRADA NOT = 9999
              AND WRK-PRIMEIRA-ENTRADA > WRK-HORA-INICIO
               ADD 1 TO WRK-QT-ATRASOS
               MOVE 'ATRASO NA ENTRADA' TO WRK-LD-OCORRENCIA
               WRITE EX26-AUSENCIA-REL-LINHA FROM WRK-LINHA-DETALHE
               MOVE 'A' TO EX26-OC-TIPO
               PERFORM 0370-GRAVAR-OCORRENCIA
       END-EVALUATE.

       0360-LER-PONTOS-DIA.
       MOVE 'N' TO WRK-ACHOU
       MOVE 9999 TO WRK-PRIMEIRA-ENTRADA
       MOVE 'N' TO WRK-FIM-DIA
       IF NOT WRK-PONTO-ABERTO-OK
           MOVE 'S' TO WRK-FIM-DIA
       ELSE
           MOVE EX26-ES-MATRICULA TO EX26-PT-MATRICULA
           MOVE EX26-ES-DATA TO EX26-PT-DATA
           MOVE ZEROS TO EX26-PT-HORA
           MOVE EX26-PONTO-REC TO EX26-PONTO-IDX-LINHA
           START EX26-PONTO-IDX-FILE KEY NOT < EX26-PX-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-DIA
           END-START
       END-IF
       PERFORM UNTIL WRK-FIM-DIA-OK
           READ EX26-PONTO-IDX-FILE NEXT RECORD INTO EX26-PONTO-REC
               AT END MOVE 'S' TO WRK-FIM-DIA
               NOT AT END
                   PERFORM 0365-CONFERIR-PONTO-DIA
           END-READ
       END-PERFORM.

       0365-CONFERIR-PONTO-DIA.
       IF EX26-PT-MATRICULA = EX26-ES-MATRICULA
          AND EX26-PT-DATA = EX26-ES-DATA
           MOVE 'S' TO WRK-ACHOU
           IF EX26-PT-ENTRADA
              AND EX26-PT-HORA < WRK-PRIMEIRA-ENTRADA
               MOVE EX26-PT-HORA TO WRK-PRIMEIRA-ENTRADA
           END-IF
       ELSE
           MOVE 'S' TO WRK-FIM-DIA
       END-IF.

       0370-GRAVAR-OCORRENCIA.
       MOVE EX26-ES-MATRICULA TO EX26-OC-MATRICULA
       MOVE EX26-ES-DATA TO EX26-OC-DATA
       WRITE EX26-OCORRENCIA-LINHA FROM EX26-OCORRENCIA-REC.

       0400-VERIFICAR-SEM-ESCALA.
       IF WRK-PONTO-ABERTO-OK
           MOVE 'N' TO WRK-FIM-ARQUIVO
           MOVE ZEROS TO WRK-MATRICULA-ANTERIOR
           MOVE ZEROS TO WRK-DATA-ANTERIOR
           MOVE LOW-VALUES TO EX26-PX-CHAVE
           START EX26-PONTO-IDX-FILE KEY NOT < EX26-PX-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-PONTO-IDX-FILE NEXT RECORD
                   INTO EX26-PONTO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX26-PT-MATRICULA NOT = WRK-MATRICULA-ANTERIOR
                          OR EX26-PT-DATA NOT = WRK-DATA-ANTERIOR
                           MOVE EX26-PT-MATRICULA
                               TO WRK-MATRICULA-ANTERIOR
                           MOVE EX26-PT-DATA TO WRK-DATA-ANTERIOR
                           PERFORM 0450-VERIFICAR-UM-PONTO
                       END-IF
               END-READ
           END-PERFORM
       END-IF.

       0450-VERIFICAR-UM-PONTO.
       MOVE 'N' TO WRK-ACHOU
       IF WRK-ESCALA-ABERTA-OK
           MOVE EX26-PT-MATRICULA TO EX26-ES-MATRICULA
           MOVE EX26-PT-DATA TO EX26-ES-DATA
           MOVE EX26-ESCALA-REC TO EX26-ESCALA-IDX-LINHA
           READ EX26-ESCALA-IDX-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'S' TO WRK-ACHOU
           END-READ
       END-IF

       IF NOT WRK-ACHOU-OK
           ADD 1 TO WRK-QT-SEM-ESCALA
           MOVE EX26-PT-MATRICULA TO WRK-LD-MATRICULA
           MOVE EX26-PT-DATA TO WRK-LD-DATA
           MOVE 'PONTO SEM ESCALA NO DIA' TO WRK-LD-OCORRENCIA
           WRITE EX26-AUSENCIA-REL-LINHA FROM WRK-LINHA-DETALHE
       END-IF.
