      ******************************************************************
      * Author:
      * Date:
      * Purpose: one-time conversion of the EX26 punch and roster
      *          files to keyed organization. Every punch of
      *          EX26PONTO.DAT is loaded into EX26PONX.DAT, keyed by
      *          matricula + data + hora, and every roster line of
      *          EX26ESC.DAT into EX26ESCX.DAT, keyed by matricula +
      *          data, so the EX26 programs can read one employee's
      *          day or month by key range instead of loading the
      *          whole file into memory. A line whose key is already
      *          loaded keeps the first occurrence and is listed in
      *          the report EX26CNVREL.DAT with the totals read,
      *          loaded and discarded per file. The sequential files
      *          are then rebuilt from the keyed ones by
      *          EX26-EXTRATOR and stay available to the programs
      *          that read them front to back. When either keyed file
      *          already holds records nothing is touched and the run
      *          ends with RETURN-CODE 8, so a second run cannot
      *          overwrite what was changed since.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX26-CONVERTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX26-PONTO-FILE ASSIGN TO 'EX26PONTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PONTO-STATUS.
           SELECT EX26-ESCALA-FILE ASSIGN TO 'EX26ESC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ESCALA-STATUS.
           SELECT EX26-PONTO-IDX-FILE ASSIGN TO 'EX26PONX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX26-PX-CHAVE
               FILE STATUS IS WRK-PONTO-IDX-STATUS.
           SELECT EX26-ESCALA-IDX-FILE ASSIGN TO 'EX26ESCX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX26-EX-CHAVE
               FILE STATUS IS WRK-ESCALA-IDX-STATUS.
           SELECT EX26-CONVERTE-REL-FILE ASSIGN TO 'EX26CNVREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX26-PONTO-FILE.
       01 EX26-PONTO-LINHA PIC X(18).

       FD  EX26-ESCALA-FILE.
       01 EX26-ESCALA-LINHA PIC X(14).

       FD  EX26-PONTO-IDX-FILE.
       01 EX26-PONTO-IDX-LINHA.
           05 EX26-PX-CHAVE PIC X(17).
           05 FILLER        PIC X(01).

       FD  EX26-ESCALA-IDX-FILE.
       01 EX26-ESCALA-IDX-LINHA.
           05 EX26-EX-CHAVE PIC X(13).
           05 FILLER        PIC X(01).

       FD  EX26-CONVERTE-REL-FILE.
       01 EX26-CONVERTE-REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EX26REC.

       77 WRK-PONTO-STATUS      PIC X(02) VALUE '00'.
       77 WRK-ESCALA-STATUS     PIC X(02) VALUE '00'.
       77 WRK-PONTO-IDX-STATUS  PIC X(02) VALUE '00'.
       77 WRK-ESCALA-IDX-STATUS PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS  PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-JA-CONVERTIDO PIC X(01) VALUE 'N'.
           88 WRK-JA-CONVERTIDO-OK VALUE 'S'.

       77 WRK-QT-PT-LIDOS       PIC 9(07) VALUE ZEROS.
       77 WRK-QT-PT-CARREGADOS  PIC 9(07) VALUE ZEROS.
       77 WRK-QT-PT-DESCARTADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ES-LIDOS       PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ES-CARREGADOS  PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ES-DESCARTADOS PIC 9(07) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'CONVERSAO DE PONTO E ESCALA PARA CHAVE - EX26-CONVERTE'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-DESCARTE.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LD-ARQUIVO  PIC X(14).
           05 WRK-LD-CONTEUDO PIC X(18).
           05 FILLER          PIC X(30) VALUE
               '  CHAVE REPETIDA - DESCARTADA'.
       01 WRK-LINHA-TOTAIS.
           05 WRK-LT-ARQUIVO     PIC X(14).
           05 FILLER             PIC X(07) VALUE ' LIDOS:'.
           05 WRK-LT-LIDOS       PIC ZZZZZZ9.
           05 FILLER             PIC X(13) VALUE '  CARREGADOS:'.
           05 WRK-LT-CARREGADOS  PIC ZZZZZZ9.
           05 FILLER             PIC X(14) VALUE '  DESCARTADOS:'.
           05 WRK-LT-DESCARTADOS PIC ZZZZZZ9.
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0150-VERIFICAR-CONVERTIDO.
       IF WRK-JA-CONVERTIDO-OK
           DISPLAY 'EX26PONX.DAT/EX26ESCX.DAT JA CARREGADOS - '
               'NADA FOI ALTERADO'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 0200-ABRIR-RELATORIO.
       PERFORM 0300-CONVERTER-PONTOS.
       PERFORM 0400-CONVERTER-ESCALA.
       PERFORM 0800-RELATORIO-TOTAIS.
       CLOSE EX26-CONVERTE-REL-FILE.
       CALL 'EX26-EXTRATOR'.
       DISPLAY 'PONTOS CARREGADOS: ' WRK-QT-PT-CARREGADOS
           ' ESCALAS CARREGADAS: ' WRK-QT-ES-CARREGADOS
       MOVE 0 TO RETURN-CODE.
       STOP RUN.

      *    a keyed file holding any record means it was converted
       0150-VERIFICAR-CONVERTIDO.
       OPEN INPUT EX26-PONTO-IDX-FILE
       IF WRK-PONTO-IDX-STATUS = '00'
           READ EX26-PONTO-IDX-FILE NEXT RECORD
               AT END CONTINUE
               NOT AT END MOVE 'S' TO WRK-JA-CONVERTIDO
           END-READ
           CLOSE EX26-PONTO-IDX-FILE
       END-IF
       OPEN INPUT EX26-ESCALA-IDX-FILE
       IF WRK-ESCALA-IDX-STATUS = '00'
           READ EX26-ESCALA-IDX-FILE NEXT RECORD
               AT END CONTINUE
               NOT AT END MOVE 'S' TO WRK-JA-CONVERTIDO
           END-READ
           CLOSE EX26-ESCALA-IDX-FILE
       END-IF.

       0200-ABRIR-RELATORIO.
       OPEN OUTPUT EX26-CONVERTE-REL-FILE
       WRITE EX26-CONVERTE-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX26-CONVERTE-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       WRITE EX26-CONVERTE-REL-LINHA FROM WRK-LINHA-BRANCO.

       0300-CONVERTER-PONTOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN OUTPUT EX26-PONTO-IDX-FILE
       OPEN INPUT EX26-PONTO-FILE
       IF WRK-PONTO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-PONTO-FILE INTO EX26-PONTO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QT-PT-LIDOS
                       PERFORM 0350-CARREGAR-PONTO
               END-READ
           END-PERFORM
           CLOSE EX26-PONTO-FILE
       END-IF
       CLOSE EX26-PONTO-IDX-FILE.

       0350-CARREGAR-PONTO.
       MOVE EX26-PONTO-REC TO EX26-PONTO-IDX-LINHA
       WRITE EX26-PONTO-IDX-LINHA
           INVALID KEY
               ADD 1 TO WRK-QT-PT-DESCARTADOS
               MOVE 'EX26PONTO.DAT' TO WRK-LD-ARQUIVO
               MOVE EX26-PONTO-REC TO WRK-LD-CONTEUDO
               PERFORM 0500-LISTAR-DESCARTE
           NOT INVALID KEY
               ADD 1 TO WRK-QT-PT-CARREGADOS
       END-WRITE.

       0400-CONVERTER-ESCALA.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN OUTPUT EX26-ESCALA-IDX-FILE
       OPEN INPUT EX26-ESCALA-FILE
       IF WRK-ESCALA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-ESCALA-FILE INTO EX26-ESCALA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QT-ES-LIDOS
                       PERFORM 0450-CARREGAR-ESCALA
               END-READ
           END-PERFORM
           CLOSE EX26-ESCALA-FILE
       END-IF
       CLOSE EX26-ESCALA-IDX-FILE.

       0450-CARREGAR-ESCALA.
       MOVE EX26-ESCALA-REC TO EX26-ESCALA-IDX-LINHA
       WRITE EX26-ESCALA-IDX-LINHA
           INVALID KEY
               ADD 1 TO WRK-QT-ES-DESCARTADOS
               MOVE 'EX26ESC.DAT' TO WRK-LD-ARQUIVO
               MOVE EX26-ESCALA-REC TO WRK-LD-CONTEUDO
               PERFORM 0500-LISTAR-DESCARTE
           NOT INVALID KEY
               ADD 1 TO WRK-QT-ES-CARREGADOS
       END-WRITE.

       0500-LISTAR-DESCARTE.
       WRITE EX26-CONVERTE-REL-LINHA FROM WRK-LINHA-DESCARTE.

       0800-RELATORIO-TOTAIS.
       WRITE EX26-CONVERTE-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE 'EX26PONTO.DAT' TO WRK-LT-ARQUIVO
       MOVE WRK-QT-PT-LIDOS TO WRK-LT-LIDOS
       MOVE WRK-QT-PT-CARREGADOS TO WRK-LT-CARREGADOS
       MOVE WRK-QT-PT-DESCARTADOS TO WRK-LT-DESCARTADOS
       WRITE EX26-CONVERTE-REL-LINHA FROM WRK-LINHA-TOTAIS
       MOVE 'EX26ESC.DAT' TO WRK-LT-ARQUIVO
       MOVE WRK-QT-ES-LIDOS TO WRK-LT-LIDOS
       MOVE WRK-QT-ES-CARREGADOS TO WRK-LT-CARREGADOS
       MOVE WRK-QT-ES-DESCARTADOS TO WRK-LT-DESCARTADOS
       WRITE EX26-CONVERTE-REL-LINHA FROM WRK-LINHA-TOTAIS.
