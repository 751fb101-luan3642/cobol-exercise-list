      *          on each violation for context and the totals are
      *          broken by department (EX3FUNC.DAT extract) so HR can
      *          act before the fines do. Output: EX26DESCREL.DAT.
      *          Each violation is also appended to the occurrence
      *          file EX26OCOR.DAT (matricula, data, tipo I/R) read
      *          by FUNC-DESEMPENHO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EX3-FUNCIONARIOS-FILE ASSIGN TO 'EX3FUNC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FUNC-STATUS.
           SELECT EX26-OCORRENCIA-FILE ASSIGN TO 'EX26OCOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OCORRENCIA-STATUS.
           SELECT EX26-DESCANSO-REL-FILE ASSIGN TO 'EX26DESCREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
       FD  EX3-FUNCIONARIOS-FILE.
       01 EX3-FUNCIONARIOS-LINHA PIC X(19).

       FD  EX26-OCORRENCIA-FILE.
       01 EX26-OCORRENCIA-LINHA PIC X(14).

       FD  EX26-DESCANSO-REL-FILE.
       01 EX26-DESCANSO-REL-LINHA PIC X(80).

       77 WRK-ESCALA-STATUS    PIC X(02) VALUE '00'.
       77 WRK-FUNC-STATUS      PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-OCORRENCIA-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       PERFORM 0400-VERIFICAR-INTERJORNADA.
       PERFORM 0800-RELATORIO-TOTAIS.
       CLOSE EX26-DESCANSO-REL-FILE.
       CLOSE EX26-OCORRENCIA-FILE.
       STOP RUN.

       0150-CARREGAR-ESCALA.
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX26-DESCANSO-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       WRITE EX26-DESCANSO-REL-LINHA FROM WRK-LINHA-BRANCO
       OPEN EXTEND EX26-OCORRENCIA-FILE
       IF WRK-OCORRENCIA-STATUS = '35'
           OPEN OUTPUT EX26-OCORRENCIA-FILE
       END-IF.

       0250-CONVERTER-MINUTOS-A.
       DIVIDE WRK-HORA-TROCA BY 100
           MOVE WRK-TAB-DIA-DATA (WRK-DIA-IDX) TO WRK-LD-DATA
           MOVE 'REFEICAO INFERIOR A 60 MIN' TO WRK-LD-OCORRENCIA
           MOVE WRK-MIN-REFEICAO TO WRK-LD-MINUTOS
           MOVE 'R' TO EX26-OC-TIPO
           PERFORM 0600-GRAVAR-VIOLACAO
       END-IF.

           MOVE WRK-TAB-DIA-DATA (WRK-SEG-IDX) TO WRK-LD-DATA
           MOVE 'INTERJORNADA INFERIOR A 11H' TO WRK-LD-OCORRENCIA
           MOVE WRK-MIN-DESCANSO TO WRK-LD-MINUTOS
           MOVE 'I' TO EX26-OC-TIPO
           PERFORM 0600-GRAVAR-VIOLACAO
       END-IF.
       0450-VERIFICAR-UM-DESCANSO-EXIT.
       PERFORM 0500-OBTER-CONTEXTO
       MOVE WRK-TURNO-DIA TO WRK-LD-TURNO
       WRITE EX26-DESCANSO-REL-LINHA FROM WRK-LINHA-DETALHE
       MOVE WRK-LD-MATRICULA TO EX26-OC-MATRICULA
       MOVE WRK-LD-DATA TO EX26-OC-DATA
       WRITE EX26-OCORRENCIA-LINHA FROM EX26-OCORRENCIA-REC
       PERFORM 0650-ACUMULAR-DEPARTAMENTO.

       0650-ACUMULAR-DEPARTAMENTO.
