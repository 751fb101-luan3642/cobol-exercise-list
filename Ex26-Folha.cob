      * Author:
      * Date:
      * Purpose: monthly payroll hours extract for EX26 - pairs the
      *          punches in EX26PONX.DAT per employee per day using
      *          the sentido indicator (entrada/saida), tolerating up
      *          to four punches a day (in / lunch out / lunch in /
      *          out), totals worked hours, computes overtime beyond
      *          the six-hour scheduled turno from the EX26ESCX.DAT
      *          roster and night differential for turno N, and writes
      *          the fixed-layout payroll interface EX26FOLHA.DAT plus
      *          a control report EX26FOLREL.DAT listing days whose
      *          printout. Only punches dated inside the competencia
      *          are totaled - the month comes from EX26FOLPRM.DAT
      *          (AAAAMM) or defaults to the system date - so punches
      *          appended for other months are never re-paid. Both
      *          files are keyed: the punches of each matricula are
      *          read by key range from the first to the last day of
      *          the competencia, one day at a time in hora order,
      *          and the turno of each day is read from the roster by
      *          matricula + data, so no table limits how many
      *          punches or roster lines the month may have. Extra
      *          hours only reach the payroll figures when a supervisor
      *          pre-authorization for that matricula and date exists
      *          in EX26AUT.DAT covering them; unauthorized overtime is
      *          listed in the pending-approval report EX26PENDREL.DAT
      *          instead of being paid. Each such day is also
      *          appended to the occurrence file EX26OCOR.DAT
      *          (matricula, data, tipo H) read by FUNC-DESEMPENHO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX26-PONTO-IDX-FILE ASSIGN TO 'EX26PONX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX26-PX-CHAVE
               FILE STATUS IS WRK-PONTO-STATUS.
           SELECT EX26-ESCALA-IDX-FILE ASSIGN TO 'EX26ESCX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX26-EX-CHAVE
               FILE STATUS IS WRK-ESCALA-STATUS.
           SELECT EX26-FOLHA-FILE ASSIGN TO 'EX26FOLHA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT EX26-PENDENTE-REL-FILE ASSIGN TO 'EX26PENDREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PENDENTE-STATUS.
           SELECT EX26-OCORRENCIA-FILE ASSIGN TO 'EX26OCOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OCORRENCIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX26-PONTO-IDX-FILE.
       01 EX26-PONTO-IDX-LINHA.
           05 EX26-PX-CHAVE PIC X(17).
           05 FILLER        PIC X(01).

       FD  EX26-ESCALA-IDX-FILE.
       01 EX26-ESCALA-IDX-LINHA.
           05 EX26-EX-CHAVE PIC X(13).
           05 FILLER        PIC X(01).

       FD  EX26-FOLHA-FILE.
       01 EX26-FOLHA-LINHA PIC X(26).
       FD  EX26-PENDENTE-REL-FILE.
       01 EX26-PENDENTE-REL-LINHA PIC X(80).

       FD  EX26-OCORRENCIA-FILE.
       01 EX26-OCORRENCIA-LINHA PIC X(14).

       WORKING-STORAGE SECTION.
       COPY EX26REC.

       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-PONTO        PIC X(01) VALUE 'N'.
           88 WRK-FIM-PONTO-OK VALUE 'S'.
       77 WRK-ESCALA-ABERTA    PIC X(01) VALUE 'N'.
           88 WRK-ESCALA-ABERTA-OK VALUE 'S'.
       77 WRK-PONTO-ABERTO     PIC X(01) VALUE 'N'.
           88 WRK-PONTO-ABERTO-OK VALUE 'S'.
       77 WRK-PONTO-NO-MES     PIC X(01) VALUE 'N'.
           88 WRK-PONTO-NO-MES-OK VALUE 'S'.
       77 WRK-AUTORIZACAO-STATUS PIC X(02) VALUE '00'.
       77 WRK-OCORRENCIA-STATUS PIC X(02) VALUE '00'.
       77 WRK-PENDENTE-STATUS  PIC X(02) VALUE '00'.
       77 WRK-FIM-AUTORIZACAO  PIC X(01) VALUE 'N'.
           88 WRK-FIM-AUTORIZACAO-OK VALUE 'S'.

       01 WRK-DIA-ATUAL.
           05 WRK-DIA-MATRICULA PIC 9(05).
           05 WRK-DIA-DATA      PIC 9(08).
           05 WRK-DIA-QT-PONTOS PIC 9(02).
           05 WRK-DIA-PONTO OCCURS 4 TIMES.
               10 WRK-DIA-HORA    PIC 9(04).
               10 WRK-DIA-SENTIDO PIC X(01).

       01 WRK-TABELA-EMPREGADOS.
           05 WRK-TAB-EMP OCCURS 500 TIMES

       77 WRK-TURNO-DIA     PIC X(01) VALUE SPACES.
       77 WRK-I             PIC 9(02) VALUE ZEROS.
       77 WRK-PAR-VALIDO    PIC X(01) VALUE 'N'.
           88 WRK-PAR-VALIDO-OK VALUE 'S'.
       77 WRK-MIN-PAR       PIC S9(06) VALUE ZEROS.
       77 WRK-HORAS-PENDENTES PIC 9(03)V99 VALUE ZEROS.
       77 WRK-MIN-JORNADA   PIC 9(04) VALUE 360.
       77 WRK-FOLPRM-STATUS PIC X(02) VALUE '00'.
       77 WRK-DATA-INICIO   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM      PIC 9(08) VALUE ZEROS.
       77 WRK-MATRICULA-FAIXA PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-PAR    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-GRAVADOS   PIC 9(05) VALUE ZEROS.

       0100-PRINCIPAL.
       PERFORM 0140-OBTER-COMPETENCIA.
       PERFORM 0145-CARREGAR-AUTORIZACOES.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0300-ACUMULAR-PONTOS UNTIL WRK-FIM-PONTO-OK.
       IF WRK-DIA-QT-PONTOS > ZEROS
           PERFORM 0400-APURAR-DIA
       END-IF.
       PERFORM 0600-GRAVAR-INTERFACE.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       GOBACK.

       0140-OBTER-COMPETENCIA.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
                   END-IF
           END-READ
           CLOSE EX26-FOLPRM-FILE
       END-IF
       COMPUTE WRK-DATA-INICIO = WRK-COMPETENCIA-N * 100 + 1
       COMPUTE WRK-DATA-FIM = WRK-COMPETENCIA-N * 100 + 31.

       0145-CARREGAR-AUTORIZACOES.
       OPEN INPUT EX26-AUTORIZACAO-FILE
           CLOSE EX26-AUTORIZACAO-FILE
       END-IF.

       0200-ABRIR-ARQUIVOS.
       OPEN INPUT EX26-ESCALA-IDX-FILE
       IF WRK-ESCALA-STATUS = '00'
           MOVE 'S' TO WRK-ESCALA-ABERTA
       END-IF
       MOVE ZEROS TO WRK-DIA-QT-PONTOS
       OPEN INPUT EX26-PONTO-IDX-FILE
       IF WRK-PONTO-STATUS = '00'
           MOVE 'S' TO WRK-PONTO-ABERTO
       ELSE
           MOVE 'S' TO WRK-FIM-PONTO
       END-IF
       OPEN OUTPUT EX26-FOLHA-FILE
       OPEN OUTPUT EX26-FOLHA-REL-FILE
       OPEN OUTPUT EX26-PENDENTE-REL-FILE
       OPEN EXTEND EX26-OCORRENCIA-FILE
       IF WRK-OCORRENCIA-STATUS = '35'
           OPEN OUTPUT EX26-OCORRENCIA-FILE
       END-IF
       WRITE EX26-PENDENTE-REL-LINHA FROM WRK-CABECALHO-PENDENTE
       WRITE EX26-FOLHA-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX26-FOLHA-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       WRITE EX26-FOLHA-REL-LINHA FROM WRK-LINHA-BRANCO
       IF NOT WRK-FIM-PONTO-OK
           MOVE ZEROS TO WRK-MATRICULA-FAIXA
           PERFORM 0270-POSICIONAR-PONTO
           PERFORM 0250-LER-PONTO
       END-IF.

       0250-LER-PONTO.
       MOVE 'N' TO WRK-PONTO-NO-MES
       PERFORM UNTIL WRK-FIM-PONTO-OK OR WRK-PONTO-NO-MES-OK
           READ EX26-PONTO-IDX-FILE NEXT RECORD INTO EX26-PONTO-REC
               AT END MOVE 'S' TO WRK-FIM-PONTO
               NOT AT END
                   PERFORM 0260-CONFERIR-FAIXA
           END-READ
       END-PERFORM.

      *    outside the month the read jumps to the matricula's
      *    first day of the competencia or to the next matricula
       0260-CONFERIR-FAIXA.
       EVALUATE TRUE
           WHEN EX26-PT-DATA < WRK-DATA-INICIO
               MOVE EX26-PT-MATRICULA TO WRK-MATRICULA-FAIXA
               PERFORM 0270-POSICIONAR-PONTO
           WHEN EX26-PT-DATA > WRK-DATA-FIM
               IF EX26-PT-MATRICULA = 99999
                   MOVE 'S' TO WRK-FIM-PONTO
               ELSE
                   COMPUTE WRK-MATRICULA-FAIXA =
                       EX26-PT-MATRICULA + 1
                   PERFORM 0270-POSICIONAR-PONTO
               END-IF
           WHEN OTHER
               MOVE 'S' TO WRK-PONTO-NO-MES
       END-EVALUATE.

       0270-POSICIONAR-PONTO.
       MOVE WRK-MATRICULA-FAIXA TO EX26-PT-MATRICULA
       MOVE WRK-DATA-INICIO TO EX26-PT-DATA
       MOVE ZEROS TO EX26-PT-HORA
       MOVE EX26-PONTO-REC TO EX26-PONTO-IDX-LINHA
       START EX26-PONTO-IDX-FILE KEY NOT < EX26-PX-CHAVE
           INVALID KEY MOVE 'S' TO WRK-FIM-PONTO
       END-START.

       0300-ACUMULAR-PONTOS.
       IF WRK-DIA-QT-PONTOS > ZEROS
          AND (EX26-PT-MATRICULA NOT = WRK-DIA-MATRICULA
               OR EX26-PT-DATA NOT = WRK-DIA-DATA)
           PERFORM 0400-APURAR-DIA
       END-IF
       IF WRK-DIA-QT-PONTOS = ZEROS
           MOVE EX26-PT-MATRICULA TO WRK-DIA-MATRICULA
           MOVE EX26-PT-DATA TO WRK-DIA-DATA
       END-IF

       ADD 1 TO WRK-DIA-QT-PONTOS
       IF WRK-DIA-QT-PONTOS <= 4
           MOVE WRK-DIA-QT-PONTOS TO WRK-I
           MOVE EX26-PT-HORA TO WRK-DIA-HORA (WRK-I)
           MOVE EX26-PT-SENTIDO TO WRK-DIA-SENTIDO (WRK-I)
       END-IF

       PERFORM 0250-LER-PONTO.

       0400-APURAR-DIA.
       PERFORM 0420-VALIDAR-PARES-DIA
       IF WRK-PAR-VALIDO-OK
           PERFORM 0450-APURAR-UM-DIA
       ELSE
           ADD 1 TO WRK-QT-SEM-PAR
           MOVE WRK-DIA-MATRICULA TO WRK-LS-MATRICULA
           MOVE WRK-DIA-DATA TO WRK-LS-DATA
           WRITE EX26-FOLHA-REL-LINHA FROM WRK-LINHA-SEM-PAR
       END-IF
       MOVE ZEROS TO WRK-DIA-QT-PONTOS.

       0420-VALIDAR-PARES-DIA.
       MOVE 'N' TO WRK-PAR-VALIDO
       EVALUATE WRK-DIA-QT-PONTOS
           WHEN 2
               IF WRK-DIA-SENTIDO (1) = 'E'
                  AND WRK-DIA-SENTIDO (2) = 'S'
                   MOVE 'S' TO WRK-PAR-VALIDO
               END-IF
           WHEN 4
               IF WRK-DIA-SENTIDO (1) = 'E'
                  AND WRK-DIA-SENTIDO (2) = 'S'
                  AND WRK-DIA-SENTIDO (3) = 'E'
                  AND WRK-DIA-SENTIDO (4) = 'S'
                   MOVE 'S' TO WRK-PAR-VALIDO
               END-IF
       END-EVALUATE.

       MOVE ZEROS TO WRK-MIN-TRABALHADO
       MOVE 1 TO WRK-I
       PERFORM UNTIL WRK-I >= WRK-DIA-QT-PONTOS
           DIVIDE WRK-DIA-HORA (WRK-I) BY 100
               GIVING WRK-HORA-TEMP REMAINDER WRK-MINUTO-TEMP
           COMPUTE WRK-MIN-ENTRADA =
               WRK-HORA-TEMP * 60 + WRK-MINUTO-TEMP
           DIVIDE WRK-DIA-HORA (WRK-I + 1) BY 100
               GIVING WRK-HORA-TEMP REMAINDER WRK-MINUTO-TEMP
           COMPUTE WRK-MIN-SAIDA =
               WRK-HORA-TEMP * 60 + WRK-MINUTO-TEMP
           AT END
               CONTINUE
           WHEN WRK-TAB-AUT-MATRICULA (WRK-AUT-IDX)
                   = WRK-DIA-MATRICULA
              AND WRK-TAB-AUT-DATA (WRK-AUT-IDX)
                   = WRK-DIA-DATA
               MOVE WRK-TAB-AUT-MINUTOS (WRK-AUT-IDX)
                   TO WRK-MIN-AUTORIZADO
       END-SEARCH

       IF WRK-MIN-EXTRA-PEND > ZEROS
           ADD 1 TO WRK-QT-PENDENTES
           MOVE WRK-DIA-MATRICULA
               TO WRK-LP-MATRICULA
           MOVE WRK-DIA-DATA TO WRK-LP-DATA
           COMPUTE WRK-HORAS-PENDENTES ROUNDED =
               WRK-MIN-EXTRA-PEND / 60
           MOVE WRK-HORAS-PENDENTES TO WRK-LP-HORAS
           WRITE EX26-PENDENTE-REL-LINHA FROM WRK-LINHA-PENDENTE
           MOVE WRK-DIA-MATRICULA
               TO EX26-OC-MATRICULA
           MOVE WRK-DIA-DATA TO EX26-OC-DATA
           MOVE 'H' TO EX26-OC-TIPO
           WRITE EX26-OCORRENCIA-LINHA FROM EX26-OCORRENCIA-REC
       END-IF.

       0460-OBTER-TURNO-ESCALA.
       MOVE SPACES TO WRK-TURNO-DIA
       IF WRK-ESCALA-ABERTA-OK
           MOVE WRK-DIA-MATRICULA TO EX26-ES-MATRICULA
           MOVE WRK-DIA-DATA TO EX26-ES-DATA
           MOVE EX26-ESCALA-REC TO EX26-ESCALA-IDX-LINHA
           READ EX26-ESCALA-IDX-FILE INTO EX26-ESCALA-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE EX26-ES-TURNO TO WRK-TURNO-DIA
           END-READ
       END-IF.

       0500-ACUMULAR-EMPREGADO.
       MOVE 'N' TO WRK-ACHOU
           AT END
               CONTINUE
           WHEN WRK-TAB-EMP-MATRICULA (WRK-EMP-IDX)
                   = WRK-DIA-MATRICULA
               MOVE 'S' TO WRK-ACHOU
       END-SEARCH

           END-IF
           ADD 1 TO WRK-QTD-EMPREGADOS
           SET WRK-EMP-IDX TO WRK-QTD-EMPREGADOS
           MOVE WRK-DIA-MATRICULA TO
               WRK-TAB-EMP-MATRICULA (WRK-EMP-IDX)
           MOVE ZEROS TO WRK-TAB-EMP-MIN-NORM (WRK-EMP-IDX)
           MOVE ZEROS TO WRK-TAB-EMP-MIN-EXTRA (WRK-EMP-IDX)
           INTO WRK-LINHA-RESUMO
       WRITE EX26-FOLHA-REL-LINHA FROM WRK-LINHA-RESUMO

       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'EXTRAS SEM AUTORIZACAO: ' DELIMITED BY SIZE
           WRK-QT-PENDENTES DELIMITED BY SIZE
       WRITE EX26-FOLHA-REL-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       IF WRK-PONTO-ABERTO-OK
           CLOSE EX26-PONTO-IDX-FILE
       END-IF
       IF WRK-ESCALA-ABERTA-OK
           CLOSE EX26-ESCALA-IDX-FILE
       END-IF
       CLOSE EX26-FOLHA-FILE
       CLOSE EX26-FOLHA-REL-FILE
       CLOSE EX26-PENDENTE-REL-FILE
       CLOSE EX26-OCORRENCIA-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
