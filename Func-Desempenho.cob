      ******************************************************************
      * Author:
      * Date:
      * Purpose: quarterly performance scorecard per employee, built
      *          from attendance data the EX26 jobs already produce:
      *          unjustified absences and lateness (EX26-AUSENCIA),
      *          rest and meal-break violations (EX26-DESCANSO) and
      *          overtime worked without authorization (EX26-FOLHA),
      *          all appended by those jobs to EX26OCOR.DAT, plus the
      *          punch corrections logged in EX26PONAUD.DAT. Every
      *          active employee in FUNCMST.DAT starts the quarter
      *          with 100 points and loses, per occurrence, the weight
      *          of its criterion in FUNCDESCRI.DAT (codigo F, A, I,
      *          R, H or C, weight, description; a criterion missing
      *          from the file keeps its standard weight). The same
      *          occurrence reported twice by a rerun is counted once
      *          and the score never goes below zero. The quarter
      *          comes from FUNCDESPRM.DAT (AAAAT) or defaults to the
      *          last quarter closed before the business date.
      *          FUNCDESREL.DAT shows each criterion's quantity,
      *          weight and contribution so the score can be explained
      *          to the employee, and EX25RES.DAT receives one
      *          EX25-RESULTADO-REC per employee (matricula and name,
      *          score, department as group) for EX25-RANKING to
      *          produce the department-level ranked lists.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNC-DESEMPENHO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNC-MASTER-FILE ASSIGN TO 'FUNCMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MT-MATRICULA
               FILE STATUS IS WRK-MASTER-STATUS.
           SELECT FUNC-DES-PARAM-FILE ASSIGN TO 'FUNCDESPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARAM-STATUS.
           SELECT FUNC-CRITERIO-FILE ASSIGN TO 'FUNCDESCRI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CRITERIO-STATUS.
           SELECT EX26-OCORRENCIA-FILE ASSIGN TO 'EX26OCOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OCORRENCIA-STATUS.
           SELECT EX26-PONAUD-FILE ASSIGN TO 'EX26PONAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PONAUD-STATUS.
           SELECT EX25-RESULTADOS-FILE ASSIGN TO 'EX25RES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RESULTADOS-STATUS.
           SELECT FUNC-DES-REL-FILE ASSIGN TO 'FUNCDESREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT FUNC-SORT-FILE ASSIGN TO 'FUNCDES.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       FD  FUNC-DES-PARAM-FILE.
       01 FUNC-DES-PARAM-LINHA PIC X(05).

       FD  FUNC-CRITERIO-FILE.
       01 FUNC-CRITERIO-LINHA PIC X(26).

       FD  EX26-OCORRENCIA-FILE.
       01 EX26-OCORRENCIA-LINHA PIC X(14).

       FD  EX26-PONAUD-FILE.
       01 EX26-PONAUD-LINHA PIC X(120).

       FD  EX25-RESULTADOS-FILE.
       01 EX25-RESULTADOS-LINHA PIC X(40).

       FD  FUNC-DES-REL-FILE.
       01 FUNC-DES-REL-LINHA PIC X(80).

       SD  FUNC-SORT-FILE.
       01 FUNC-SORT-REG.
           05 FUNC-SR-MATRICULA PIC 9(05).
           05 FUNC-SR-DATA      PIC 9(08).
           05 FUNC-SR-TIPO      PIC X(01).
           05 FUNC-SR-SEQUENCIA PIC 9(06).

       WORKING-STORAGE SECTION.
       COPY FUNCREC.
       COPY EX26REC.
       COPY EX25REC.

       77 WRK-MASTER-STATUS     PIC X(02) VALUE '00'.
       77 WRK-PARAM-STATUS      PIC X(02) VALUE '00'.
       77 WRK-CRITERIO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-OCORRENCIA-STATUS PIC X(02) VALUE '00'.
       77 WRK-PONAUD-STATUS     PIC X(02) VALUE '00'.
       77 WRK-RESULTADOS-STATUS PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS  PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-MASTER  PIC X(01) VALUE 'N'.
           88 WRK-FIM-MASTER-OK VALUE 'S'.
       77 WRK-FIM-SORT    PIC X(01) VALUE 'N'.
           88 WRK-FIM-SORT-OK VALUE 'S'.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.

       01 WRK-DATA-NEGOCIO.
           05 WRK-DN-ANO  PIC 9(04).
           05 WRK-DN-MES  PIC 9(02).
           05 WRK-DN-DIA  PIC 9(02).
       01 WRK-DATA-NEGOCIO-N REDEFINES WRK-DATA-NEGOCIO PIC 9(08).

       01 WRK-PARAMETRO.
           05 WRK-PR-ANO       PIC 9(04).
           05 WRK-PR-TRIMESTRE PIC 9(01).
       01 WRK-PARAMETRO-X REDEFINES WRK-PARAMETRO PIC X(05).

       77 WRK-ANO       PIC 9(04) VALUE ZEROS.
       77 WRK-TRIMESTRE PIC 9(01) VALUE ZEROS.
       77 WRK-MES-INICIO PIC 9(02) VALUE ZEROS.
       77 WRK-MES-FIM    PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM    PIC 9(08) VALUE ZEROS.

      *    standard weights, replaced by FUNCDESCRI.DAT when present
       01 WRK-CRITERIOS-PADRAO.
           05 FILLER PIC X(26) VALUE 'F00500FALTA INJUSTIFICADA '.
           05 FILLER PIC X(26) VALUE 'A00100ATRASO NA ENTRADA   '.
           05 FILLER PIC X(26) VALUE 'I00200INTERJORNADA < 11H  '.
           05 FILLER PIC X(26) VALUE 'R00100REFEICAO < 60 MIN   '.
           05 FILLER PIC X(26) VALUE 'H00200EXTRA SEM AUTORIZ.  '.
           05 FILLER PIC X(26) VALUE 'C00100CORRECAO DE PONTO   '.
       01 WRK-TABELA-CRITERIOS REDEFINES WRK-CRITERIOS-PADRAO.
           05 WRK-TAB-CRI OCCURS 6 TIMES
               INDEXED BY WRK-CRI-IDX.
               10 WRK-TAB-CRI-CODIGO    PIC X(01).
               10 WRK-TAB-CRI-PESO      PIC 9(03)V99.
               10 WRK-TAB-CRI-DESCRICAO PIC X(20).

       01 WRK-TABELA-FUNCIONARIOS.
           05 WRK-TAB-FUN OCCURS 5000 TIMES
               INDEXED BY WRK-FUN-IDX.
               10 WRK-TAB-FUN-MATRICULA    PIC 9(05).
               10 WRK-TAB-FUN-NOME         PIC X(20).
               10 WRK-TAB-FUN-DEPARTAMENTO PIC X(10).
               10 WRK-TAB-FUN-QTD OCCURS 6 TIMES PIC 9(04).
       77 WRK-QTD-FUNCIONARIOS PIC 9(04) VALUE ZEROS.

      *    one correction per audit record: a running number keeps
      *    two corrections of the same punch date apart in the sort
       77 WRK-SEQ-CORRECAO PIC 9(06) VALUE ZEROS.
       01 WRK-PONTO-CORRIGIDO.
           05 WRK-PC-MATRICULA PIC 9(05).
           05 WRK-PC-DATA      PIC 9(08).
           05 WRK-PC-HORA      PIC 9(04).
           05 WRK-PC-SENTIDO   PIC X(01).

       01 WRK-ANTERIOR.
           05 WRK-AN-MATRICULA PIC 9(05) VALUE ZEROS.
           05 WRK-AN-DATA      PIC 9(08) VALUE ZEROS.
           05 WRK-AN-TIPO      PIC X(01) VALUE SPACES.
           05 WRK-AN-SEQUENCIA PIC 9(06) VALUE ZEROS.

       77 WRK-PONTUACAO-BASE PIC 9(03)V99 VALUE 100,00.
       77 WRK-PONTUACAO      PIC S9(07)V99 VALUE ZEROS.
       77 WRK-CONTRIBUICAO   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-I              PIC 9(01) VALUE ZEROS.

       77 WRK-QT-AVALIADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-OCORRENCIAS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REPETIDAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-IGNORADAS   PIC 9(05) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'AVALIACAO DE DESEMPENHO TRIMESTRAL - FUNC-DESEMPENHO'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-PERIODO.
           05 FILLER      PIC X(11) VALUE 'TRIMESTRE: '.
           05 WRK-LP-TRIMESTRE PIC 9(01).
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LP-ANO  PIC 9(04).
           05 FILLER      PIC X(06) VALUE '  DE: '.
           05 WRK-LP-INICIO PIC 9(08).
           05 FILLER      PIC X(04) VALUE ' A: '.
           05 WRK-LP-FIM  PIC 9(08).
       01 WRK-LINHA-FUNCIONARIO.
           05 FILLER            PIC X(11) VALUE 'MATRICULA: '.
           05 WRK-LF-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LF-NOME        PIC X(20).
           05 FILLER            PIC X(09) VALUE '  DEPTO: '.
           05 WRK-LF-DEPARTAMENTO PIC X(10).
       01 WRK-LINHA-CRITERIO.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 WRK-LC-DESCRICAO   PIC X(20).
           05 FILLER            PIC X(06) VALUE '  QTD '.
           05 WRK-LC-QTD         PIC ZZZ9.
           05 FILLER            PIC X(08) VALUE '  PESO '.
           05 WRK-LC-PESO        PIC ZZ9,99.
           05 FILLER            PIC X(03) VALUE ' = '.
           05 WRK-LC-CONTRIBUICAO PIC -------9,99.
       01 WRK-LINHA-PONTUACAO.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 FILLER            PIC X(20) VALUE 'PONTUACAO BASE'.
           05 FILLER            PIC X(27) VALUE SPACES.
           05 WRK-LN-BASE        PIC ZZZZZZZ9,99.
       01 WRK-LINHA-TOTAL-FUNC.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 FILLER            PIC X(20) VALUE 'PONTUACAO FINAL'.
           05 FILLER            PIC X(27) VALUE SPACES.
           05 WRK-LT-PONTUACAO   PIC ZZZZZZZ9,99.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0120-OBTER-TRIMESTRE.
       PERFORM 0140-CARREGAR-CRITERIOS.
       PERFORM 0150-CARREGAR-FUNCIONARIOS.
       SORT FUNC-SORT-FILE
           ON ASCENDING KEY FUNC-SR-MATRICULA
           ON ASCENDING KEY FUNC-SR-DATA
           ON ASCENDING KEY FUNC-SR-TIPO
           ON ASCENDING KEY FUNC-SR-SEQUENCIA
           INPUT PROCEDURE IS 0300-SELECIONAR-OCORRENCIAS
           OUTPUT PROCEDURE IS 0400-CONTAR-OCORRENCIAS
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0500-PONTUAR-FUNCIONARIOS.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       STOP RUN.

       0120-OBTER-TRIMESTRE.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
       COMPUTE WRK-TRIMESTRE = (WRK-DN-MES + 2) / 3
       MOVE WRK-DN-ANO TO WRK-ANO
       IF WRK-TRIMESTRE = 1
           MOVE 4 TO WRK-TRIMESTRE
           SUBTRACT 1 FROM WRK-ANO
       ELSE
           SUBTRACT 1 FROM WRK-TRIMESTRE
       END-IF
       OPEN INPUT FUNC-DES-PARAM-FILE
       IF WRK-PARAM-STATUS = '00'
           READ FUNC-DES-PARAM-FILE INTO WRK-PARAMETRO-X
               AT END MOVE ZEROS TO WRK-PARAMETRO-X
           END-READ
           IF WRK-PARAMETRO-X IS NUMERIC
              AND WRK-PR-ANO > ZEROS
              AND WRK-PR-TRIMESTRE >= 1 AND WRK-PR-TRIMESTRE <= 4
               MOVE WRK-PR-ANO TO WRK-ANO
               MOVE WRK-PR-TRIMESTRE TO WRK-TRIMESTRE
           END-IF
           CLOSE FUNC-DES-PARAM-FILE
       END-IF
       COMPUTE WRK-MES-FIM = WRK-TRIMESTRE * 3
       COMPUTE WRK-MES-INICIO = WRK-MES-FIM - 2
       COMPUTE WRK-DATA-INICIO =
           WRK-ANO * 10000 + WRK-MES-INICIO * 100 + 1
       IF WRK-MES-FIM = 6 OR WRK-MES-FIM = 9
           COMPUTE WRK-DATA-FIM =
               WRK-ANO * 10000 + WRK-MES-FIM * 100 + 30
       ELSE
           COMPUTE WRK-DATA-FIM =
               WRK-ANO * 10000 + WRK-MES-FIM * 100 + 31
       END-IF.

       0140-CARREGAR-CRITERIOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT FUNC-CRITERIO-FILE
       IF WRK-CRITERIO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-CRITERIO-FILE INTO FUNC-CRITERIO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0145-APLICAR-CRITERIO
               END-READ
           END-PERFORM
           CLOSE FUNC-CRITERIO-FILE
       END-IF.

       0145-APLICAR-CRITERIO.
       SET WRK-CRI-IDX TO 1
       SEARCH WRK-TAB-CRI
           AT END
               CONTINUE
           WHEN WRK-TAB-CRI-CODIGO (WRK-CRI-IDX) = FUNC-CR-CODIGO
               IF FUNC-CR-PESO IS NUMERIC
                   MOVE FUNC-CR-PESO TO WRK-TAB-CRI-PESO (WRK-CRI-IDX)
               END-IF
               IF FUNC-CR-DESCRICAO NOT = SPACES
                   MOVE FUNC-CR-DESCRICAO
                       TO WRK-TAB-CRI-DESCRICAO (WRK-CRI-IDX)
               END-IF
       END-SEARCH.

       0150-CARREGAR-FUNCIONARIOS.
       OPEN INPUT FUNC-MASTER-FILE
       MOVE ZEROS TO FUNC-MT-MATRICULA
       START FUNC-MASTER-FILE KEY NOT < FUNC-MT-MATRICULA
           INVALID KEY MOVE 'S' TO WRK-FIM-MASTER
       END-START
       PERFORM UNTIL WRK-FIM-MASTER-OK
           READ FUNC-MASTER-FILE NEXT RECORD INTO FUNC-MASTER-REC
               AT END MOVE 'S' TO WRK-FIM-MASTER
               NOT AT END
                   IF FUNC-MS-ATIVO
                       PERFORM 0155-GUARDAR-FUNCIONARIO
                   END-IF
           END-READ
       END-PERFORM
       CLOSE FUNC-MASTER-FILE.

       0155-GUARDAR-FUNCIONARIO.
       IF WRK-QTD-FUNCIONARIOS >= 5000
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-QTD-FUNCIONARIOS
       SET WRK-FUN-IDX TO WRK-QTD-FUNCIONARIOS
       MOVE FUNC-MS-MATRICULA TO WRK-TAB-FUN-MATRICULA (WRK-FUN-IDX)
       MOVE FUNC-MS-NOME TO WRK-TAB-FUN-NOME (WRK-FUN-IDX)
       MOVE FUNC-MS-DEPARTAMENTO
           TO WRK-TAB-FUN-DEPARTAMENTO (WRK-FUN-IDX)
       PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 6
           MOVE ZEROS TO WRK-TAB-FUN-QTD (WRK-FUN-IDX WRK-I)
       END-PERFORM.

       0200-ABRIR-ARQUIVOS.
       OPEN OUTPUT EX25-RESULTADOS-FILE
       OPEN OUTPUT FUNC-DES-REL-FILE
       WRITE FUNC-DES-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE FUNC-DES-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       MOVE WRK-TRIMESTRE TO WRK-LP-TRIMESTRE
       MOVE WRK-ANO TO WRK-LP-ANO
       MOVE WRK-DATA-INICIO TO WRK-LP-INICIO
       MOVE WRK-DATA-FIM TO WRK-LP-FIM
       WRITE FUNC-DES-REL-LINHA FROM WRK-LINHA-PERIODO.

       0300-SELECIONAR-OCORRENCIAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-OCORRENCIA-FILE
       IF WRK-OCORRENCIA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-OCORRENCIA-FILE INTO EX26-OCORRENCIA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX26-OC-DATA >= WRK-DATA-INICIO
                          AND EX26-OC-DATA <= WRK-DATA-FIM
                           MOVE EX26-OC-MATRICULA TO FUNC-SR-MATRICULA
                           MOVE EX26-OC-DATA TO FUNC-SR-DATA
                           MOVE EX26-OC-TIPO TO FUNC-SR-TIPO
                           MOVE ZEROS TO FUNC-SR-SEQUENCIA
                           RELEASE FUNC-SORT-REG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX26-OCORRENCIA-FILE
       END-IF

       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-PONAUD-FILE
       IF WRK-PONAUD-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-PONAUD-FILE INTO EX26-PONTO-AUD-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0350-LIBERAR-CORRECAO
               END-READ
           END-PERFORM
           CLOSE EX26-PONAUD-FILE
       END-IF.

      *    the corrected punch is the new image, or the old one when
      *    the punch was cancelled
       0350-LIBERAR-CORRECAO.
       IF EX26-PA-DEPOIS NOT = SPACES
           MOVE EX26-PA-DEPOIS TO WRK-PONTO-CORRIGIDO
       ELSE
           MOVE EX26-PA-ANTES TO WRK-PONTO-CORRIGIDO
       END-IF
       IF WRK-PC-MATRICULA IS NUMERIC
          AND WRK-PC-DATA IS NUMERIC
          AND WRK-PC-DATA >= WRK-DATA-INICIO
          AND WRK-PC-DATA <= WRK-DATA-FIM
           ADD 1 TO WRK-SEQ-CORRECAO
           MOVE WRK-PC-MATRICULA TO FUNC-SR-MATRICULA
           MOVE WRK-PC-DATA TO FUNC-SR-DATA
           MOVE 'C' TO FUNC-SR-TIPO
           MOVE WRK-SEQ-CORRECAO TO FUNC-SR-SEQUENCIA
           RELEASE FUNC-SORT-REG
       END-IF.

       0400-CONTAR-OCORRENCIAS.
       PERFORM 0450-LER-ORDENADO
       PERFORM UNTIL WRK-FIM-SORT-OK
           IF FUNC-SORT-REG = WRK-ANTERIOR
               ADD 1 TO WRK-QT-REPETIDAS
           ELSE
               MOVE FUNC-SORT-REG TO WRK-ANTERIOR
               PERFORM 0460-CONTAR-UMA
           END-IF
           PERFORM 0450-LER-ORDENADO
       END-PERFORM.

       0450-LER-ORDENADO.
       RETURN FUNC-SORT-FILE
           AT END MOVE 'S' TO WRK-FIM-SORT
       END-RETURN.

       0460-CONTAR-UMA.
       MOVE 'N' TO WRK-ACHOU
       SET WRK-FUN-IDX TO 1
       SEARCH WRK-TAB-FUN
           AT END
               CONTINUE
           WHEN WRK-FUN-IDX > WRK-QTD-FUNCIONARIOS
               CONTINUE
           WHEN WRK-TAB-FUN-MATRICULA (WRK-FUN-IDX) = FUNC-SR-MATRICULA
               MOVE 'S' TO WRK-ACHOU
       END-SEARCH
       SET WRK-CRI-IDX TO 1
       SEARCH WRK-TAB-CRI
           AT END
               MOVE 'N' TO WRK-ACHOU
           WHEN WRK-TAB-CRI-CODIGO (WRK-CRI-IDX) = FUNC-SR-TIPO
               CONTINUE
       END-SEARCH
       IF WRK-ACHOU-OK
           ADD 1 TO WRK-QT-OCORRENCIAS
           SET WRK-I TO WRK-CRI-IDX
           ADD 1 TO WRK-TAB-FUN-QTD (WRK-FUN-IDX WRK-I)
       ELSE
           ADD 1 TO WRK-QT-IGNORADAS
       END-IF.

       0500-PONTUAR-FUNCIONARIOS.
       PERFORM VARYING WRK-FUN-IDX FROM 1 BY 1
               UNTIL WRK-FUN-IDX > WRK-QTD-FUNCIONARIOS
           PERFORM 0550-PONTUAR-UM
       END-PERFORM.

       0550-PONTUAR-UM.
       ADD 1 TO WRK-QT-AVALIADOS
       WRITE FUNC-DES-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE WRK-TAB-FUN-MATRICULA (WRK-FUN-IDX) TO WRK-LF-MATRICULA
       MOVE WRK-TAB-FUN-NOME (WRK-FUN-IDX) TO WRK-LF-NOME
       MOVE WRK-TAB-FUN-DEPARTAMENTO (WRK-FUN-IDX)
           TO WRK-LF-DEPARTAMENTO
       WRITE FUNC-DES-REL-LINHA FROM WRK-LINHA-FUNCIONARIO
       MOVE WRK-PONTUACAO-BASE TO WRK-LN-BASE
       WRITE FUNC-DES-REL-LINHA FROM WRK-LINHA-PONTUACAO

       MOVE WRK-PONTUACAO-BASE TO WRK-PONTUACAO
       PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 6
           COMPUTE WRK-CONTRIBUICAO =
               WRK-TAB-FUN-QTD (WRK-FUN-IDX WRK-I)
               * WRK-TAB-CRI-PESO (WRK-I)
           SUBTRACT WRK-CONTRIBUICAO FROM WRK-PONTUACAO
           MOVE WRK-TAB-CRI-DESCRICAO (WRK-I) TO WRK-LC-DESCRICAO
           MOVE WRK-TAB-FUN-QTD (WRK-FUN-IDX WRK-I) TO WRK-LC-QTD
           MOVE WRK-TAB-CRI-PESO (WRK-I) TO WRK-LC-PESO
           COMPUTE WRK-LC-CONTRIBUICAO = WRK-CONTRIBUICAO * -1
           WRITE FUNC-DES-REL-LINHA FROM WRK-LINHA-CRITERIO
       END-PERFORM
       IF WRK-PONTUACAO < ZEROS
           MOVE ZEROS TO WRK-PONTUACAO
       END-IF
       MOVE WRK-PONTUACAO TO WRK-LT-PONTUACAO
       WRITE FUNC-DES-REL-LINHA FROM WRK-LINHA-TOTAL-FUNC

       MOVE SPACES TO EX25-RS-NOME
       STRING WRK-TAB-FUN-MATRICULA (WRK-FUN-IDX) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WRK-TAB-FUN-NOME (WRK-FUN-IDX) DELIMITED BY SIZE
           INTO EX25-RS-NOME
       MOVE WRK-PONTUACAO TO EX25-RS-TOTAL
       MOVE WRK-TAB-FUN-DEPARTAMENTO (WRK-FUN-IDX) TO EX25-RS-GRUPO
       WRITE EX25-RESULTADOS-LINHA FROM EX25-RESULTADO-REC.

       0800-RELATORIO-TOTAIS.
       WRITE FUNC-DES-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'FUNCIONARIOS AVALIADOS: ' DELIMITED BY SIZE
           WRK-QT-AVALIADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-DES-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'OCORRENCIAS PONTUADAS.: ' DELIMITED BY SIZE
           WRK-QT-OCORRENCIAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-DES-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'OCORRENCIAS REPETIDAS.: ' DELIMITED BY SIZE
           WRK-QT-REPETIDAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-DES-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'SEM FUNCIONARIO ATIVO.: ' DELIMITED BY SIZE
           WRK-QT-IGNORADAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-DES-REL-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       CLOSE EX25-RESULTADOS-FILE
       CLOSE FUNC-DES-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
