      * Purpose: roster generator for EX26 - reads the rotation
      *          pattern file EX26ROT.DAT (matricula, pattern such as
      *          5X2 or 12X36, anchor date, default turno) and emits
      *          the month's roster into the keyed roster file
      *          EX26ESCX.DAT (matricula + data, a repeated day kept
      *          once) and, through EX26-EXTRATOR, into its
      *          sequential copy EX26ESC.DAT, honoring the
      *          EX26FER.DAT holiday calendar and the approved-leave
      *          file EX26AFA.DAT, then re-runs the noturno-seguido-de-
      *          matutino conflict rule over its own output and writes
      *          EX26CONF.DAT before anyone sees the roster. The month
      *          comes from EX26GERPRM.DAT (AAAAMM) or defaults to the
      *          system date. This replaces hundreds of roster lines
      *          typed by hand every cycle. Shifts that demand a
      *          certification (EX26CERTREG.DAT: department from
      *          EX3FUNC.DAT, or all departments when blank, plus
      *          turno and certification code) are only rostered to
      *          people holding it current on the day in
      *          EX26CERTFUN.DAT; uncertified days are left off the
      *          roster and reported in EX26CONF.DAT. So are the
      *          days of anyone whose latest occupational health exam
      *          (FUNCASO.DAT) up to the day was found INAPTO, until a
      *          newer APTO exam is recorded.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EX26-AFASTAMENTO-FILE ASSIGN TO 'EX26AFA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AFASTAMENTO-STATUS.
           SELECT EX26-ESCALA-IDX-FILE ASSIGN TO 'EX26ESCX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX26-EX-CHAVE
               FILE STATUS IS WRK-ESCALA-STATUS.
           SELECT EX26-CONFLITO-FILE ASSIGN TO 'EX26CONF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONFLITO-STATUS.
           SELECT EX3-FUNCIONARIOS-FILE ASSIGN TO 'EX3FUNC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FUNC-STATUS.
           SELECT EX26-CERT-REGRA-FILE ASSIGN TO 'EX26CERTREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CERT-REGRA-STATUS.
           SELECT EX26-CERT-FUNC-FILE ASSIGN TO 'EX26CERTFUN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CERT-FUNC-STATUS.
           SELECT FUNC-ASO-FILE ASSIGN TO 'FUNCASO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ASO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX26-AFASTAMENTO-FILE.
       01 EX26-AFASTAMENTO-LINHA PIC X(31).

       FD  EX26-ESCALA-IDX-FILE.
       01 EX26-ESCALA-IDX-LINHA.
           05 EX26-EX-CHAVE PIC X(13).
           05 FILLER        PIC X(01).

       FD  EX26-CONFLITO-FILE.
       01 EX26-CONFLITO-LINHA PIC X(80).

       FD  EX3-FUNCIONARIOS-FILE.
       01 EX3-FUNCIONARIOS-LINHA PIC X(19).

       FD  EX26-CERT-REGRA-FILE.
       01 EX26-CERT-REGRA-LINHA PIC X(17).

       FD  EX26-CERT-FUNC-FILE.
       01 EX26-CERT-FUNC-LINHA PIC X(27).

       FD  FUNC-ASO-FILE.
       01 FUNC-ASO-LINHA PIC X(25).

       WORKING-STORAGE SECTION.
       COPY EX26REC.
       COPY EX3REC.
       COPY FUNCREC.

       01 EX26-ROTACAO-REC.
           05 EX26-RO-MATRICULA  PIC 9(05).
       77 WRK-AFASTAMENTO-STATUS PIC X(02) VALUE '00'.
       77 WRK-ESCALA-STATUS      PIC X(02) VALUE '00'.
       77 WRK-CONFLITO-STATUS    PIC X(02) VALUE '00'.
       77 WRK-FUNC-STATUS        PIC X(02) VALUE '00'.
       77 WRK-CERT-REGRA-STATUS  PIC X(02) VALUE '00'.
       77 WRK-CERT-FUNC-STATUS   PIC X(02) VALUE '00'.
       77 WRK-ASO-STATUS         PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-ROTACAO PIC X(01) VALUE 'N'.
       77 WRK-EM-AFASTAMENTO   PIC X(01) VALUE 'N'.
           88 WRK-EM-AFASTAMENTO-OK VALUE 'S'.

       01 WRK-TABELA-FUNCIONARIOS.
           05 WRK-TAB-FUN OCCURS 500 TIMES
               INDEXED BY WRK-FUN-IDX.
               10 WRK-TAB-FUN-MATRICULA    PIC 9(05).
               10 WRK-TAB-FUN-DEPARTAMENTO PIC X(10).
       77 WRK-QTD-FUNCIONARIOS PIC 9(03) VALUE ZEROS.
       77 WRK-DEPARTAMENTO PIC X(10) VALUE SPACES.

       01 WRK-TABELA-REGRAS.
           05 WRK-TAB-REG OCCURS 100 TIMES
               INDEXED BY WRK-REG-IDX.
               10 WRK-TAB-REG-DEPARTAMENTO PIC X(10).
               10 WRK-TAB-REG-TURNO        PIC X(01).
               10 WRK-TAB-REG-CODIGO       PIC X(06).
       77 WRK-QTD-REGRAS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-CERTIFICADOS.
           05 WRK-TAB-CRT OCCURS 2000 TIMES
               INDEXED BY WRK-CRT-IDX.
               10 WRK-TAB-CRT-MATRICULA PIC 9(05).
               10 WRK-TAB-CRT-CODIGO    PIC X(06).
               10 WRK-TAB-CRT-CONCLUSAO PIC 9(08).
               10 WRK-TAB-CRT-VALIDADE  PIC 9(08).
       77 WRK-QTD-CERTIFICADOS PIC 9(04) VALUE ZEROS.
       77 WRK-CODIGO-EXIGIDO PIC X(06) VALUE SPACES.
       77 WRK-CERTIFICADO PIC X(01) VALUE 'N'.
           88 WRK-CERTIFICADO-OK VALUE 'S'.
       77 WRK-SEM-CERTIFICACAO PIC X(01) VALUE 'N'.
           88 WRK-SEM-CERTIFICACAO-OK VALUE 'S'.

       01 WRK-TABELA-ASO.
           05 WRK-TAB-ASO OCCURS 5000 TIMES
               INDEXED BY WRK-ASO-IDX.
               10 WRK-TAB-ASO-MATRICULA PIC 9(05).
               10 WRK-TAB-ASO-DATA      PIC 9(08).
               10 WRK-TAB-ASO-RESULTADO PIC X(01).
       77 WRK-QTD-ASO PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-ULTIMO-ASO PIC 9(08) VALUE ZEROS.
       77 WRK-INAPTO PIC X(01) VALUE 'N'.
           88 WRK-INAPTO-OK VALUE 'S'.

       01 WRK-TABELA-ESCALA.
           05 WRK-TAB-ESC OCCURS 5000 TIMES
               INDEXED BY WRK-ESC-IDX.

       77 WRK-QT-GERADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CONFLITOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-CERT  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-INAPTOS   PIC 9(05) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 FILLER            PIC X(08) VALUE '  DATA: '.
           05 WRK-LC-DATA        PIC 9(08).

       01 WRK-LINHA-CONF-CERT.
           05 FILLER            PIC X(11) VALUE 'MATRICULA: '.
           05 WRK-LCC-MATRICULA  PIC 9(05).
           05 FILLER            PIC X(27) VALUE
               '  SEM CERTIFICACAO EXIGIDA '.
           05 WRK-LCC-CODIGO     PIC X(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(08) VALUE '  DATA: '.
           05 WRK-LCC-DATA       PIC 9(08).

       01 WRK-LINHA-CONF-ASO.
           05 FILLER            PIC X(11) VALUE 'MATRICULA: '.
           05 WRK-LCA-MATRICULA  PIC 9(05).
           05 FILLER            PIC X(27) VALUE
               '  INAPTO NO EXAME (ASO) DE '.
           05 WRK-LCA-DATA-ASO   PIC 9(08).
           05 FILLER            PIC X(08) VALUE '  DATA: '.
           05 WRK-LCA-DATA       PIC 9(08).

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0150-OBTER-PERIODO.
       PERFORM 0160-CARREGAR-FERIADOS.
       PERFORM 0170-CARREGAR-AFASTAMENTOS.
       PERFORM 0180-CARREGAR-FUNCIONARIOS.
       PERFORM 0185-CARREGAR-REGRAS.
       PERFORM 0190-CARREGAR-CERTIFICADOS.
       PERFORM 0195-CARREGAR-ASO.
       PERFORM 0200-GERAR-ESCALA.
       PERFORM 0600-GRAVAR-ESCALA.
       PERFORM 0700-VERIFICAR-CONFLITOS.
       DISPLAY 'ESCALA GERADA: ' WRK-QT-GERADOS
           ' LINHAS, CONFLITOS: ' WRK-QT-CONFLITOS
           ', SEM CERTIFICACAO: ' WRK-QT-SEM-CERT
           ', INAPTOS: ' WRK-QT-INAPTOS
       STOP RUN.

       0150-OBTER-PERIODO.
           CLOSE EX26-AFASTAMENTO-FILE
       END-IF.

       0180-CARREGAR-FUNCIONARIOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX3-FUNCIONARIOS-FILE
       IF WRK-FUNC-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX3-FUNCIONARIOS-FILE INTO EX3-FUNCIONARIO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-FUNCIONARIOS >= 500
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-FUNCIONARIOS
                       MOVE EX3-FN-MATRICULA TO
                           WRK-TAB-FUN-MATRICULA (WRK-QTD-FUNCIONARIOS)
                       MOVE EX3-FN-DEPARTAMENTO TO
                           WRK-TAB-FUN-DEPARTAMENTO
                               (WRK-QTD-FUNCIONARIOS)
               END-READ
           END-PERFORM
           CLOSE EX3-FUNCIONARIOS-FILE
       END-IF.

       0185-CARREGAR-REGRAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-CERT-REGRA-FILE
       IF WRK-CERT-REGRA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-CERT-REGRA-FILE INTO EX26-CERT-REGRA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-REGRAS >= 100
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-REGRAS
                       MOVE EX26-RG-DEPARTAMENTO TO
                           WRK-TAB-REG-DEPARTAMENTO (WRK-QTD-REGRAS)
                       MOVE EX26-RG-TURNO TO
                           WRK-TAB-REG-TURNO (WRK-QTD-REGRAS)
                       MOVE EX26-RG-CODIGO TO
                           WRK-TAB-REG-CODIGO (WRK-QTD-REGRAS)
               END-READ
           END-PERFORM
           CLOSE EX26-CERT-REGRA-FILE
       END-IF.

       0190-CARREGAR-CERTIFICADOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-CERT-FUNC-FILE
       IF WRK-CERT-FUNC-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-CERT-FUNC-FILE INTO EX26-CERT-FUNC-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-CERTIFICADOS >= 2000
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-CERTIFICADOS
                       MOVE EX26-CF-MATRICULA TO
                           WRK-TAB-CRT-MATRICULA (WRK-QTD-CERTIFICADOS)
                       MOVE EX26-CF-CODIGO TO
                           WRK-TAB-CRT-CODIGO (WRK-QTD-CERTIFICADOS)
                       MOVE EX26-CF-DATA-CONCLUSAO TO
                           WRK-TAB-CRT-CONCLUSAO (WRK-QTD-CERTIFICADOS)
                       MOVE EX26-CF-DATA-VALIDADE TO
                           WRK-TAB-CRT-VALIDADE (WRK-QTD-CERTIFICADOS)
               END-READ
           END-PERFORM
           CLOSE EX26-CERT-FUNC-FILE
       END-IF.

       0195-CARREGAR-ASO.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT FUNC-ASO-FILE
       IF WRK-ASO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-ASO-FILE INTO FUNC-ASO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-ASO >= 5000
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-ASO
                       MOVE FUNC-AS-MATRICULA TO
                           WRK-TAB-ASO-MATRICULA (WRK-QTD-ASO)
                       MOVE FUNC-AS-DATA TO
                           WRK-TAB-ASO-DATA (WRK-QTD-ASO)
                       MOVE FUNC-AS-RESULTADO TO
                           WRK-TAB-ASO-RESULTADO (WRK-QTD-ASO)
               END-READ
           END-PERFORM
           CLOSE FUNC-ASO-FILE
       END-IF.

       0200-GERAR-ESCALA.
       OPEN OUTPUT EX26-CONFLITO-FILE
       OPEN INPUT EX26-ROTACAO-FILE
       IF WRK-ROTACAO-STATUS = '00'
           READ EX26-ROTACAO-FILE INTO EX26-ROTACAO-REC
       END-IF.

       0250-GERAR-EMPREGADO.
       MOVE SPACES TO WRK-DEPARTAMENTO
       SET WRK-FUN-IDX TO 1
       SEARCH WRK-TAB-FUN
           AT END
               CONTINUE
           WHEN WRK-TAB-FUN-MATRICULA (WRK-FUN-IDX)
                   = EX26-RO-MATRICULA
               MOVE WRK-TAB-FUN-DEPARTAMENTO (WRK-FUN-IDX)
                   TO WRK-DEPARTAMENTO
       END-SEARCH
       PERFORM 0300-INTERPRETAR-PADRAO
       IF WRK-PADRAO-VALIDO-OK
           COMPUTE WRK-DIAS-ANCORA =
       IF WRK-EM-AFASTAMENTO-OK
           GO TO 0400-GERAR-DIA-EXIT
       END-IF
       PERFORM 0470-VERIFICAR-CERTIFICACAO
       IF WRK-SEM-CERTIFICACAO-OK
           ADD 1 TO WRK-QT-SEM-CERT
           MOVE EX26-RO-MATRICULA TO WRK-LCC-MATRICULA
           MOVE WRK-CODIGO-EXIGIDO TO WRK-LCC-CODIGO
           MOVE WRK-DATA-DIA TO WRK-LCC-DATA
           WRITE EX26-CONFLITO-LINHA FROM WRK-LINHA-CONF-CERT
           GO TO 0400-GERAR-DIA-EXIT
       END-IF
       PERFORM 0490-VERIFICAR-ASO
       IF WRK-INAPTO-OK
           ADD 1 TO WRK-QT-INAPTOS
           MOVE EX26-RO-MATRICULA TO WRK-LCA-MATRICULA
           MOVE WRK-DATA-ULTIMO-ASO TO WRK-LCA-DATA-ASO
           MOVE WRK-DATA-DIA TO WRK-LCA-DATA
           WRITE EX26-CONFLITO-LINHA FROM WRK-LINHA-CONF-ASO
           GO TO 0400-GERAR-DIA-EXIT
       END-IF

       IF WRK-QTD-ESCALA >= 5000
           PERFORM 9000-ABORTAR-CAPACIDADE
               MOVE 'S' TO WRK-EM-AFASTAMENTO
       END-SEARCH.

       0470-VERIFICAR-CERTIFICACAO.
       MOVE 'N' TO WRK-SEM-CERTIFICACAO
       PERFORM VARYING WRK-REG-IDX FROM 1 BY 1
               UNTIL WRK-REG-IDX > WRK-QTD-REGRAS
              OR WRK-SEM-CERTIFICACAO-OK
           IF (WRK-TAB-REG-DEPARTAMENTO (WRK-REG-IDX)
                   = WRK-DEPARTAMENTO
               OR WRK-TAB-REG-DEPARTAMENTO (WRK-REG-IDX) = SPACES)
              AND WRK-TAB-REG-TURNO (WRK-REG-IDX) = EX26-RO-TURNO
               MOVE WRK-TAB-REG-CODIGO (WRK-REG-IDX)
                   TO WRK-CODIGO-EXIGIDO
               PERFORM 0480-PROCURAR-CERTIFICADO
               IF NOT WRK-CERTIFICADO-OK
                   MOVE 'S' TO WRK-SEM-CERTIFICACAO
               END-IF
           END-IF
       END-PERFORM.

       0480-PROCURAR-CERTIFICADO.
       MOVE 'N' TO WRK-CERTIFICADO
       PERFORM VARYING WRK-CRT-IDX FROM 1 BY 1
               UNTIL WRK-CRT-IDX > WRK-QTD-CERTIFICADOS
              OR WRK-CERTIFICADO-OK
           IF WRK-TAB-CRT-MATRICULA (WRK-CRT-IDX) = EX26-RO-MATRICULA
              AND WRK-TAB-CRT-CODIGO (WRK-CRT-IDX)
                   = WRK-CODIGO-EXIGIDO
              AND WRK-TAB-CRT-CONCLUSAO (WRK-CRT-IDX) <= WRK-DATA-DIA
              AND (WRK-TAB-CRT-VALIDADE (WRK-CRT-IDX) = ZEROS
                   OR WRK-TAB-CRT-VALIDADE (WRK-CRT-IDX)
                       >= WRK-DATA-DIA)
               MOVE 'S' TO WRK-CERTIFICADO
           END-IF
       END-PERFORM.

      *    the latest exam up to the day decides: INAPTO holds the
      *    employee off the roster until an APTO one is recorded
       0490-VERIFICAR-ASO.
       MOVE 'N' TO WRK-INAPTO
       MOVE ZEROS TO WRK-DATA-ULTIMO-ASO
       PERFORM VARYING WRK-ASO-IDX FROM 1 BY 1
               UNTIL WRK-ASO-IDX > WRK-QTD-ASO
           IF WRK-TAB-ASO-MATRICULA (WRK-ASO-IDX) = EX26-RO-MATRICULA
              AND WRK-TAB-ASO-DATA (WRK-ASO-IDX) <= WRK-DATA-DIA
              AND WRK-TAB-ASO-DATA (WRK-ASO-IDX)
                   >= WRK-DATA-ULTIMO-ASO
               MOVE WRK-TAB-ASO-DATA (WRK-ASO-IDX)
                   TO WRK-DATA-ULTIMO-ASO
               MOVE 'N' TO WRK-INAPTO
               IF WRK-TAB-ASO-RESULTADO (WRK-ASO-IDX) = 'I'
                   MOVE 'S' TO WRK-INAPTO
               END-IF
           END-IF
       END-PERFORM.

       0600-GRAVAR-ESCALA.
       OPEN OUTPUT EX26-ESCALA-IDX-FILE
       PERFORM VARYING WRK-ESC-IDX FROM 1 BY 1
               UNTIL WRK-ESC-IDX > WRK-QTD-ESCALA
           MOVE WRK-TAB-ESC-MATRICULA (WRK-ESC-IDX)
               TO EX26-ES-MATRICULA
           MOVE WRK-TAB-ESC-DATA (WRK-ESC-IDX) TO EX26-ES-DATA
           MOVE WRK-TAB-ESC-TURNO (WRK-ESC-IDX) TO EX26-ES-TURNO
           MOVE EX26-ESCALA-REC TO EX26-ESCALA-IDX-LINHA
           WRITE EX26-ESCALA-IDX-LINHA
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WRK-QT-GERADOS
           END-WRITE
       END-PERFORM
       CLOSE EX26-ESCALA-IDX-FILE
       CALL 'EX26-EXTRATOR'.

       0700-VERIFICAR-CONFLITOS.
       PERFORM VARYING WRK-ESC-IDX FROM 1 BY 1
               UNTIL WRK-ESC-IDX > WRK-QTD-ESCALA
           IF WRK-TAB-ESC-TURNO (WRK-ESC-IDX) = 'M'
