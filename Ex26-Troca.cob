      *          being taken over, that neither lands inside an
      *          approved leave and that the swap does not create the
      *          same noturno-followed-by-matutino conflict EX26-ESCALA
      *          flags, then rewrites the approved swaps in place in
      *          the keyed roster file EX26ESCX.DAT (matricula +
      *          data), refreshes EX26ESC.DAT from it through
      *          EX26-EXTRATOR, and writes a rejected-swaps report
      *          explaining each refusal. A swap that would put
      *          someone on a turno demanding a certification they
      *          do not hold current on the day (rules in
      *          EX26CERTREG.DAT against
      *          the department in EX3FUNC.DAT, holdings in
      *          EX26CERTFUN.DAT) is refused and also appended to
      *          EX26CONF.DAT, and so is a swap involving anyone whose
      *          latest occupational health exam (FUNCASO.DAT) up to
      *          the date was found INAPTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EX26-TROCA-FILE ASSIGN TO 'EX26TRC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TROCA-STATUS.
           SELECT EX26-ESCALA-IDX-FILE ASSIGN TO 'EX26ESCX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX26-EX-CHAVE
               FILE STATUS IS WRK-ESCALA-STATUS.
           SELECT EX26-AFASTAMENTO-FILE ASSIGN TO 'EX26AFA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT EX26-TROCA-REL-FILE ASSIGN TO 'EX26TRCREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
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
       FD  EX26-TROCA-FILE.
       01 EX26-TROCA-LINHA PIC X(19).

       FD  EX26-ESCALA-IDX-FILE.
       01 EX26-ESCALA-IDX-LINHA.
           05 EX26-EX-CHAVE PIC X(13).
           05 FILLER        PIC X(01).

       FD  EX26-AFASTAMENTO-FILE.
       01 EX26-AFASTAMENTO-LINHA PIC X(31).
       FD  EX26-TROCA-REL-FILE.
       01 EX26-TROCA-REL-LINHA PIC X(80).

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

       77 WRK-TROCA-STATUS       PIC X(02) VALUE '00'.
       77 WRK-ESCALA-STATUS      PIC X(02) VALUE '00'.
       77 WRK-AFASTAMENTO-STATUS PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-CONFLITO-STATUS    PIC X(02) VALUE '00'.
       77 WRK-FUNC-STATUS        PIC X(02) VALUE '00'.
       77 WRK-CERT-REGRA-STATUS  PIC X(02) VALUE '00'.
       77 WRK-CERT-FUNC-STATUS   PIC X(02) VALUE '00'.
       77 WRK-ASO-STATUS         PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-TROCA   PIC X(01) VALUE 'N'.
               10 WRK-TAB-ESC-MATRICULA PIC 9(05).
               10 WRK-TAB-ESC-DATA      PIC 9(08).
               10 WRK-TAB-ESC-TURNO     PIC X(01).
               10 WRK-TAB-ESC-ALTERADA  PIC X(01).
       77 WRK-QTD-ESCALA PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-AFASTAMENTOS.
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

       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-IDX-EMP1 PIC 9(04) VALUE ZEROS.
           05 WRK-LD-RESULTADO   PIC X(09).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-MOTIVO      PIC X(38).
       01 WRK-LINHA-CONF-CERT.
           05 FILLER            PIC X(11) VALUE 'MATRICULA: '.
           05 WRK-LCC-MATRICULA  PIC 9(05).
           05 FILLER            PIC X(27) VALUE
               '  TROCA SEM CERTIFICACAO   '.
           05 WRK-LCC-CODIGO     PIC X(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(08) VALUE '  DATA: '.
           05 WRK-LCC-DATA       PIC 9(08).
       01 WRK-LINHA-CONF-ASO.
           05 FILLER            PIC X(11) VALUE 'MATRICULA: '.
           05 WRK-LCA-MATRICULA  PIC 9(05).
           05 FILLER            PIC X(27) VALUE
               '  TROCA INAPTO NO ASO DE   '.
           05 WRK-LCA-DATA-ASO   PIC 9(08).
           05 FILLER            PIC X(08) VALUE '  DATA: '.
           05 WRK-LCA-DATA       PIC 9(08).
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       0100-PRINCIPAL.
       PERFORM 0150-CARREGAR-ESCALA.
       PERFORM 0160-CARREGAR-AFASTAMENTOS.
       PERFORM 0170-CARREGAR-FUNCIONARIOS.
       PERFORM 0180-CARREGAR-REGRAS.
       PERFORM 0190-CARREGAR-CERTIFICADOS.
       PERFORM 0195-CARREGAR-ASO.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0300-PROCESSAR UNTIL WRK-FIM-TROCA-OK.
       PERFORM 0700-REGRAVAR-ESCALA.
       PERFORM 0800-RELATORIO-TOTAIS.
       CLOSE EX26-TROCA-FILE
       CLOSE EX26-TROCA-REL-FILE
       CLOSE EX26-CONFLITO-FILE.
       IF WRK-QT-REJEITADAS = 0
           MOVE 0 TO RETURN-CODE
       ELSE

       0150-CARREGAR-ESCALA.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-ESCALA-IDX-FILE
       IF WRK-ESCALA-STATUS = '00'
           MOVE LOW-VALUES TO EX26-EX-CHAVE
           START EX26-ESCALA-IDX-FILE KEY NOT < EX26-EX-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-ESCALA-IDX-FILE NEXT RECORD
                   INTO EX26-ESCALA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-ESCALA >= 5000
                           WRK-TAB-ESC-DATA (WRK-QTD-ESCALA)
                       MOVE EX26-ES-TURNO TO
                           WRK-TAB-ESC-TURNO (WRK-QTD-ESCALA)
                       MOVE 'N' TO
                           WRK-TAB-ESC-ALTERADA (WRK-QTD-ESCALA)
               END-READ
           END-PERFORM
           CLOSE EX26-ESCALA-IDX-FILE
       END-IF.

       0160-CARREGAR-AFASTAMENTOS.
           CLOSE EX26-AFASTAMENTO-FILE
       END-IF.

       0170-CARREGAR-FUNCIONARIOS.
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

       0180-CARREGAR-REGRAS.
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

       0200-ABRIR-ARQUIVOS.
       OPEN INPUT EX26-TROCA-FILE
       OPEN OUTPUT EX26-TROCA-REL-FILE
       OPEN EXTEND EX26-CONFLITO-FILE
       IF WRK-CONFLITO-STATUS = '35'
           OPEN OUTPUT EX26-CONFLITO-FILE
       END-IF
       WRITE EX26-TROCA-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
               MOVE 'CONFLITO NOTURNO/MATUTINO MATRICULA 2'
                   TO WRK-MOTIVO-REJEICAO
           END-IF
       END-IF

       IF WRK-MOTIVO-REJEICAO = SPACES
           MOVE EX26-TR-MATRICULA1 TO WRK-MATRICULA-TESTE
           MOVE WRK-TURNO-EMP2 TO WRK-TURNO-TESTE
           PERFORM 0470-VERIFICAR-CERTIFICACAO
           IF WRK-SEM-CERTIFICACAO-OK
               STRING 'MATRICULA 1 SEM CERTIFICACAO '
                   DELIMITED BY SIZE
                   WRK-CODIGO-EXIGIDO DELIMITED BY SIZE
                   INTO WRK-MOTIVO-REJEICAO
               PERFORM 0490-GRAVAR-CONFLITO-CERT
           END-IF
       END-IF
       IF WRK-MOTIVO-REJEICAO = SPACES
           MOVE EX26-TR-MATRICULA2 TO WRK-MATRICULA-TESTE
           MOVE WRK-TURNO-EMP1 TO WRK-TURNO-TESTE
           PERFORM 0470-VERIFICAR-CERTIFICACAO
           IF WRK-SEM-CERTIFICACAO-OK
               STRING 'MATRICULA 2 SEM CERTIFICACAO '
                   DELIMITED BY SIZE
                   WRK-CODIGO-EXIGIDO DELIMITED BY SIZE
                   INTO WRK-MOTIVO-REJEICAO
               PERFORM 0490-GRAVAR-CONFLITO-CERT
           END-IF
       END-IF

       IF WRK-MOTIVO-REJEICAO = SPACES
           MOVE EX26-TR-MATRICULA1 TO WRK-MATRICULA-TESTE
           PERFORM 0485-VERIFICAR-ASO
           IF WRK-INAPTO-OK
               MOVE 'MATRICULA 1 INAPTO NO EXAME (ASO)'
                   TO WRK-MOTIVO-REJEICAO
               PERFORM 0495-GRAVAR-CONFLITO-ASO
           END-IF
       END-IF
       IF WRK-MOTIVO-REJEICAO = SPACES
           MOVE EX26-TR-MATRICULA2 TO WRK-MATRICULA-TESTE
           PERFORM 0485-VERIFICAR-ASO
           IF WRK-INAPTO-OK
               MOVE 'MATRICULA 2 INAPTO NO EXAME (ASO)'
                   TO WRK-MOTIVO-REJEICAO
               PERFORM 0495-GRAVAR-CONFLITO-ASO
           END-IF
       END-IF.

       0450-VERIFICAR-AFASTAMENTO.
               MOVE 'S' TO WRK-EM-AFASTAMENTO
       END-SEARCH.

       0470-VERIFICAR-CERTIFICACAO.
       MOVE SPACES TO WRK-DEPARTAMENTO
       SET WRK-FUN-IDX TO 1
       SEARCH WRK-TAB-FUN
           AT END
               CONTINUE
           WHEN WRK-TAB-FUN-MATRICULA (WRK-FUN-IDX)
                   = WRK-MATRICULA-TESTE
               MOVE WRK-TAB-FUN-DEPARTAMENTO (WRK-FUN-IDX)
                   TO WRK-DEPARTAMENTO
       END-SEARCH
       MOVE 'N' TO WRK-SEM-CERTIFICACAO
       PERFORM VARYING WRK-REG-IDX FROM 1 BY 1
               UNTIL WRK-REG-IDX > WRK-QTD-REGRAS
              OR WRK-SEM-CERTIFICACAO-OK
           IF (WRK-TAB-REG-DEPARTAMENTO (WRK-REG-IDX)
                   = WRK-DEPARTAMENTO
               OR WRK-TAB-REG-DEPARTAMENTO (WRK-REG-IDX) = SPACES)
              AND WRK-TAB-REG-TURNO (WRK-REG-IDX) = WRK-TURNO-TESTE
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
           IF WRK-TAB-CRT-MATRICULA (WRK-CRT-IDX)
                   = WRK-MATRICULA-TESTE
              AND WRK-TAB-CRT-CODIGO (WRK-CRT-IDX)
                   = WRK-CODIGO-EXIGIDO
              AND WRK-TAB-CRT-CONCLUSAO (WRK-CRT-IDX) <= EX26-TR-DATA
              AND (WRK-TAB-CRT-VALIDADE (WRK-CRT-IDX) = ZEROS
                   OR WRK-TAB-CRT-VALIDADE (WRK-CRT-IDX)
                       >= EX26-TR-DATA)
               MOVE 'S' TO WRK-CERTIFICADO
           END-IF
       END-PERFORM.

       0485-VERIFICAR-ASO.
       MOVE 'N' TO WRK-INAPTO
       MOVE ZEROS TO WRK-DATA-ULTIMO-ASO
       PERFORM VARYING WRK-ASO-IDX FROM 1 BY 1
               UNTIL WRK-ASO-IDX > WRK-QTD-ASO
           IF WRK-TAB-ASO-MATRICULA (WRK-ASO-IDX)
                   = WRK-MATRICULA-TESTE
              AND WRK-TAB-ASO-DATA (WRK-ASO-IDX) <= EX26-TR-DATA
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

       0490-GRAVAR-CONFLITO-CERT.
       MOVE WRK-MATRICULA-TESTE TO WRK-LCC-MATRICULA
       MOVE WRK-CODIGO-EXIGIDO TO WRK-LCC-CODIGO
       MOVE EX26-TR-DATA TO WRK-LCC-DATA
       WRITE EX26-CONFLITO-LINHA FROM WRK-LINHA-CONF-CERT.

       0495-GRAVAR-CONFLITO-ASO.
       MOVE WRK-MATRICULA-TESTE TO WRK-LCA-MATRICULA
       MOVE WRK-DATA-ULTIMO-ASO TO WRK-LCA-DATA-ASO
       MOVE EX26-TR-DATA TO WRK-LCA-DATA
       WRITE EX26-CONFLITO-LINHA FROM WRK-LINHA-CONF-ASO.

       0500-VERIFICAR-CONFLITO.
       MOVE 'N' TO WRK-TEM-CONFLITO
       IF WRK-TURNO-TESTE = 'M'

       0600-APLICAR-TROCA.
       MOVE WRK-TURNO-EMP2 TO WRK-TAB-ESC-TURNO (WRK-IDX-EMP1)
       MOVE WRK-TURNO-EMP1 TO WRK-TAB-ESC-TURNO (WRK-IDX-EMP2)
       MOVE 'S' TO WRK-TAB-ESC-ALTERADA (WRK-IDX-EMP1)
       MOVE 'S' TO WRK-TAB-ESC-ALTERADA (WRK-IDX-EMP2).

       0700-REGRAVAR-ESCALA.
       IF WRK-QT-APROVADAS > 0
           OPEN I-O EX26-ESCALA-IDX-FILE
           PERFORM VARYING WRK-ESC-IDX FROM 1 BY 1
                   UNTIL WRK-ESC-IDX > WRK-QTD-ESCALA
               IF WRK-TAB-ESC-ALTERADA (WRK-ESC-IDX) = 'S'
                   PERFORM 0710-REGRAVAR-LINHA
               END-IF
           END-PERFORM
           CLOSE EX26-ESCALA-IDX-FILE
           CALL 'EX26-EXTRATOR'
       END-IF.

       0710-REGRAVAR-LINHA.
       MOVE WRK-TAB-ESC-MATRICULA (WRK-ESC-IDX) TO EX26-ES-MATRICULA
       MOVE WRK-TAB-ESC-DATA (WRK-ESC-IDX) TO EX26-ES-DATA
       MOVE WRK-TAB-ESC-TURNO (WRK-ESC-IDX) TO EX26-ES-TURNO
       MOVE EX26-ESCALA-REC TO EX26-ESCALA-IDX-LINHA
       REWRITE EX26-ESCALA-IDX-LINHA
           INVALID KEY
               DISPLAY 'ERRO NA GRAVACAO: ' WRK-ESCALA-STATUS
       END-REWRITE.

       0800-RELATORIO-TOTAIS.
       WRITE EX26-TROCA-REL-LINHA FROM WRK-LINHA-BRANCO
