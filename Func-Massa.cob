      *          change and only applies after an explicit confirm.
      *          Every change is written before/after to the audit
      *          file FUNCMASAUD.DAT, and a turno change cascades
      *          into the roster rows of the affected matriculas,
      *          rewritten in place in the keyed roster file
      *          EX26ESCX.DAT and copied to EX26ESC.DAT through
      *          EX26-EXTRATOR. Every record changed is also
      *          appended to the change journal FUNCJRN.DAT through
      *          FUNC-JORNAL. The operator's user id is asked at
      *          the start and the whole of FUNCMST.DAT is locked for
      *          them through SIS-TRAVA from the preview to the end of
      *          the run; while a clerk holds a matricula in
      *          FUNC-MANUTENCAO or another run holds the file, the
      *          run stops with the holder's user and time (RC 8)
      *          before anything is read or changed. Only employees
      *          of the companies granted to the user (SIS-EMPRESA)
      *          are changed; the others are skipped and counted on
      *          the preview and in the audit file. A new departamento
      *          must exist in FUNCDEP.DAT and belong to the company of
      *          every employee selected, and a new turno must be M, V
      *          or N, or nothing is applied.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FUNC-MASSA-AUD-FILE ASSIGN TO 'FUNCMASAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDIT-STATUS.
           SELECT FUNC-DEPTO-FILE ASSIGN TO 'FUNCDEP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPTO-STATUS.
           SELECT EX26-ESCALA-IDX-FILE ASSIGN TO 'EX26ESCX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX26-EX-CHAVE
               FILE STATUS IS WRK-ESCALA-STATUS.

       DATA DIVISION.
       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       FD  FUNC-MASSA-REL-FILE.
       01 FUNC-MASSA-REL-LINHA PIC X(80).
       FD  FUNC-MASSA-AUD-FILE.
       01 FUNC-MASSA-AUD-LINHA PIC X(51).

       FD  FUNC-DEPTO-FILE.
       01 FUNC-DEPTO-LINHA PIC X(52).

       FD  EX26-ESCALA-IDX-FILE.
       01 EX26-ESCALA-IDX-LINHA.
           05 EX26-EX-CHAVE PIC X(13).
           05 FILLER        PIC X(01).

       WORKING-STORAGE SECTION.
       COPY FUNCREC.
       COPY EX26REC.
       COPY SISTRVREC.
       COPY SISEMPREC.

       77 WRK-MASTER-STATUS    PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-AUDIT-STATUS     PIC X(02) VALUE '00'.
       77 WRK-ESCALA-STATUS    PIC X(02) VALUE '00'.
       77 WRK-DEPTO-STATUS     PIC X(02) VALUE '00'.
       77 WRK-FIM-DEPTO  PIC X(01) VALUE 'N'.
           88 WRK-FIM-DEPTO-OK VALUE 'S'.
       77 WRK-FIM-MASTER PIC X(01) VALUE 'N'.
           88 WRK-FIM-MASTER-OK VALUE 'S'.
       77 WRK-FIM-ESCALA PIC X(01) VALUE 'N'.
       77 WRK-NOVO-DEPARTAMENTO PIC X(10) VALUE SPACES.
       77 WRK-NOVO-TURNO       PIC X(01) VALUE SPACES.
       77 WRK-CONFIRMA         PIC X(01) VALUE SPACES.
       77 WRK-USUARIO          PIC X(10) VALUE SPACES.
       77 WRK-DEPTO-ACHADO     PIC X(01) VALUE 'N'.
           88 WRK-DEPTO-ACHADO-OK VALUE 'S'.
       77 WRK-NOVO-DEPTO-EMPRESA PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-MS       PIC 9(02) VALUE ZEROS.

       01 WRK-TABELA-ACESSO.
           05 WRK-TAB-ACESSO OCCURS 99 TIMES PIC X(01).
               88 WRK-ACESSO-SIM VALUE 'S'.

       01 WRK-AUDIT-REC.
           05 WRK-AU-DATA      PIC 9(08).
               INDEXED BY WRK-MAT-IDX PIC 9(05).
       77 WRK-QTD-MATRICULAS PIC 9(03) VALUE ZEROS.


       77 WRK-SELECIONADO PIC X(01) VALUE 'N'.
           88 WRK-SELECIONADO-OK VALUE 'S'.
           88 WRK-SEM-ACESSO     VALUE 'X'.
       77 WRK-QT-SEM-ACESSO PIC 9(05) VALUE ZEROS.
       77 WRK-QT-OUTRA-EMPRESA PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PREVIA   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ALTERADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ESCALA-ALT PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       DISPLAY 'INFORME O SEU USUARIO'
       ACCEPT WRK-USUARIO FROM CONSOLE
       IF WRK-USUARIO = SPACES
           DISPLAY 'USUARIO NAO INFORMADO - PROGRAMA ENCERRADO'
           STOP RUN
       END-IF
       MOVE SPACES TO WRK-TABELA-ACESSO
       PERFORM 0150-OBTER-ESPECIFICACAO.
       PERFORM 0120-TRAVAR-MASTER.
       PERFORM 0200-GERAR-PREVIA.
       IF WRK-QT-SEM-ACESSO > ZEROS
           DISPLAY 'FUNCIONARIOS DE EMPRESA SEM ACESSO (IGNORADOS): '
               WRK-QT-SEM-ACESSO
       END-IF
       IF WRK-QT-OUTRA-EMPRESA > ZEROS
           DISPLAY 'DEPARTAMENTO ' WRK-NOVO-DEPARTAMENTO
               ' E DA EMPRESA ' WRK-NOVO-DEPTO-EMPRESA
           DISPLAY 'SELECIONADOS DE OUTRA EMPRESA: '
               WRK-QT-OUTRA-EMPRESA ' - NADA ALTERADO'
           PERFORM 0130-LIBERAR-MASTER
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WRK-QT-PREVIA = ZEROS
           DISPLAY 'NENHUM REGISTRO SELECIONADO - NADA A FAZER'
           PERFORM 0130-LIBERAR-MASTER
           STOP RUN
       END-IF
       DISPLAY 'REGISTROS QUE SERIAM ALTERADOS: ' WRK-QT-PREVIA
       ELSE
           DISPLAY 'APLICACAO CANCELADA - NADA ALTERADO'
       END-IF.
       PERFORM 0130-LIBERAR-MASTER.
       STOP RUN.

      *    the whole master is held from the preview to the end
       0120-TRAVAR-MASTER.
       MOVE SPACES TO SIS-TRAVA-PEDIDO
       SET SIS-TP-TRAVAR TO TRUE
       MOVE 'FUNCMST.DAT' TO SIS-TP-ARQUIVO
       MOVE WRK-USUARIO TO SIS-TP-USUARIO
       MOVE 'FUNC-MASSA' TO SIS-TP-PROGRAMA
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO
       IF SIS-TP-NEGADA
           DISPLAY 'FUNCMST.DAT ' SIS-TP-MENSAGEM
           DISPLAY 'ALTERACAO EM MASSA NAO EXECUTADA - TENTE MAIS TARDE'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       0130-LIBERAR-MASTER.
       SET SIS-TP-LIBERAR TO TRUE
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO.

       0150-OBTER-ESPECIFICACAO.
       DISPLAY 'SELECAO - DEPARTAMENTO (* PARA QUALQUER)'
       ACCEPT WRK-SEL-DEPARTAMENTO FROM CONSOLE
           ACCEPT WRK-CAMPO-ALVO FROM CONSOLE
       END-PERFORM
       IF WRK-CAMPO-ALVO = 1
           PERFORM UNTIL WRK-DEPTO-ACHADO-OK
               DISPLAY 'NOVO DEPARTAMENTO'
               ACCEPT WRK-NOVO-DEPARTAMENTO FROM CONSOLE
               PERFORM 0160-PROCURAR-DEPARTAMENTO
               IF NOT WRK-DEPTO-ACHADO-OK
                   DISPLAY 'DEPARTAMENTO NAO CADASTRADO EM FUNCDEP.DAT'
               END-IF
           END-PERFORM
       ELSE
           PERFORM UNTIL WRK-NOVO-TURNO = 'M' OR 'V' OR 'N'
               DISPLAY 'NOVO TURNO (M/V/N)'
               ACCEPT WRK-NOVO-TURNO FROM CONSOLE
           END-PERFORM
       END-IF.

       0160-PROCURAR-DEPARTAMENTO.
       MOVE 'N' TO WRK-DEPTO-ACHADO
       MOVE 'N' TO WRK-FIM-DEPTO
       OPEN INPUT FUNC-DEPTO-FILE
       IF WRK-DEPTO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-DEPTO-OK OR WRK-DEPTO-ACHADO-OK
               READ FUNC-DEPTO-FILE INTO FUNC-DEPTO-REC
                   AT END MOVE 'S' TO WRK-FIM-DEPTO
                   NOT AT END
                       IF FUNC-DP-CODIGO = WRK-NOVO-DEPARTAMENTO
                           MOVE 'S' TO WRK-DEPTO-ACHADO
                           IF FUNC-DP-EMPRESA IS NUMERIC
                              AND FUNC-DP-EMPRESA > ZEROS
                               MOVE FUNC-DP-EMPRESA
                                   TO WRK-NOVO-DEPTO-EMPRESA
                           ELSE
                               MOVE SIS-EMPRESA-MATRIZ
                                   TO WRK-NOVO-DEPTO-EMPRESA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUNC-DEPTO-FILE
       END-IF.

       0180-VERIFICAR-SELECAO.
       IF WRK-SEL-SITUACAO NOT = '*'
          AND FUNC-MS-SITUACAO NOT = WRK-SEL-SITUACAO
           MOVE 'N' TO WRK-SELECIONADO
       END-IF
       IF WRK-SELECIONADO-OK
           PERFORM 0190-VERIFICAR-EMPRESA
       END-IF.

      *    the answer for each company is asked once per run
       0190-VERIFICAR-EMPRESA.
       IF FUNC-MS-EMPRESA IS NUMERIC
          AND FUNC-MS-EMPRESA > ZEROS
           MOVE FUNC-MS-EMPRESA TO WRK-EMPRESA-MS
       ELSE
           MOVE SIS-EMPRESA-MATRIZ TO WRK-EMPRESA-MS
       END-IF
       IF WRK-TAB-ACESSO (WRK-EMPRESA-MS) = SPACES
           MOVE SPACES TO SIS-EMPRESA-PEDIDO
           SET SIS-EP-ACESSO TO TRUE
           MOVE WRK-EMPRESA-MS TO SIS-EP-EMPRESA
           MOVE WRK-USUARIO TO SIS-EP-USUARIO
           MOVE 'FUNC-MASSA' TO SIS-EP-PROGRAMA
           CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
           MOVE SIS-EP-RETORNO TO WRK-TAB-ACESSO (WRK-EMPRESA-MS)
       END-IF
       IF NOT WRK-ACESSO-SIM (WRK-EMPRESA-MS)
           MOVE 'X' TO WRK-SELECIONADO
       END-IF.

       0200-GERAR-PREVIA.
       PERFORM 0250-LER-MASTER
       PERFORM UNTIL WRK-FIM-MASTER-OK
           PERFORM 0180-VERIFICAR-SELECAO
           IF WRK-SEM-ACESSO
               ADD 1 TO WRK-QT-SEM-ACESSO
           END-IF
           IF WRK-SELECIONADO-OK
              AND WRK-CAMPO-ALVO = 1
              AND WRK-EMPRESA-MS NOT = WRK-NOVO-DEPTO-EMPRESA
               ADD 1 TO WRK-QT-OUTRA-EMPRESA
           END-IF
           IF WRK-SELECIONADO-OK
               ADD 1 TO WRK-QT-PREVIA
               MOVE FUNC-MS-MATRICULA TO WRK-LP-MATRICULA
           WRK-QT-PREVIA DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-MASSA-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'IGNORADOS - EMPRESA SEM ACESSO: ' DELIMITED BY SIZE
           WRK-QT-SEM-ACESSO DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-MASSA-REL-LINHA FROM WRK-LINHA-RESUMO
       IF WRK-QT-OUTRA-EMPRESA > ZEROS
           MOVE SPACES TO WRK-LINHA-RESUMO
           STRING 'DEPARTAMENTO DE OUTRA EMPRESA: ' DELIMITED BY SIZE
               WRK-QT-OUTRA-EMPRESA DELIMITED BY SIZE
               ' - NADA SERA ALTERADO' DELIMITED BY SIZE
               INTO WRK-LINHA-RESUMO
           WRITE FUNC-MASSA-REL-LINHA FROM WRK-LINHA-RESUMO
       END-IF
       CLOSE FUNC-MASSA-REL-FILE
       CLOSE FUNC-MASTER-FILE.

       PERFORM 0250-LER-MASTER
       PERFORM UNTIL WRK-FIM-MASTER-OK
           PERFORM 0180-VERIFICAR-SELECAO
           IF WRK-SEM-ACESSO
               PERFORM 0440-REGISTRAR-SEM-ACESSO
           END-IF
           IF WRK-SELECIONADO-OK
               PERFORM 0450-APLICAR-UM-REGISTRO
           END-IF
       CLOSE FUNC-MASTER-FILE
       CLOSE FUNC-MASSA-AUD-FILE.

       0440-REGISTRAR-SEM-ACESSO.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       ACCEPT WRK-HORA-SISTEMA FROM TIME
       MOVE WRK-DATA-SISTEMA TO WRK-AU-DATA
       MOVE WRK-HR-HHMMSS TO WRK-AU-HORA
       MOVE FUNC-MS-MATRICULA TO WRK-AU-MATRICULA
       MOVE 'SEM ACESSO' TO WRK-AU-CAMPO
       MOVE SPACES TO WRK-AU-VALOR-ANT
       STRING 'EMPRESA ' DELIMITED BY SIZE
           WRK-EMPRESA-MS DELIMITED BY SIZE
           INTO WRK-AU-VALOR-ANT
       MOVE WRK-USUARIO TO WRK-AU-VALOR-NOVO
       MOVE WRK-AUDIT-REC TO FUNC-MASSA-AUD-LINHA
       WRITE FUNC-MASSA-AUD-LINHA.

       0450-APLICAR-UM-REGISTRO.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       ACCEPT WRK-HORA-SISTEMA FROM TIME
               DISPLAY 'ERRO DE REGRAVACAO: ' FUNC-MS-MATRICULA
           NOT INVALID KEY
               ADD 1 TO WRK-QT-ALTERADOS
               PERFORM 0460-GRAVAR-JORNAL
               MOVE WRK-AUDIT-REC TO FUNC-MASSA-AUD-LINHA
               WRITE FUNC-MASSA-AUD-LINHA
               IF WRK-QTD-MATRICULAS < 500
               END-IF
       END-REWRITE.

       0460-GRAVAR-JORNAL.
       MOVE 'FUNC-MASSA' TO FUNC-JR-PROGRAMA
       SET FUNC-JR-ALTERACAO TO TRUE
       MOVE FUNC-MASTER-REC TO FUNC-JR-MASTER
       CALL 'FUNC-JORNAL' USING FUNC-JORNAL-REC.

       0600-CASCATEAR-ESCALA.
       MOVE 'N' TO WRK-FIM-ESCALA
       OPEN I-O EX26-ESCALA-IDX-FILE
       IF WRK-ESCALA-STATUS NOT = '00'
           GO TO 0600-CASCATEAR-ESCALA-EXIT
       END-IF
       MOVE LOW-VALUES TO EX26-EX-CHAVE
       START EX26-ESCALA-IDX-FILE KEY NOT < EX26-EX-CHAVE
           INVALID KEY MOVE 'S' TO WRK-FIM-ESCALA
       END-START
       PERFORM UNTIL WRK-FIM-ESCALA-OK
           READ EX26-ESCALA-IDX-FILE NEXT RECORD
               INTO EX26-ESCALA-REC
               AT END MOVE 'S' TO WRK-FIM-ESCALA
               NOT AT END
                   PERFORM 0650-AJUSTAR-UMA-ESCALA
           END-READ
       END-PERFORM
       CLOSE EX26-ESCALA-IDX-FILE
       CALL 'EX26-EXTRATOR'
       DISPLAY 'ESCALAS AJUSTADAS: ' WRK-QT-ESCALA-ALT.
       0600-CASCATEAR-ESCALA-EXIT.
       EXIT.
       SEARCH WRK-TAB-MAT
           AT END
               CONTINUE
           WHEN WRK-MAT-IDX > WRK-QTD-MATRICULAS
               CONTINUE
           WHEN WRK-TAB-MAT (WRK-MAT-IDX) = EX26-ES-MATRICULA
               ADD 1 TO WRK-QT-ESCALA-ALT
               MOVE WRK-NOVO-TURNO TO EX26-ES-TURNO
               MOVE EX26-ESCALA-REC TO EX26-ESCALA-IDX-LINHA
               REWRITE EX26-ESCALA-IDX-LINHA
                   INVALID KEY
                       DISPLAY 'ERRO NA GRAVACAO: ' WRK-ESCALA-STATUS
               END-REWRITE
       END-SEARCH.
