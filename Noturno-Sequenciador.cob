      *          estimated from the NOTURNODUR.DAT averages is
      *          printed to NOTURNOPLNREL.DAT - no job runs, and
      *          neither NOTURNO.LOG nor the restart file is
      *          touched. Job codes are resolved through the job
      *          catalog NOTURNOCAT.DAT (maintained in
      *          NOTURNO-CATALOGO): each active entry names the
      *          program CALLed for the code, its description for the
      *          log and the parameter block passed to it (an ad-hoc
      *          request's own parameter replaces the block when
      *          given). Codes absent from the catalog or inactive
      *          fail as invalid jobs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT NOTURNO-REQUISICAO-FILE ASSIGN TO 'NOTURNOREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REQUISICAO-STATUS.
           SELECT NOTURNO-CATALOGO-FILE ASSIGN TO 'NOTURNOCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CATALOGO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTURNO-REQUISICAO-FILE.
       01 NOTURNO-REQUISICAO-LINHA PIC X(33).

       FD  NOTURNO-CATALOGO-FILE.
       01 NOTURNO-CATALOGO-LINHA PIC X(93).

       WORKING-STORAGE SECTION.
       COPY NOTURNOREC.
       COPY EX26REC.
               10 WRK-TAB-DUR-SOMA  PIC 9(08).
               10 WRK-TAB-DUR-QTD   PIC 9(04).
       77 WRK-MEDIA-DURACAO PIC 9(05) VALUE ZEROS.
       77 WRK-IDX-JOB       PIC 9(03) VALUE ZEROS.

       01 WRK-LINHA-RESUMO-DUR.
           05 FILLER            PIC X(05) VALUE 'JOB: '.
       77 WRK-CHAIN-PARADA PIC X(01) VALUE 'N'.
           88 WRK-CHAIN-PARADA-OK VALUE 'S'.

       77 WRK-CATALOGO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-CATALOGO PIC X(01) VALUE 'N'.
           88 WRK-FIM-CATALOGO-OK VALUE 'S'.
       01 WRK-TABELA-CATALOGO.
           05 WRK-TAB-CAT OCCURS 99 TIMES.
               10 WRK-TAB-CAT-PROGRAMA  PIC X(20).
               10 WRK-TAB-CAT-DESCRICAO PIC X(20).
               10 WRK-TAB-CAT-PARAMETRO PIC X(40).
               10 WRK-TAB-CAT-SITUACAO  PIC X(01).
                   88 WRK-TAB-CAT-ATIVO VALUE 'A'.
       77 WRK-JOB-CATALOGADO PIC X(01) VALUE 'N'.
           88 WRK-JOB-CATALOGADO-OK VALUE 'S'.
       77 WRK-PROGRAMA-JOB  PIC X(20) VALUE SPACES.
       77 WRK-PARAMETRO-JOB PIC X(40) VALUE SPACES.

       77 WRK-NOME-JOB     PIC X(20) VALUE SPACES.
       77 WRK-QT-EXECUTADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QT-FALHAS     PIC 9(03) VALUE ZEROS.
       PERFORM 0140-CARREGAR-CALENDARIO.
       PERFORM 0145-CARREGAR-CONFIGURACAO.
       PERFORM 0148-CARREGAR-DURACOES.
       PERFORM 0149-CARREGAR-CATALOGO.
       IF WRK-MODO-PLANEJADOR-OK
           PERFORM 0700-PLANEJAR
           STOP RUN
           CLOSE NOTURNO-DURACAO-FILE
       END-IF.

       0149-CARREGAR-CATALOGO.
       MOVE SPACES TO WRK-TABELA-CATALOGO
       OPEN INPUT NOTURNO-CATALOGO-FILE
       IF WRK-CATALOGO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-CATALOGO-OK
               READ NOTURNO-CATALOGO-FILE INTO NOTURNO-CATALOGO-REC
                   AT END MOVE 'S' TO WRK-FIM-CATALOGO
                   NOT AT END
                       IF NT-CA-JOB-CODIGO IS NUMERIC
                          AND NT-CA-JOB-CODIGO > ZEROS
                           MOVE NT-CA-PROGRAMA TO
                               WRK-TAB-CAT-PROGRAMA (NT-CA-JOB-CODIGO)
                           MOVE NT-CA-DESCRICAO TO
                               WRK-TAB-CAT-DESCRICAO (NT-CA-JOB-CODIGO)
                           MOVE NT-CA-PARAMETRO TO
                               WRK-TAB-CAT-PARAMETRO (NT-CA-JOB-CODIGO)
                           MOVE NT-CA-SITUACAO TO
                               WRK-TAB-CAT-SITUACAO (NT-CA-JOB-CODIGO)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTURNO-CATALOGO-FILE
       ELSE
           DISPLAY 'CATALOGO NOTURNOCAT.DAT AUSENTE'
       END-IF.

       0170-VERIFICAR-ELEGIBILIDADE.
       MOVE 'S' TO WRK-ELEGIVEL
       EVALUATE TRUE
       COMPUTE WRK-SEG-INICIO =
           WRK-HR-HORA * 3600 + WRK-HR-MIN * 60 + WRK-HR-SEG

       IF NOT WRK-JOB-CATALOGADO-OK
           ADD 1 TO WRK-QT-INVALIDOS
           MOVE 'F' TO WRK-TAB-RES (NT-CT-JOB-CODIGO)
           PERFORM 0430-GRAVAR-LOG-FALHA
       CLOSE NOTURNO-RESUMO-FILE.

       0450-RESOLVER-NOME-JOB.
       MOVE 'N' TO WRK-JOB-CATALOGADO
       EVALUATE TRUE
           WHEN NT-CT-JOB-CODIGO = ZEROS
               MOVE 'JOB NAO CATALOGADO' TO WRK-NOME-JOB
           WHEN WRK-TAB-CAT-PROGRAMA (NT-CT-JOB-CODIGO) = SPACES
               MOVE 'JOB NAO CATALOGADO' TO WRK-NOME-JOB
           WHEN NOT WRK-TAB-CAT-ATIVO (NT-CT-JOB-CODIGO)
               MOVE 'JOB INATIVO CATALOGO' TO WRK-NOME-JOB
           WHEN OTHER
               MOVE WRK-TAB-CAT-DESCRICAO (NT-CT-JOB-CODIGO)
                   TO WRK-NOME-JOB
               MOVE 'S' TO WRK-JOB-CATALOGADO
       END-EVALUATE.

       0460-CHAMAR-JOB.
       MOVE 'N' TO WRK-JOB-FALHOU
       MOVE WRK-TAB-CAT-PROGRAMA (NT-CT-JOB-CODIGO)
           TO WRK-PROGRAMA-JOB
       MOVE WRK-TAB-CAT-PARAMETRO (NT-CT-JOB-CODIGO)
           TO WRK-PARAMETRO-JOB
       IF WRK-EM-ADHOC-OK AND NT-RQ-PARAMETRO NOT = SPACES
           MOVE NT-RQ-PARAMETRO TO WRK-PARAMETRO-JOB
       END-IF
       CALL WRK-PROGRAMA-JOB USING WRK-PARAMETRO-JOB
           ON EXCEPTION
               DISPLAY 'PROGRAMA NAO ENCONTRADO: ' WRK-PROGRAMA-JOB
               MOVE 16 TO RETURN-CODE
       END-CALL
       CANCEL WRK-PROGRAMA-JOB
       IF RETURN-CODE > 4
           MOVE 'S' TO WRK-JOB-FALHOU
       END-IF
