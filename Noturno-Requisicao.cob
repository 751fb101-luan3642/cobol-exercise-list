      *          entry. NOTURNO-SEQUENCIADOR drains the queue after
      *          the dependency chain completes, logging and
      *          balancing those runs exactly like scheduled ones.
      *          The job code must be an active entry of the job
      *          catalog NOTURNOCAT.DAT; its description is shown
      *          before the request is queued.
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
       COPY EX40REC.

       77 WRK-USUARIOS-STATUS PIC X(02) VALUE '00'.
       77 WRK-REQUISICAO-STATUS  PIC X(02) VALUE '00'.
       77 WRK-CATALOGO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

               10 WRK-TAB-USR-REGISTRO PIC X(48).
       77 WRK-QTD-USUARIOS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-CATALOGO.
           05 WRK-TAB-CAT OCCURS 99 TIMES.
               10 WRK-TAB-CAT-DESCRICAO PIC X(20).
               10 WRK-TAB-CAT-SITUACAO  PIC X(01).
                   88 WRK-TAB-CAT-ATIVO VALUE 'A'.
       01 WRK-JOB-NUM PIC 9(02) VALUE ZEROS.

       77 WRK-USUARIO    PIC X(10) VALUE SPACES.
       77 WRK-SENHA      PIC X(10) VALUE SPACES.
       77 WRK-SALT-CALC  PIC 9(04) VALUE ZEROS.

       0100-PRINCIPAL.
       PERFORM 0150-CARREGAR-USUARIOS.
       PERFORM 0160-CARREGAR-CATALOGO.
       PERFORM 0200-AUTENTICAR.
       IF NOT WRK-AUTENTICADO-OK
           DISPLAY 'ACESSO NEGADO'
           CLOSE EX40-USUARIOS-FILE
       END-IF.

       0160-CARREGAR-CATALOGO.
       MOVE SPACES TO WRK-TABELA-CATALOGO
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT NOTURNO-CATALOGO-FILE
       IF WRK-CATALOGO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ NOTURNO-CATALOGO-FILE INTO NOTURNO-CATALOGO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF NT-CA-JOB-CODIGO IS NUMERIC
                          AND NT-CA-JOB-CODIGO > ZEROS
                          AND NT-CA-PROGRAMA NOT = SPACES
                           MOVE NT-CA-DESCRICAO TO
                               WRK-TAB-CAT-DESCRICAO (NT-CA-JOB-CODIGO)
                           MOVE NT-CA-SITUACAO TO
                               WRK-TAB-CAT-SITUACAO (NT-CA-JOB-CODIGO)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTURNO-CATALOGO-FILE
       END-IF.

       0200-AUTENTICAR.
       DISPLAY 'INFORME O USUARIO'
       ACCEPT WRK-USUARIO FROM CONSOLE
       IF WRK-JOB-IN NOT NUMERIC OR WRK-JOB-IN = '00'
           DISPLAY 'CODIGO DE JOB INVALIDO - NAO ENFILEIRADO'
       ELSE
           MOVE WRK-JOB-IN TO WRK-JOB-NUM
           PERFORM 0350-VALIDAR-CATALOGO
       END-IF
       DISPLAY 'MAIS UMA REQUISICAO? (S/N)'
       ACCEPT WRK-CONTINUAR FROM CONSOLE.

       0350-VALIDAR-CATALOGO.
       EVALUATE TRUE
           WHEN WRK-TAB-CAT-SITUACAO (WRK-JOB-NUM) = SPACES
               DISPLAY 'JOB NAO CATALOGADO - NAO ENFILEIRADO'
           WHEN NOT WRK-TAB-CAT-ATIVO (WRK-JOB-NUM)
               DISPLAY 'JOB INATIVO NO CATALOGO - NAO ENFILEIRADO'
           WHEN OTHER
               DISPLAY 'JOB: ' WRK-TAB-CAT-DESCRICAO (WRK-JOB-NUM)
               PERFORM 0360-GRAVAR-REQUISICAO
       END-EVALUATE.

       0360-GRAVAR-REQUISICAO.
       DISPLAY 'INFORME O PARAMETRO (ATE 20 CARACTERES)'
       ACCEPT WRK-PARAMETRO FROM CONSOLE
       OPEN EXTEND NOTURNO-REQUISICAO-FILE
       IF WRK-REQUISICAO-STATUS = '35'
           OPEN OUTPUT NOTURNO-REQUISICAO-FILE
       END-IF
       MOVE WRK-USUARIO TO NT-RQ-REQUISITANTE
       MOVE WRK-JOB-IN TO NT-RQ-JOB-CODIGO
       MOVE WRK-PARAMETRO TO NT-RQ-PARAMETRO
       MOVE 'P' TO NT-RQ-SITUACAO
       MOVE NOTURNO-REQUISICAO-REC TO NOTURNO-REQUISICAO-LINHA
       WRITE NOTURNO-REQUISICAO-LINHA
       CLOSE NOTURNO-REQUISICAO-FILE
       DISPLAY 'REQUISICAO ENFILEIRADA PARA A PROXIMA NOITE'.
