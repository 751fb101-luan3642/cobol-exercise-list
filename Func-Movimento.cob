      *          Promotions keep the before/after cargo and grade in
      *          the position-history file FUNCPOSH.DAT instead of
      *          the old delete-and-readmit that destroyed history.
      *          A desligamento carries the termination date, the
      *          reason (S=sem justa causa J=justa causa P=pedido
      *          A=acordo T=termino de contrato, blank=S) and the
      *          notice (T=trabalhado I=indenizado D=dispensado,
      *          blank=I) in place of the name, and queues a pending
      *          settlement trigger in FUNCDESL.DAT for EX26-RESCISAO.
      *          Every movement applied is appended to the journal
      *          FUNCMOVAPL.DAT (tipo, effective date, termination
      *          reason and notice, master image after the change),
      *          from which FUNC-EVENTOS builds the labor-authority
      *          events. Admissoes, transferencias and promocoes are
      *          checked against the authorized headcount FUNCVAGA.DAT
      *          (departamento, cargo, quantidade; positions not listed
      *          are not limited) counting the active employees in the
      *          master. FUNCVAGPRM.DAT = B blocks a movement that would
      *          go over the count unless the same tipo, matricula,
      *          departamento and cargo is approved in FUNCVAGLIB.DAT;
      *          otherwise (A or no file) it is applied with a warning.
      *          Every movement applied over the count is recorded in
      *          the audit file FUNCVAGAUD.DAT. The master image
      *          after each movement is also appended to the change
      *          journal FUNCJRN.DAT through FUNC-JORNAL, from which
      *          FUNC-RECUPERA rolls a restored master forward.
      *          The whole of FUNCMST.DAT is locked for the run
      *          through SIS-TRAVA; while a clerk holds a matricula
      *          in FUNC-MANUTENCAO or FUNC-MASSA holds the file, the
      *          run stops with return code 8 before anything is
      *          read or changed, to be run again once it is free.
      *          Each movement carries the company of the group
      *          (blank on an admissao takes the company whose
      *          matricula range holds the matricula, through
      *          SIS-EMPRESA); an admissao outside its company's
      *          range or for an inactive company is rejected, the
      *          department is checked within the employee's company,
      *          a movement naming another company than the master's
      *          is rejected, and the report shows the company of
      *          each movement and the totals by company.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FUNC-POSHIST-FILE ASSIGN TO 'FUNCPOSH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-POSHIST-STATUS.
           SELECT FUNC-DESLIG-FILE ASSIGN TO 'FUNCDESL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DESLIG-STATUS.
           SELECT FUNC-APLICADO-FILE ASSIGN TO 'FUNCMOVAPL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-APLICADO-STATUS.
           SELECT FUNC-VAGA-FILE ASSIGN TO 'FUNCVAGA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VAGA-STATUS.
           SELECT FUNC-VAGPRM-FILE ASSIGN TO 'FUNCVAGPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VAGPRM-STATUS.
           SELECT FUNC-VAGLIB-FILE ASSIGN TO 'FUNCVAGLIB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VAGLIB-STATUS.
           SELECT FUNC-VAGAUD-FILE ASSIGN TO 'FUNCVAGAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VAGAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNC-MOVIMENTO-FILE.
       01 FUNC-MOVIMENTO-LINHA PIC X(77).

       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       FD  FUNC-RELATORIO-FILE.
       01 FUNC-RELATORIO-LINHA PIC X(80).
       01 SIS-EXCECAO-LINHA PIC X(84).

       FD  FUNC-DEPTO-FILE.
       01 FUNC-DEPTO-LINHA PIC X(52).

       FD  FUNC-POSHIST-FILE.
       01 FUNC-POSHIST-LINHA PIC X(29).

       FD  FUNC-DESLIG-FILE.
       01 FUNC-DESLIG-LINHA PIC X(16).

       FD  FUNC-APLICADO-FILE.
       01 FUNC-APLICADO-LINHA PIC X(96).

       FD  FUNC-VAGA-FILE.
       01 FUNC-VAGA-LINHA PIC X(20).

       FD  FUNC-VAGPRM-FILE.
       01 FUNC-VAGPRM-LINHA PIC X(01).

       FD  FUNC-VAGLIB-FILE.
       01 FUNC-VAGLIB-LINHA PIC X(22).

       FD  FUNC-VAGAUD-FILE.
       01 FUNC-VAGAUD-LINHA PIC X(45).

       WORKING-STORAGE SECTION.
       COPY FUNCREC.
       COPY SISEXCREC.
       COPY SISTRVREC.
       COPY SISEMPREC.

       77 WRK-MOVIMENTO-STATUS PIC X(02) VALUE '00'.
       77 WRK-MASTER-STATUS    PIC X(02) VALUE '00'.
       01 WRK-TABELA-DEPTOS.
           05 WRK-TAB-DEP OCCURS 50 TIMES
               INDEXED BY WRK-DEP-IDX.
               10 WRK-TAB-DEP-EMPRESA PIC 9(02).
               10 WRK-TAB-DEP-CODIGO PIC X(10).
       77 WRK-QTD-DEPTOS PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-MOV PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-EMPRESAS.
           05 WRK-TAB-EMT OCCURS 99 TIMES
               INDEXED BY WRK-EMT-IDX.
               10 WRK-TAB-EMT-CODIGO      PIC 9(02).
               10 WRK-TAB-EMT-PROCESSADOS PIC 9(05).
               10 WRK-TAB-EMT-REJEITADOS  PIC 9(05).
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.
       77 WRK-DEPTO-VALIDO PIC X(01) VALUE 'N'.
           88 WRK-DEPTO-VALIDO-OK VALUE 'S'.
       77 WRK-POSHIST-STATUS PIC X(02) VALUE '00'.
       77 WRK-DESLIG-STATUS PIC X(02) VALUE '00'.
       77 WRK-APLICADO-STATUS PIC X(02) VALUE '00'.

       77 WRK-VAGA-STATUS   PIC X(02) VALUE '00'.
       77 WRK-VAGPRM-STATUS PIC X(02) VALUE '00'.
       77 WRK-VAGLIB-STATUS PIC X(02) VALUE '00'.
       77 WRK-VAGAUD-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-MASTER  PIC X(01) VALUE 'N'.
           88 WRK-FIM-MASTER-OK VALUE 'S'.
       01 WRK-TABELA-VAGAS.
           05 WRK-TAB-VAG OCCURS 200 TIMES
               INDEXED BY WRK-VAG-IDX.
               10 WRK-TAB-VAG-DEPARTAMENTO PIC X(10).
               10 WRK-TAB-VAG-CARGO        PIC X(06).
               10 WRK-TAB-VAG-AUTORIZADO   PIC 9(04).
               10 WRK-TAB-VAG-OCUPADO      PIC 9(04).
       77 WRK-QTD-VAGAS PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-LIBERACOES.
           05 WRK-TAB-LIB OCCURS 100 TIMES
               INDEXED BY WRK-LIB-IDX.
               10 WRK-TAB-LIB-REGISTRO PIC X(22).
       77 WRK-QTD-LIBERACOES PIC 9(03) VALUE ZEROS.
       77 WRK-MODO-QUADRO PIC X(01) VALUE 'A'.
           88 WRK-QUADRO-BLOQUEIA VALUE 'B'.
       77 WRK-DEPTO-BUSCA  PIC X(10) VALUE SPACES.
       77 WRK-CARGO-BUSCA  PIC X(06) VALUE SPACES.
       77 WRK-IDX-VAGA     PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-ORIGEM   PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-DESTINO  PIC 9(03) VALUE ZEROS.
       77 WRK-SITUACAO-QUADRO PIC X(01) VALUE SPACES.
       77 WRK-LIBERADO     PIC X(01) VALUE 'N'.
           88 WRK-LIBERADO-OK VALUE 'S'.
       77 WRK-AVISO-QUADRO PIC X(30) VALUE SPACES.

       77 WRK-QT-PROCESSADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJEITADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ACIMA-QUADRO  PIC 9(05) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-LD-RESULTADO   PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-MOTIVO      PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-EMPRESA     PIC 9(02).
       01 WRK-LINHA-EMPRESA.
           05 FILLER            PIC X(08) VALUE 'EMPRESA '.
           05 WRK-LE-EMPRESA     PIC 9(02).
           05 FILLER            PIC X(14) VALUE ' PROCESSADOS: '.
           05 WRK-LE-PROCESSADOS PIC 9(05).
           05 FILLER            PIC X(13) VALUE ' REJEITADOS: '.
           05 WRK-LE-REJEITADOS  PIC 9(05).
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.


       0100-PRINCIPAL.
       PERFORM 0150-CARREGAR-DEPTOS.
       PERFORM 0170-CARREGAR-QUADRO.
       PERFORM 0110-TRAVAR-MASTER.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0300-PROCESSAR UNTIL WRK-FIM-MOVIMENTO-OK.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       PERFORM 0115-LIBERAR-MASTER.
       CALL 'FUNC-EXTRATOR'.
       IF WRK-QT-REJEITADOS = 0
           MOVE 0 TO RETURN-CODE
       END-IF.
       STOP RUN.

      *    the whole file is held for the run; a session open on
      *    it stops the run before anything is changed
       0110-TRAVAR-MASTER.
       MOVE SPACES TO SIS-TRAVA-PEDIDO
       SET SIS-TP-TRAVAR TO TRUE
       MOVE 'FUNCMST.DAT' TO SIS-TP-ARQUIVO
       MOVE 'LOTE' TO SIS-TP-USUARIO
       MOVE 'FUNC-MOVIMENTO' TO SIS-TP-PROGRAMA
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO
       IF SIS-TP-NEGADA
           DISPLAY 'FUNCMST.DAT ' SIS-TP-MENSAGEM
           DISPLAY 'MOVIMENTO NAO PROCESSADO - NADA ALTERADO'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       0115-LIBERAR-MASTER.
       SET SIS-TP-LIBERAR TO TRUE
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO.

       0150-CARREGAR-DEPTOS.
       OPEN INPUT FUNC-DEPTO-FILE
       IF WRK-DEPTO-STATUS = '00'
                   NOT AT END
                       IF WRK-QTD-DEPTOS < 50
                           ADD 1 TO WRK-QTD-DEPTOS
                           MOVE FUNC-DP-EMPRESA TO
                               WRK-TAB-DEP-EMPRESA (WRK-QTD-DEPTOS)
                           MOVE FUNC-DP-CODIGO TO
                               WRK-TAB-DEP-CODIGO (WRK-QTD-DEPTOS)
                       END-IF
                   CONTINUE
               WHEN WRK-TAB-DEP-CODIGO (WRK-DEP-IDX)
                       = FUNC-MV-DEPARTAMENTO
                  AND WRK-TAB-DEP-EMPRESA (WRK-DEP-IDX)
                       = WRK-EMPRESA-MOV
                   MOVE 'S' TO WRK-DEPTO-VALIDO
           END-SEARCH
       END-IF.

      *    company of the movement: the master's for an employee
      *    on file, the matricula range's for an admissao
       0165-VALIDAR-EMPRESA.
       IF FUNC-MV-EMPRESA NOT NUMERIC
           MOVE ZEROS TO FUNC-MV-EMPRESA
       END-IF
       IF WRK-ACHOU-OK
           MOVE FUNC-MS-EMPRESA TO WRK-EMPRESA-MOV
           IF FUNC-MV-EMPRESA NOT = ZEROS
              AND FUNC-MV-EMPRESA NOT = FUNC-MS-EMPRESA
               MOVE 'EMPRESA DIFERENTE DO CADASTRO'
                   TO WRK-MOTIVO-REJEICAO
           END-IF
       ELSE
           MOVE FUNC-MV-EMPRESA TO WRK-EMPRESA-MOV
           IF FUNC-MV-ADMISSAO AND FUNC-MV-MATRICULA NOT = ZEROS
               MOVE SPACES TO SIS-EMPRESA-PEDIDO
               SET SIS-EP-DONA-MATRICULA TO TRUE
               MOVE FUNC-MV-MATRICULA TO SIS-EP-MATRICULA
               CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
               EVALUATE TRUE
                   WHEN SIS-EP-NAO AND SIS-EP-NOME = SPACES
                       MOVE 'MATRICULA SEM EMPRESA'
                           TO WRK-MOTIVO-REJEICAO
                   WHEN SIS-EP-NAO
                       MOVE 'EMPRESA INATIVA' TO WRK-MOTIVO-REJEICAO
                   WHEN FUNC-MV-EMPRESA NOT = ZEROS
                    AND FUNC-MV-EMPRESA NOT = SIS-EP-EMPRESA
                       MOVE 'FORA DA FAIXA DA EMPRESA'
                           TO WRK-MOTIVO-REJEICAO
                   WHEN OTHER
                       MOVE SIS-EP-EMPRESA TO WRK-EMPRESA-MOV
               END-EVALUATE
           END-IF
       END-IF.

       0170-CARREGAR-QUADRO.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT FUNC-VAGA-FILE
       IF WRK-VAGA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-VAGA-FILE INTO FUNC-VAGA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-VAGAS >= 200
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-VAGAS
                       MOVE FUNC-VG-DEPARTAMENTO TO
                           WRK-TAB-VAG-DEPARTAMENTO (WRK-QTD-VAGAS)
                       MOVE FUNC-VG-CARGO TO
                           WRK-TAB-VAG-CARGO (WRK-QTD-VAGAS)
                       IF FUNC-VG-AUTORIZADO IS NUMERIC
                           MOVE FUNC-VG-AUTORIZADO TO
                               WRK-TAB-VAG-AUTORIZADO (WRK-QTD-VAGAS)
                       ELSE
                           MOVE ZEROS TO
                               WRK-TAB-VAG-AUTORIZADO (WRK-QTD-VAGAS)
                       END-IF
                       MOVE ZEROS TO
                           WRK-TAB-VAG-OCUPADO (WRK-QTD-VAGAS)
               END-READ
           END-PERFORM
           CLOSE FUNC-VAGA-FILE
       END-IF

       OPEN INPUT FUNC-VAGPRM-FILE
       IF WRK-VAGPRM-STATUS = '00'
           READ FUNC-VAGPRM-FILE
               AT END CONTINUE
               NOT AT END
                   IF FUNC-VAGPRM-LINHA = 'B'
                       MOVE 'B' TO WRK-MODO-QUADRO
                   END-IF
           END-READ
           CLOSE FUNC-VAGPRM-FILE
       END-IF

       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT FUNC-VAGLIB-FILE
       IF WRK-VAGLIB-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-VAGLIB-FILE
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-LIBERACOES >= 100
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-LIBERACOES
                       MOVE FUNC-VAGLIB-LINHA TO
                           WRK-TAB-LIB-REGISTRO (WRK-QTD-LIBERACOES)
               END-READ
           END-PERFORM
           CLOSE FUNC-VAGLIB-FILE
       END-IF.

       0200-ABRIR-ARQUIVOS.
       OPEN INPUT FUNC-MOVIMENTO-FILE
       OPEN I-O FUNC-MASTER-FILE
           CLOSE FUNC-MASTER-FILE
           OPEN I-O FUNC-MASTER-FILE
       END-IF
       IF WRK-QTD-VAGAS > ZEROS
           PERFORM 0270-CONTAR-OCUPACAO
       END-IF
       OPEN EXTEND FUNC-VAGAUD-FILE
       IF WRK-VAGAUD-STATUS = '35'
           OPEN OUTPUT FUNC-VAGAUD-FILE
       END-IF
       OPEN OUTPUT FUNC-RELATORIO-FILE
       OPEN EXTEND SIS-EXCECAO-FILE
       IF WRK-SISEXC-STATUS = '35'
           OPEN OUTPUT SIS-EXCECAO-FILE
       END-IF
       OPEN EXTEND FUNC-APLICADO-FILE
       IF WRK-APLICADO-STATUS = '35'
           OPEN OUTPUT FUNC-APLICADO-FILE
       END-IF
       WRITE FUNC-RELATORIO-LINHA FROM WRK-CABECALHO
       PERFORM 0250-GRAVAR-DATA-RELATORIO
       WRITE FUNC-RELATORIO-LINHA FROM WRK-LINHA-BRANCO
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE FUNC-RELATORIO-LINHA FROM WRK-LINHA-DATA-RELATORIO.

       0270-CONTAR-OCUPACAO.
       MOVE ZEROS TO FUNC-MT-MATRICULA
       START FUNC-MASTER-FILE KEY NOT < FUNC-MT-MATRICULA
           INVALID KEY MOVE 'S' TO WRK-FIM-MASTER
       END-START
       PERFORM UNTIL WRK-FIM-MASTER-OK
           READ FUNC-MASTER-FILE NEXT RECORD INTO FUNC-MASTER-REC
               AT END MOVE 'S' TO WRK-FIM-MASTER
               NOT AT END
                   IF FUNC-MS-ATIVO
                       MOVE FUNC-MS-DEPARTAMENTO TO WRK-DEPTO-BUSCA
                       MOVE FUNC-MS-CARGO TO WRK-CARGO-BUSCA
                       PERFORM 0390-LOCALIZAR-VAGA
                       IF WRK-IDX-VAGA > ZEROS
                           ADD 1 TO WRK-TAB-VAG-OCUPADO (WRK-IDX-VAGA)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

       0300-PROCESSAR.
       MOVE SPACES TO WRK-MOTIVO-REJEICAO
       MOVE SPACES TO WRK-AVISO-QUADRO
       MOVE SPACES TO WRK-SITUACAO-QUADRO
       MOVE ZEROS TO WRK-IDX-ORIGEM
       MOVE ZEROS TO WRK-IDX-DESTINO
       PERFORM 0350-LOCALIZAR-MASTER
       PERFORM 0165-VALIDAR-EMPRESA

       EVALUATE TRUE
           WHEN WRK-MOTIVO-REJEICAO NOT = SPACES
               CONTINUE
           WHEN FUNC-MV-MATRICULA = ZEROS
               MOVE 'MATRICULA ZERADA' TO WRK-MOTIVO-REJEICAO
           WHEN FUNC-MV-ADMISSAO AND WRK-ACHOU-OK
           WHEN FUNC-MV-ADMISSAO
               PERFORM 0160-VALIDAR-DEPTO
               IF WRK-DEPTO-VALIDO-OK
                   PERFORM 0380-VERIFICAR-QUADRO
                   IF WRK-MOTIVO-REJEICAO = SPACES
                       PERFORM 0400-APLICAR-ADMISSAO
                   END-IF
               ELSE
                   MOVE 'DEPARTAMENTO NAO CADASTRADO'
                       TO WRK-MOTIVO-REJEICAO
           WHEN FUNC-MV-TRANSFERENCIA
               PERFORM 0160-VALIDAR-DEPTO
               IF WRK-DEPTO-VALIDO-OK
                   PERFORM 0380-VERIFICAR-QUADRO
                   IF WRK-MOTIVO-REJEICAO = SPACES
                       PERFORM 0600-APLICAR-TRANSFERENCIA
                   END-IF
               ELSE
                   MOVE 'DEPARTAMENTO NAO CADASTRADO'
                       TO WRK-MOTIVO-REJEICAO
           WHEN FUNC-MV-PROMOCAO AND NOT WRK-ACHOU-OK
               MOVE 'MATRICULA NAO CADASTRADA' TO WRK-MOTIVO-REJEICAO
           WHEN FUNC-MV-PROMOCAO
               PERFORM 0380-VERIFICAR-QUADRO
               IF WRK-MOTIVO-REJEICAO = SPACES
                   PERFORM 0620-APLICAR-PROMOCAO
               END-IF
           WHEN OTHER
               MOVE 'TIPO DE MOVIMENTO INVALIDO' TO WRK-MOTIVO-REJEICAO
       END-EVALUATE
       IF WRK-MOTIVO-REJEICAO = SPACES
           ADD 1 TO WRK-QT-PROCESSADOS
           MOVE 'PROCESSADO' TO WRK-LD-RESULTADO
           PERFORM 0720-GRAVAR-APLICADO
           PERFORM 0730-GRAVAR-JORNAL
           PERFORM 0740-ATUALIZAR-QUADRO
           MOVE WRK-AVISO-QUADRO TO WRK-LD-MOTIVO
       ELSE
           ADD 1 TO WRK-QT-REJEITADOS
           MOVE 'REJEITADO' TO WRK-LD-RESULTADO
           PERFORM 0700-GRAVAR-EXCECAO-SISTEMA
           MOVE WRK-MOTIVO-REJEICAO TO WRK-LD-MOTIVO
       END-IF
       MOVE FUNC-MV-TIPO TO WRK-LD-TIPO
       MOVE FUNC-MV-MATRICULA TO WRK-LD-MATRICULA
       MOVE WRK-EMPRESA-MOV TO WRK-LD-EMPRESA
       WRITE FUNC-RELATORIO-LINHA FROM WRK-LINHA-DETALHE
       PERFORM 0360-SOMAR-EMPRESA

       READ FUNC-MOVIMENTO-FILE INTO FUNC-MOVIMENTO-REC
           AT END MOVE 'S' TO WRK-FIM-MOVIMENTO
           NOT INVALID KEY MOVE 'S' TO WRK-ACHOU
       END-READ.

       0360-SOMAR-EMPRESA.
       SET WRK-EMT-IDX TO 1
       SEARCH WRK-TAB-EMT
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-EMT-IDX > WRK-QTD-EMPRESAS
               ADD 1 TO WRK-QTD-EMPRESAS
               MOVE WRK-EMPRESA-MOV TO WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-PROCESSADOS (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-REJEITADOS (WRK-EMT-IDX)
           WHEN WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) = WRK-EMPRESA-MOV
               CONTINUE
       END-SEARCH
       IF WRK-MOTIVO-REJEICAO = SPACES
           ADD 1 TO WRK-TAB-EMT-PROCESSADOS (WRK-EMT-IDX)
       ELSE
           ADD 1 TO WRK-TAB-EMT-REJEITADOS (WRK-EMT-IDX)
       END-IF.

      *    seat taken by the movement against the authorized count;
      *    an inactive employee or an unchanged position takes none
       0380-VERIFICAR-QUADRO.
       IF FUNC-MV-ADMISSAO
           MOVE FUNC-MV-DEPARTAMENTO TO WRK-DEPTO-BUSCA
           MOVE FUNC-MV-CARGO TO WRK-CARGO-BUSCA
           PERFORM 0390-LOCALIZAR-VAGA
           MOVE WRK-IDX-VAGA TO WRK-IDX-DESTINO
       ELSE
           IF FUNC-MS-ATIVO
               MOVE FUNC-MS-DEPARTAMENTO TO WRK-DEPTO-BUSCA
               MOVE FUNC-MS-CARGO TO WRK-CARGO-BUSCA
               PERFORM 0390-LOCALIZAR-VAGA
               MOVE WRK-IDX-VAGA TO WRK-IDX-ORIGEM
               IF FUNC-MV-TRANSFERENCIA
                   MOVE FUNC-MV-DEPARTAMENTO TO WRK-DEPTO-BUSCA
               ELSE
                   MOVE FUNC-MV-CARGO TO WRK-CARGO-BUSCA
               END-IF
               PERFORM 0390-LOCALIZAR-VAGA
               MOVE WRK-IDX-VAGA TO WRK-IDX-DESTINO
               IF WRK-IDX-DESTINO = WRK-IDX-ORIGEM
                   MOVE ZEROS TO WRK-IDX-ORIGEM
                   MOVE ZEROS TO WRK-IDX-DESTINO
               END-IF
           END-IF
       END-IF

       IF WRK-IDX-DESTINO > ZEROS
           IF WRK-TAB-VAG-OCUPADO (WRK-IDX-DESTINO)
                   >= WRK-TAB-VAG-AUTORIZADO (WRK-IDX-DESTINO)
               IF WRK-QUADRO-BLOQUEIA
                   PERFORM 0395-VERIFICAR-LIBERACAO
               ELSE
                   MOVE 'A' TO WRK-SITUACAO-QUADRO
                   MOVE 'ACIMA DO QUADRO - AVISO'
                       TO WRK-AVISO-QUADRO
               END-IF
           END-IF
       END-IF.

       0390-LOCALIZAR-VAGA.
       MOVE ZEROS TO WRK-IDX-VAGA
       SET WRK-VAG-IDX TO 1
       SEARCH WRK-TAB-VAG
           AT END
               CONTINUE
           WHEN WRK-VAG-IDX > WRK-QTD-VAGAS
               CONTINUE
           WHEN WRK-TAB-VAG-DEPARTAMENTO (WRK-VAG-IDX)
                   = WRK-DEPTO-BUSCA
              AND WRK-TAB-VAG-CARGO (WRK-VAG-IDX) = WRK-CARGO-BUSCA
               SET WRK-IDX-VAGA TO WRK-VAG-IDX
       END-SEARCH.

       0395-VERIFICAR-LIBERACAO.
       MOVE FUNC-MV-TIPO TO FUNC-VL-TIPO
       MOVE FUNC-MV-MATRICULA TO FUNC-VL-MATRICULA
       MOVE WRK-DEPTO-BUSCA TO FUNC-VL-DEPARTAMENTO
       MOVE WRK-CARGO-BUSCA TO FUNC-VL-CARGO
       MOVE 'N' TO WRK-LIBERADO
       SET WRK-LIB-IDX TO 1
       SEARCH WRK-TAB-LIB
           AT END
               CONTINUE
           WHEN WRK-LIB-IDX > WRK-QTD-LIBERACOES
               CONTINUE
           WHEN WRK-TAB-LIB-REGISTRO (WRK-LIB-IDX)
                   = FUNC-VAGA-LIBERACAO-REC
               MOVE 'S' TO WRK-LIBERADO
       END-SEARCH
       IF WRK-LIBERADO-OK
           MOVE 'L' TO WRK-SITUACAO-QUADRO
           MOVE 'ACIMA DO QUADRO - LIBERADO'
               TO WRK-AVISO-QUADRO
       ELSE
           MOVE 'QUADRO DE VAGAS EXCEDIDO' TO WRK-MOTIVO-REJEICAO
       END-IF.

       0400-APLICAR-ADMISSAO.
       MOVE FUNC-MV-MATRICULA TO FUNC-MS-MATRICULA
       MOVE FUNC-MV-NOME TO FUNC-MS-NOME
       MOVE FUNC-MV-DATA-ADMISSAO TO FUNC-MS-DATA-ADMISSAO
       MOVE FUNC-MV-CARGO TO FUNC-MS-CARGO
       MOVE FUNC-MV-GRADE TO FUNC-MS-GRADE
       MOVE WRK-EMPRESA-MOV TO FUNC-MS-EMPRESA
       PERFORM 0650-MARCAR-ALTERACAO
       MOVE FUNC-MASTER-REC TO FUNC-MASTER-LINHA
       WRITE FUNC-MASTER-LINHA
       END-WRITE.

       0500-APLICAR-DESLIGAMENTO.
       PERFORM 0510-PREPARAR-DESLIGAMENTO
       IF WRK-MOTIVO-REJEICAO = SPACES
           MOVE 'I' TO FUNC-MS-SITUACAO
           PERFORM 0650-MARCAR-ALTERACAO
           MOVE FUNC-MASTER-REC TO FUNC-MASTER-LINHA
           REWRITE FUNC-MASTER-LINHA
               INVALID KEY
                   MOVE 'ERRO DE REGRAVACAO NO MASTER'
                       TO WRK-MOTIVO-REJEICAO
           END-REWRITE
       END-IF
       IF WRK-MOTIVO-REJEICAO = SPACES
           PERFORM 0520-GRAVAR-DESLIGAMENTO
       END-IF.

       0510-PREPARAR-DESLIGAMENTO.
       MOVE FUNC-MV-MATRICULA TO FUNC-DL-MATRICULA
       IF FUNC-MV-DATA-DESLIGAMENTO IS NUMERIC
          AND FUNC-MV-DATA-DESLIGAMENTO > ZEROS
           MOVE FUNC-MV-DATA-DESLIGAMENTO TO FUNC-DL-DATA
       ELSE
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WRK-DATA-SISTEMA TO FUNC-DL-DATA
       END-IF
       IF FUNC-MV-MOTIVO-DESLIG = SPACE
           MOVE 'S' TO FUNC-DL-MOTIVO
       ELSE
           MOVE FUNC-MV-MOTIVO-DESLIG TO FUNC-DL-MOTIVO
       END-IF
       IF FUNC-MV-AVISO-PREVIO = SPACE
           MOVE 'I' TO FUNC-DL-AVISO
       ELSE
           MOVE FUNC-MV-AVISO-PREVIO TO FUNC-DL-AVISO
       END-IF
       MOVE 'P' TO FUNC-DL-SITUACAO
       EVALUATE TRUE
           WHEN FUNC-MS-INATIVO
               MOVE 'MATRICULA JA DESLIGADA' TO WRK-MOTIVO-REJEICAO
           WHEN NOT FUNC-DL-MOTIVO-VALIDO
               MOVE 'MOTIVO DE DESLIGAMENTO INVALIDO'
                   TO WRK-MOTIVO-REJEICAO
           WHEN NOT FUNC-DL-AVISO-VALIDO
               MOVE 'AVISO PREVIO INVALIDO' TO WRK-MOTIVO-REJEICAO
           WHEN FUNC-DL-DATA < FUNC-MS-DATA-ADMISSAO
               MOVE 'DESLIGAMENTO ANTES DA ADMISSAO'
                   TO WRK-MOTIVO-REJEICAO
       END-EVALUATE.

       0520-GRAVAR-DESLIGAMENTO.
       OPEN EXTEND FUNC-DESLIG-FILE
       IF WRK-DESLIG-STATUS = '35'
           OPEN OUTPUT FUNC-DESLIG-FILE
       END-IF
       MOVE FUNC-DESLIGAMENTO-REC TO FUNC-DESLIG-LINHA
       WRITE FUNC-DESLIG-LINHA
       CLOSE FUNC-DESLIG-FILE.

       0600-APLICAR-TRANSFERENCIA.
       MOVE FUNC-MV-DEPARTAMENTO TO FUNC-MS-DEPARTAMENTO
       MOVE SIS-EXCECAO-REC TO SIS-EXCECAO-LINHA
       WRITE SIS-EXCECAO-LINHA.

       0720-GRAVAR-APLICADO.
       MOVE FUNC-MV-TIPO TO FUNC-MA-TIPO
       MOVE SPACES TO FUNC-MA-MOTIVO
       MOVE SPACES TO FUNC-MA-AVISO
       EVALUATE TRUE
           WHEN FUNC-MV-ADMISSAO
               MOVE FUNC-MS-DATA-ADMISSAO TO FUNC-MA-DATA-EFEITO
           WHEN FUNC-MV-DESLIGAMENTO
               MOVE FUNC-DL-DATA TO FUNC-MA-DATA-EFEITO
               MOVE FUNC-DL-MOTIVO TO FUNC-MA-MOTIVO
               MOVE FUNC-DL-AVISO TO FUNC-MA-AVISO
           WHEN OTHER
               MOVE FUNC-MS-DATA-ALTERACAO TO FUNC-MA-DATA-EFEITO
       END-EVALUATE
       MOVE FUNC-MASTER-REC TO FUNC-MA-MASTER
       MOVE FUNC-MOV-APLICADO-REC TO FUNC-APLICADO-LINHA
       WRITE FUNC-APLICADO-LINHA.

       0730-GRAVAR-JORNAL.
       MOVE 'FUNC-MOVIMENTO' TO FUNC-JR-PROGRAMA
       IF FUNC-MV-ADMISSAO
           SET FUNC-JR-INCLUSAO TO TRUE
       ELSE
           SET FUNC-JR-ALTERACAO TO TRUE
       END-IF
       MOVE FUNC-MASTER-REC TO FUNC-JR-MASTER
       CALL 'FUNC-JORNAL' USING FUNC-JORNAL-REC.

       0740-ATUALIZAR-QUADRO.
       IF FUNC-MV-DESLIGAMENTO
           MOVE FUNC-MS-DEPARTAMENTO TO WRK-DEPTO-BUSCA
           MOVE FUNC-MS-CARGO TO WRK-CARGO-BUSCA
           PERFORM 0390-LOCALIZAR-VAGA
           MOVE WRK-IDX-VAGA TO WRK-IDX-ORIGEM
       END-IF
       IF WRK-IDX-ORIGEM > ZEROS
           IF WRK-TAB-VAG-OCUPADO (WRK-IDX-ORIGEM) > ZEROS
               SUBTRACT 1 FROM WRK-TAB-VAG-OCUPADO (WRK-IDX-ORIGEM)
           END-IF
       END-IF
       IF WRK-IDX-DESTINO > ZEROS
           ADD 1 TO WRK-TAB-VAG-OCUPADO (WRK-IDX-DESTINO)
       END-IF
       IF WRK-SITUACAO-QUADRO NOT = SPACES
           ADD 1 TO WRK-QT-ACIMA-QUADRO
           PERFORM 0750-GRAVAR-AUDITORIA-QUADRO
       END-IF.

       0750-GRAVAR-AUDITORIA-QUADRO.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       ACCEPT WRK-HORA-SISTEMA FROM TIME
       MOVE WRK-DATA-SISTEMA TO FUNC-VA-DATA
       MOVE WRK-HR-HHMMSS TO FUNC-VA-HORA
       MOVE FUNC-MV-TIPO TO FUNC-VA-TIPO
       MOVE FUNC-MV-MATRICULA TO FUNC-VA-MATRICULA
       MOVE WRK-TAB-VAG-DEPARTAMENTO (WRK-IDX-DESTINO)
           TO FUNC-VA-DEPARTAMENTO
       MOVE WRK-TAB-VAG-CARGO (WRK-IDX-DESTINO) TO FUNC-VA-CARGO
       MOVE WRK-TAB-VAG-AUTORIZADO (WRK-IDX-DESTINO)
           TO FUNC-VA-AUTORIZADO
       MOVE WRK-TAB-VAG-OCUPADO (WRK-IDX-DESTINO) TO FUNC-VA-OCUPADO
       MOVE WRK-SITUACAO-QUADRO TO FUNC-VA-SITUACAO
       MOVE FUNC-VAGA-AUDIT-REC TO FUNC-VAGAUD-LINHA
       WRITE FUNC-VAGAUD-LINHA.

       0800-RELATORIO-TOTAIS.
       WRITE FUNC-RELATORIO-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'TOTAL REJEITADOS......: ' DELIMITED BY SIZE
           WRK-QT-REJEITADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-RELATORIO-LINHA FROM WRK-LINHA-RESUMO

       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'ACIMA DO QUADRO.......: ' DELIMITED BY SIZE
           WRK-QT-ACIMA-QUADRO DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-RELATORIO-LINHA FROM WRK-LINHA-RESUMO

       WRITE FUNC-RELATORIO-LINHA FROM WRK-LINHA-BRANCO
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-LE-EMPRESA
           MOVE WRK-TAB-EMT-PROCESSADOS (WRK-EMT-IDX)
               TO WRK-LE-PROCESSADOS
           MOVE WRK-TAB-EMT-REJEITADOS (WRK-EMT-IDX)
               TO WRK-LE-REJEITADOS
           WRITE FUNC-RELATORIO-LINHA FROM WRK-LINHA-EMPRESA
       END-PERFORM.

       0900-FECHAR-ARQUIVOS.
       CLOSE FUNC-MOVIMENTO-FILE
       CLOSE FUNC-MASTER-FILE
       CLOSE FUNC-RELATORIO-FILE
       CLOSE SIS-EXCECAO-FILE
       CLOSE FUNC-APLICADO-FILE
       CLOSE FUNC-VAGAUD-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
