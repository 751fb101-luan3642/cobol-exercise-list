      *          rows with no client keep the default arithmetic, and
      *          rows citing an unknown or expired contract go to
      *          EX11EXC.DAT instead of being priced at default
      *          rates; so do rows of a client that EX11-COBRANCA put
      *          on credit hold (EX11-CT-BLOQUEIO) after its final
      *          dunning notice.  Every contract-priced row is also
      *          appended to EX11CALC.DAT (business date, client,
      *          triple and charged soma), where EX11-FATURA picks it
      *          up for the client's monthly invoice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EX11-EXCECAO-FILE ASSIGN TO 'EX11EXC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXCECAO-STATUS.
           SELECT EX11-CALCULO-FILE ASSIGN TO 'EX11CALC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CALCULO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 SIS-EXCECAO-LINHA PIC X(84).

       FD  EX11-CONTRATO-FILE.
       01 EX11-CONTRATO-LINHA PIC X(42).

       FD  EX11-EXCECAO-FILE.
       01 EX11-EXCECAO-LINHA PIC X(81).

       FD  EX11-CALCULO-FILE.
       01 EX11-CALCULO-LINHA PIC X(43).

       WORKING-STORAGE SECTION.
       COPY EX11REC.
       COPY SISCTLREC.
       77 WRK-DATA-NEGOCIO   PIC 9(08) VALUE ZEROS.
       77 WRK-CONTRATO-STATUS PIC X(02) VALUE '00'.
       77 WRK-EXCECAO-STATUS  PIC X(02) VALUE '00'.
       77 WRK-CALCULO-STATUS  PIC X(02) VALUE '00'.
       77 WRK-QTD-CALCULOS    PIC 9(06) VALUE ZEROS.
       77 WRK-FIM-CONTRATOS PIC X(01) VALUE 'N'.
           88 WRK-FIM-CONTRATOS-OK VALUE 'S'.
       01 WRK-TABELA-CONTRATOS.
               10 WRK-TAB-CTR-MINIMO       PIC 9(06)V99.
               10 WRK-TAB-CTR-DATA-INICIO  PIC 9(08).
               10 WRK-TAB-CTR-DATA-FIM     PIC 9(08).
               10 WRK-TAB-CTR-BLOQUEIO     PIC X(01).
       77 WRK-QTD-CONTRATOS PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-CONTRATO PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-CONTRATO-OK VALUE 'S'.
       77 WRK-MOTIVO-CONTRATO PIC X(40) VALUE SPACES.
       77 WRK-QTD-EXCECOES PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-HOJE-N  PIC 9(08) VALUE ZEROS.
       77 WRK-TOT-PRODUTO    PIC 9(10) VALUE ZEROS.
                               MOVE EX11-CT-DATA-FIM TO
                                   WRK-TAB-CTR-DATA-FIM
                                       (WRK-QTD-CONTRATOS)
                               MOVE EX11-CT-BLOQUEIO TO
                                   WRK-TAB-CTR-BLOQUEIO
                                       (WRK-QTD-CONTRATOS)
                           END-IF
                   END-READ
               END-PERFORM
               OPEN OUTPUT EX11-AUDIT-FILE
           END-IF

           OPEN EXTEND EX11-CALCULO-FILE
           IF WRK-CALCULO-STATUS = '35'
               OPEN OUTPUT EX11-CALCULO-FILE
           END-IF

           WRITE EX11-RELATORIO-LINHA FROM WRK-LINHA-CABECALHO1
           WRITE EX11-RELATORIO-LINHA FROM WRK-LINHA-CABECALHO2
           PERFORM 0250-GRAVAR-DATA-RELATORIO
           IF EX11-TR-CLIENTE NOT = SPACES
              AND EX11-TR-CLIENTE NOT = LOW-VALUES
               PERFORM 0350-LOCALIZAR-CONTRATO
               MOVE SPACES TO WRK-MOTIVO-CONTRATO
               IF NOT WRK-ACHOU-CONTRATO-OK
                   MOVE 'CONTRATO INEXISTENTE OU VENCIDO'
                       TO WRK-MOTIVO-CONTRATO
               ELSE
                   IF WRK-TAB-CTR-BLOQUEIO (WRK-CTR-IDX) = 'S'
                       MOVE 'CLIENTE EM BLOQUEIO DE CREDITO'
                           TO WRK-MOTIVO-CONTRATO
                   END-IF
               END-IF
               IF WRK-MOTIVO-CONTRATO NOT = SPACES
                   PERFORM 0360-GRAVAR-EXCECAO-CONTRATO
                   READ EX11-ENTRADA INTO EX11-TRAN-REC
                       AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           WRITE EX11-RELATORIO-LINHA FROM WRK-LINHA-DETALHE

           PERFORM 0500-GRAVAR-AUDITORIA
           IF WRK-ACHOU-CONTRATO-OK
               PERFORM 0550-GRAVAR-CALCULO
           END-IF

           READ EX11-ENTRADA INTO EX11-TRAN-REC
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           MOVE 'CLIENTE' TO EX11-EX-CAMPO
           MOVE SPACES TO EX11-EX-VALOR
           MOVE EX11-TR-CLIENTE TO EX11-EX-VALOR (1:5)
           MOVE WRK-MOTIVO-CONTRATO TO EX11-EX-MOTIVO
           MOVE EX11-EXCP-REC TO EX11-EXCECAO-LINHA
           WRITE EX11-EXCECAO-LINHA.

           MOVE EX11-AUDIT-REC TO EX11-AUDIT-LINE
           WRITE EX11-AUDIT-LINE.

       0550-GRAVAR-CALCULO.
           MOVE WRK-DATA-NEGOCIO TO EX11-CL-DATA
           MOVE EX11-TR-CLIENTE TO EX11-CL-CLIENTE
           MOVE EX11-RS-NM1 TO EX11-CL-NM1
           MOVE EX11-RS-NM2 TO EX11-CL-NM2
           MOVE EX11-RS-NM3 TO EX11-CL-NM3
           MOVE EX11-RS-SOMA TO EX11-CL-VALOR
           MOVE ZEROS TO EX11-CL-FATURA
           MOVE EX11-CALCULO-REC TO EX11-CALCULO-LINHA
           WRITE EX11-CALCULO-LINHA
           ADD 1 TO WRK-QTD-CALCULOS.

       0900-FECHAR-ARQUIVOS.
           CLOSE EX11-ENTRADA
           CLOSE EX11-SAIDA
           CLOSE EX11-RELATORIO
           CLOSE EX11-AUDIT-FILE
           CLOSE EX11-EXCECAO-FILE
           CLOSE EX11-CALCULO-FILE
           CLOSE SIS-EXCECAO-FILE.

       0950-GRAVAR-CONTROLE.
