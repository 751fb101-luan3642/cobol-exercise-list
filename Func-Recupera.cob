      ******************************************************************
      * Author:
      * Date:
      * Purpose: point-in-time forward recovery of the employee master
      *          FUNCMST.DAT. The operator tells up to where the master
      *          must be brought back - a date and time, a sequence of
      *          the change journal FUNCJRN.DAT or the end of the
      *          journal. The latest copy of the master verified by
      *          SIS-BACKUP (BKPMAN.DAT) taken before that point is
      *          reloaded into the indexed file, and the after-images
      *          journaled since the backup mark left by SIS-BACKUP
      *          (for copies without a mark, since the backup date) up
      *          to the point are replayed in sequence: a new key is
      *          added, an existing one rewritten. The recovery report
      *          FUNCRECREL.DAT ties the counts together - records in
      *          the manifest, reloaded, journal entries replayed and
      *          the master counted at the end against the reloaded
      *          records plus the new keys; return code 4 when
      *          anything does not agree. The whole of FUNCMST.DAT
      *          is locked through SIS-TRAVA from the confirmation to
      *          the end; a session holding the master or one of its
      *          matriculas cancels the recovery (return code 8)
      *          before anything is overwritten.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNC-RECUPERA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKP-MANIFESTO-FILE ASSIGN TO 'BKPMAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MANIFESTO-STATUS.
           SELECT BKP-COPIA-FILE ASSIGN TO WRK-NOME-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COPIA-STATUS.
           SELECT FUNC-JORNAL-FILE ASSIGN TO 'FUNCJRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JORNAL-STATUS.
           SELECT FUNC-RECUP-REL-FILE ASSIGN TO 'FUNCRECREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT FUNC-MASTER-FILE ASSIGN TO 'FUNCMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MT-MATRICULA
               FILE STATUS IS WRK-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BKP-MANIFESTO-FILE.
       01 BKP-MANIFESTO-LINHA PIC X(28).

       FD  BKP-COPIA-FILE.
       01 BKP-COPIA-LINHA PIC X(100).

       FD  FUNC-JORNAL-FILE.
       01 FUNC-JORNAL-LINHA PIC X(124).

       FD  FUNC-RECUP-REL-FILE.
       01 FUNC-RECUP-REL-LINHA PIC X(80).

       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY FUNCREC.
       COPY SISTRVREC.

       01 BKP-MANIFESTO-REC.
           05 BKP-MN-DATA      PIC 9(08).
           05 BKP-MN-ARQUIVO   PIC X(12).
           05 BKP-MN-QTD       PIC 9(06).
           05 BKP-MN-CONFERIDO PIC X(01).
           05 BKP-MN-TIPO      PIC X(01).

       77 WRK-MANIFESTO-STATUS PIC X(02) VALUE '00'.
       77 WRK-COPIA-STATUS     PIC X(02) VALUE '00'.
       77 WRK-JORNAL-STATUS    PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-MASTER-STATUS    PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-MASTER PIC X(01) VALUE 'N'.
           88 WRK-FIM-MASTER-OK VALUE 'S'.
       77 WRK-NOME-COPIA PIC X(30) VALUE SPACES.

       77 WRK-MODO PIC X(01) VALUE SPACES.
           88 WRK-MODO-DATA-HORA VALUE '1'.
           88 WRK-MODO-SEQUENCIA VALUE '2'.
           88 WRK-MODO-FIM       VALUE '3'.
           88 WRK-MODO-VALIDO    VALUE '1' '2' '3'.
       77 WRK-DATA-IN PIC X(08) VALUE SPACES.
       77 WRK-HORA-IN PIC X(06) VALUE SPACES.
       01 WRK-PONTO.
           05 WRK-PONTO-DATA PIC 9(08) VALUE ZEROS.
           05 WRK-PONTO-HORA PIC 9(06) VALUE ZEROS.
       01 WRK-PONTO-N REDEFINES WRK-PONTO PIC 9(14).
       77 WRK-PONTO-SEQUENCIA PIC 9(09) VALUE ZEROS.
       01 WRK-MOMENTO.
           05 WRK-MOMENTO-DATA PIC 9(08) VALUE ZEROS.
           05 WRK-MOMENTO-HORA PIC 9(06) VALUE ZEROS.
       01 WRK-MOMENTO-N REDEFINES WRK-MOMENTO PIC 9(14).
       77 WRK-CONFIRMA PIC X(01) VALUE SPACES.

       01 WRK-TABELA-BACKUPS.
           05 WRK-TAB-BKP OCCURS 200 TIMES
               INDEXED BY WRK-BKP-IDX.
               10 WRK-TAB-BKP-DATA PIC 9(08).
               10 WRK-TAB-BKP-QTD  PIC 9(06).
       77 WRK-QTD-BACKUPS PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-MARCAS.
           05 WRK-TAB-MRC OCCURS 500 TIMES
               INDEXED BY WRK-MRC-IDX.
               10 WRK-TAB-MRC-DATA-SET  PIC 9(08).
               10 WRK-TAB-MRC-SEQUENCIA PIC 9(09).
               10 WRK-TAB-MRC-MOMENTO   PIC 9(14).
       77 WRK-QTD-MARCAS PIC 9(03) VALUE ZEROS.

       77 WRK-ELEGIVEL PIC X(01) VALUE 'N'.
           88 WRK-ELEGIVEL-OK VALUE 'S'.
       77 WRK-COM-MARCA PIC X(01) VALUE 'N'.
           88 WRK-COM-MARCA-OK VALUE 'S'.
       77 WRK-MARCA-SEQUENCIA PIC 9(09) VALUE ZEROS.
       77 WRK-MARCA-MOMENTO   PIC 9(14) VALUE ZEROS.
       77 WRK-ESCOLHIDO PIC 9(03) VALUE ZEROS.
       77 WRK-BACKUP-DATA  PIC 9(08) VALUE ZEROS.
       77 WRK-BACKUP-QTD   PIC 9(06) VALUE ZEROS.
       77 WRK-BACKUP-MARCA PIC 9(09) VALUE ZEROS.
       77 WRK-BACKUP-COM-MARCA PIC X(01) VALUE 'N'.
           88 WRK-BACKUP-COM-MARCA-OK VALUE 'S'.

       77 WRK-QT-RECARREGADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QT-JORNAL       PIC 9(07) VALUE ZEROS.
       77 WRK-QT-MARCAS-LIDAS PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ANTERIORES   PIC 9(07) VALUE ZEROS.
       77 WRK-QT-POSTERIORES  PIC 9(07) VALUE ZEROS.
       77 WRK-QT-APLICADOS    PIC 9(07) VALUE ZEROS.
       77 WRK-QT-INCLUSOES    PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ALTERACOES   PIC 9(07) VALUE ZEROS.
       77 WRK-QT-CHAVES-NOVAS PIC 9(07) VALUE ZEROS.
       77 WRK-QT-REGRAVADOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ERROS        PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ESPERADOS    PIC 9(07) VALUE ZEROS.
       77 WRK-QT-FINAL        PIC 9(07) VALUE ZEROS.
       77 WRK-ULTIMA-APLICADA PIC 9(09) VALUE ZEROS.
       77 WRK-QT-DIVERGENCIAS PIC 9(02) VALUE ZEROS.

       01 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.

       01 WRK-CABECALHO PIC X(60) VALUE
           'RECUPERACAO DO CADASTRO DE FUNCIONARIOS - FUNC-RECUPERA'.
       01 WRK-LINHA-TOTAL.
           05 WRK-LT-ROTULO PIC X(45).
           05 WRK-LT-VALOR  PIC ZZZZZZZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WRK-LT-NOTA   PIC X(24).
       01 WRK-LINHA-TEXTO PIC X(80).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       PERFORM 0150-OBTER-PONTO THRU 0150-OBTER-PONTO-EXIT.
       IF NOT WRK-MODO-VALIDO
           DISPLAY 'RECUPERACAO CANCELADA - NADA ALTERADO'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 0200-CARREGAR-MANIFESTO.
       PERFORM 0250-CARREGAR-MARCAS.
       PERFORM 0300-ESCOLHER-BACKUP.
       IF WRK-ESCOLHIDO = ZEROS
           DISPLAY 'NENHUMA COPIA CONFERIDA DO CADASTRO ANTERIOR AO'
               ' PONTO INFORMADO'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 0350-MONTAR-NOME-COPIA.
       DISPLAY 'COPIA A RECARREGAR: ' WRK-NOME-COPIA
           ' (' WRK-BACKUP-QTD ' REGISTROS)'
       IF WRK-BACKUP-COM-MARCA-OK
           DISPLAY 'JORNAL REAPLICADO A PARTIR DA SEQUENCIA '
               WRK-BACKUP-MARCA
       ELSE
           DISPLAY 'COPIA SEM MARCA NO JORNAL - REAPLICADO DESDE '
               WRK-BACKUP-DATA
       END-IF
       DISPLAY 'O CADASTRO FUNCMST.DAT ATUAL SERA SUBSTITUIDO.'
           ' CONFIRMA? (S/N)'
       ACCEPT WRK-CONFIRMA FROM CONSOLE
       IF WRK-CONFIRMA NOT = 'S'
           DISPLAY 'RECUPERACAO CANCELADA - NADA ALTERADO'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 0110-TRAVAR-MASTER.
       PERFORM 0400-RECARREGAR-COPIA.
       IF WRK-COPIA-STATUS NOT = '00'
           DISPLAY 'COPIA AUSENTE: ' WRK-NOME-COPIA
               ' - RECUPERACAO CANCELADA'
           PERFORM 0115-LIBERAR-MASTER
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 0500-REAPLICAR-JORNAL.
       PERFORM 0600-CONTAR-MASTER.
       PERFORM 0115-LIBERAR-MASTER.
       PERFORM 0700-EMITIR-RELATORIO.
       IF WRK-QT-DIVERGENCIAS = ZEROS
           MOVE 0 TO RETURN-CODE
       ELSE
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

      *    the whole file is held for the run; a session open on
      *    it stops the run before anything is changed
       0110-TRAVAR-MASTER.
       MOVE SPACES TO SIS-TRAVA-PEDIDO
       SET SIS-TP-TRAVAR TO TRUE
       MOVE 'FUNCMST.DAT' TO SIS-TP-ARQUIVO
       MOVE 'LOTE' TO SIS-TP-USUARIO
       MOVE 'FUNC-RECUPERA' TO SIS-TP-PROGRAMA
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO
       IF SIS-TP-NEGADA
           DISPLAY 'FUNCMST.DAT ' SIS-TP-MENSAGEM
           DISPLAY 'RECUPERACAO CANCELADA - NADA ALTERADO'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       0115-LIBERAR-MASTER.
       SET SIS-TP-LIBERAR TO TRUE
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO.

       0150-OBTER-PONTO.
       DISPLAY 'RECUPERAR O CADASTRO ATE:'
       DISPLAY '1 - DATA E HORA'
       DISPLAY '2 - SEQUENCIA DO JORNAL'
       DISPLAY '3 - FIM DO JORNAL'
       ACCEPT WRK-MODO FROM CONSOLE
       EVALUATE TRUE
           WHEN WRK-MODO-DATA-HORA
               DISPLAY 'INFORME A DATA (AAAAMMDD)'
               ACCEPT WRK-DATA-IN FROM CONSOLE
               DISPLAY 'INFORME A HORA (HHMMSS, BRANCO = FIM DO DIA)'
               MOVE SPACES TO WRK-HORA-IN
               ACCEPT WRK-HORA-IN FROM CONSOLE
               IF WRK-HORA-IN = SPACES
                   MOVE '235959' TO WRK-HORA-IN
               END-IF
               IF WRK-DATA-IN IS NOT NUMERIC
                  OR WRK-HORA-IN IS NOT NUMERIC
                   DISPLAY 'DATA OU HORA INVALIDA'
                   MOVE SPACES TO WRK-MODO
                   GO TO 0150-OBTER-PONTO-EXIT
               END-IF
               MOVE WRK-DATA-IN TO WRK-PONTO-DATA
               MOVE WRK-HORA-IN TO WRK-PONTO-HORA
           WHEN WRK-MODO-SEQUENCIA
               DISPLAY 'INFORME A SEQUENCIA DO JORNAL'
               ACCEPT WRK-PONTO-SEQUENCIA FROM CONSOLE
               IF WRK-PONTO-SEQUENCIA = ZEROS
                   DISPLAY 'SEQUENCIA INVALIDA'
                   MOVE SPACES TO WRK-MODO
               END-IF
           WHEN WRK-MODO-FIM
               CONTINUE
           WHEN OTHER
               DISPLAY 'OPCAO INVALIDA'
       END-EVALUATE.
       0150-OBTER-PONTO-EXIT.
       EXIT.

       0200-CARREGAR-MANIFESTO.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT BKP-MANIFESTO-FILE
       IF WRK-MANIFESTO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ BKP-MANIFESTO-FILE INTO BKP-MANIFESTO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF BKP-MN-ARQUIVO = 'FUNCMST.DAT'
                          AND BKP-MN-CONFERIDO = 'S'
                           IF WRK-QTD-BACKUPS >= 200
                               PERFORM 9000-ABORTAR-CAPACIDADE
                           END-IF
                           ADD 1 TO WRK-QTD-BACKUPS
                           MOVE BKP-MN-DATA TO
                               WRK-TAB-BKP-DATA (WRK-QTD-BACKUPS)
                           MOVE BKP-MN-QTD TO
                               WRK-TAB-BKP-QTD (WRK-QTD-BACKUPS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKP-MANIFESTO-FILE
       ELSE
           DISPLAY 'MANIFESTO BKPMAN.DAT AUSENTE'
       END-IF.

       0250-CARREGAR-MARCAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT FUNC-JORNAL-FILE
       IF WRK-JORNAL-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-JORNAL-FILE INTO FUNC-JORNAL-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF FUNC-JR-MARCA-BACKUP
                           PERFORM 0260-GUARDAR-MARCA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUNC-JORNAL-FILE
       END-IF.

       0260-GUARDAR-MARCA.
       IF WRK-QTD-MARCAS >= 500
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-QTD-MARCAS
       MOVE FUNC-JR-MC-DATA-SET TO
           WRK-TAB-MRC-DATA-SET (WRK-QTD-MARCAS)
       MOVE FUNC-JR-SEQUENCIA TO
           WRK-TAB-MRC-SEQUENCIA (WRK-QTD-MARCAS)
       MOVE FUNC-JR-DATA TO WRK-MOMENTO-DATA
       MOVE FUNC-JR-HORA TO WRK-MOMENTO-HORA
       MOVE WRK-MOMENTO-N TO WRK-TAB-MRC-MOMENTO (WRK-QTD-MARCAS).

      *    the newest verified copy taken before the point wins
       0300-ESCOLHER-BACKUP.
       MOVE ZEROS TO WRK-ESCOLHIDO
       PERFORM VARYING WRK-BKP-IDX FROM 1 BY 1
               UNTIL WRK-BKP-IDX > WRK-QTD-BACKUPS
           PERFORM 0310-LOCALIZAR-MARCA
           PERFORM 0320-VERIFICAR-ELEGIVEL
           IF WRK-ELEGIVEL-OK
               IF WRK-ESCOLHIDO = ZEROS
                  OR WRK-TAB-BKP-DATA (WRK-BKP-IDX) >= WRK-BACKUP-DATA
                   SET WRK-ESCOLHIDO TO WRK-BKP-IDX
                   MOVE WRK-TAB-BKP-DATA (WRK-BKP-IDX)
                       TO WRK-BACKUP-DATA
                   MOVE WRK-TAB-BKP-QTD (WRK-BKP-IDX)
                       TO WRK-BACKUP-QTD
                   MOVE WRK-COM-MARCA TO WRK-BACKUP-COM-MARCA
                   MOVE WRK-MARCA-SEQUENCIA TO WRK-BACKUP-MARCA
               END-IF
           END-IF
       END-PERFORM.

      *    the last mark left for the set date is the one that counts
       0310-LOCALIZAR-MARCA.
       MOVE 'N' TO WRK-COM-MARCA
       MOVE ZEROS TO WRK-MARCA-SEQUENCIA
       MOVE ZEROS TO WRK-MARCA-MOMENTO
       PERFORM VARYING WRK-MRC-IDX FROM 1 BY 1
               UNTIL WRK-MRC-IDX > WRK-QTD-MARCAS
           IF WRK-TAB-MRC-DATA-SET (WRK-MRC-IDX)
                  = WRK-TAB-BKP-DATA (WRK-BKP-IDX)
              AND WRK-TAB-MRC-SEQUENCIA (WRK-MRC-IDX)
                  > WRK-MARCA-SEQUENCIA
               MOVE 'S' TO WRK-COM-MARCA
               MOVE WRK-TAB-MRC-SEQUENCIA (WRK-MRC-IDX)
                   TO WRK-MARCA-SEQUENCIA
               MOVE WRK-TAB-MRC-MOMENTO (WRK-MRC-IDX)
                   TO WRK-MARCA-MOMENTO
           END-IF
       END-PERFORM.

      *    a copy without a mark is only safe when taken on an
      *    earlier day than the point
       0320-VERIFICAR-ELEGIVEL.
       MOVE 'N' TO WRK-ELEGIVEL
       EVALUATE TRUE
           WHEN WRK-MODO-FIM
               MOVE 'S' TO WRK-ELEGIVEL
           WHEN WRK-MODO-DATA-HORA AND WRK-COM-MARCA-OK
               IF WRK-MARCA-MOMENTO <= WRK-PONTO-N
                   MOVE 'S' TO WRK-ELEGIVEL
               END-IF
           WHEN WRK-MODO-DATA-HORA
               IF WRK-TAB-BKP-DATA (WRK-BKP-IDX) < WRK-PONTO-DATA
                   MOVE 'S' TO WRK-ELEGIVEL
               END-IF
           WHEN WRK-MODO-SEQUENCIA AND WRK-COM-MARCA-OK
               IF WRK-MARCA-SEQUENCIA <= WRK-PONTO-SEQUENCIA
                   MOVE 'S' TO WRK-ELEGIVEL
               END-IF
       END-EVALUATE.

       0350-MONTAR-NOME-COPIA.
       MOVE SPACES TO WRK-NOME-COPIA
       STRING 'BKP' DELIMITED BY SIZE
           WRK-BACKUP-DATA DELIMITED BY SIZE
           '.FUNCMST.DAT' DELIMITED BY SIZE
           INTO WRK-NOME-COPIA.

       0400-RECARREGAR-COPIA.
       MOVE ZEROS TO WRK-QT-RECARREGADOS
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT BKP-COPIA-FILE
       IF WRK-COPIA-STATUS = '00'
           OPEN OUTPUT FUNC-MASTER-FILE
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ BKP-COPIA-FILE
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       MOVE BKP-COPIA-LINHA (1:85)
                           TO FUNC-MASTER-LINHA
                       WRITE FUNC-MASTER-LINHA
                           INVALID KEY
                               DISPLAY 'CHAVE INVALIDA IGNORADA: '
                                   FUNC-MT-MATRICULA
                           NOT INVALID KEY
                               ADD 1 TO WRK-QT-RECARREGADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE FUNC-MASTER-FILE
           CLOSE BKP-COPIA-FILE
       END-IF.

       0500-REAPLICAR-JORNAL.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT FUNC-JORNAL-FILE
       IF WRK-JORNAL-STATUS = '00'
           OPEN I-O FUNC-MASTER-FILE
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-JORNAL-FILE INTO FUNC-JORNAL-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QT-JORNAL
                       PERFORM 0510-CLASSIFICAR-ENTRADA
               END-READ
           END-PERFORM
           CLOSE FUNC-MASTER-FILE
           CLOSE FUNC-JORNAL-FILE
       ELSE
           DISPLAY 'JORNAL FUNCJRN.DAT AUSENTE - NADA A REAPLICAR'
       END-IF.

       0510-CLASSIFICAR-ENTRADA.
       MOVE FUNC-JR-DATA TO WRK-MOMENTO-DATA
       MOVE FUNC-JR-HORA TO WRK-MOMENTO-HORA
       EVALUATE TRUE
           WHEN FUNC-JR-MARCA-BACKUP
               ADD 1 TO WRK-QT-MARCAS-LIDAS
           WHEN WRK-BACKUP-COM-MARCA-OK
                AND FUNC-JR-SEQUENCIA <= WRK-BACKUP-MARCA
               ADD 1 TO WRK-QT-ANTERIORES
           WHEN NOT WRK-BACKUP-COM-MARCA-OK
                AND FUNC-JR-DATA < WRK-BACKUP-DATA
               ADD 1 TO WRK-QT-ANTERIORES
           WHEN WRK-MODO-DATA-HORA AND WRK-MOMENTO-N > WRK-PONTO-N
               ADD 1 TO WRK-QT-POSTERIORES
           WHEN WRK-MODO-SEQUENCIA
                AND FUNC-JR-SEQUENCIA > WRK-PONTO-SEQUENCIA
               ADD 1 TO WRK-QT-POSTERIORES
           WHEN OTHER
               PERFORM 0520-APLICAR-ENTRADA
       END-EVALUATE.

       0520-APLICAR-ENTRADA.
       ADD 1 TO WRK-QT-APLICADOS
       MOVE FUNC-JR-SEQUENCIA TO WRK-ULTIMA-APLICADA
       IF FUNC-JR-INCLUSAO
           ADD 1 TO WRK-QT-INCLUSOES
       ELSE
           ADD 1 TO WRK-QT-ALTERACOES
       END-IF
       MOVE FUNC-JR-MASTER TO FUNC-MASTER-LINHA
       WRITE FUNC-MASTER-LINHA
           INVALID KEY
               REWRITE FUNC-MASTER-LINHA
                   INVALID KEY
                       ADD 1 TO WRK-QT-ERROS
                       DISPLAY 'ERRO AO REAPLICAR SEQUENCIA '
                           FUNC-JR-SEQUENCIA ': ' WRK-MASTER-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-REGRAVADOS
               END-REWRITE
           NOT INVALID KEY
               ADD 1 TO WRK-QT-CHAVES-NOVAS
       END-WRITE.

       0600-CONTAR-MASTER.
       MOVE ZEROS TO WRK-QT-FINAL
       MOVE 'N' TO WRK-FIM-MASTER
       OPEN INPUT FUNC-MASTER-FILE
       IF WRK-MASTER-STATUS = '00'
           MOVE ZEROS TO FUNC-MT-MATRICULA
           START FUNC-MASTER-FILE KEY NOT < FUNC-MT-MATRICULA
               INVALID KEY MOVE 'S' TO WRK-FIM-MASTER
           END-START
           PERFORM UNTIL WRK-FIM-MASTER-OK
               READ FUNC-MASTER-FILE NEXT RECORD
                   AT END MOVE 'S' TO WRK-FIM-MASTER
                   NOT AT END ADD 1 TO WRK-QT-FINAL
               END-READ
           END-PERFORM
           CLOSE FUNC-MASTER-FILE
       END-IF.

       0700-EMITIR-RELATORIO.
       OPEN OUTPUT FUNC-RECUP-REL-FILE
       MOVE WRK-CABECALHO TO WRK-LINHA-TEXTO
       PERFORM 0790-IMPRIMIR-TEXTO
       MOVE SPACES TO WRK-LINHA-TEXTO
       STRING 'COPIA RECARREGADA: ' DELIMITED BY SIZE
           WRK-NOME-COPIA DELIMITED BY SPACE
           INTO WRK-LINHA-TEXTO
       PERFORM 0790-IMPRIMIR-TEXTO
       MOVE SPACES TO WRK-LINHA-TEXTO
       EVALUATE TRUE
           WHEN WRK-MODO-DATA-HORA
               STRING 'PONTO DE RECUPERACAO: ' DELIMITED BY SIZE
                   WRK-PONTO-DATA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-PONTO-HORA DELIMITED BY SIZE
                   INTO WRK-LINHA-TEXTO
           WHEN WRK-MODO-SEQUENCIA
               STRING 'PONTO DE RECUPERACAO: SEQUENCIA '
                   DELIMITED BY SIZE
                   WRK-PONTO-SEQUENCIA DELIMITED BY SIZE
                   INTO WRK-LINHA-TEXTO
           WHEN OTHER
               MOVE 'PONTO DE RECUPERACAO: FIM DO JORNAL'
                   TO WRK-LINHA-TEXTO
       END-EVALUATE
       PERFORM 0790-IMPRIMIR-TEXTO
       MOVE SPACES TO WRK-LINHA-TEXTO
       IF WRK-BACKUP-COM-MARCA-OK
           STRING 'MARCA DO BACKUP NO JORNAL: SEQUENCIA '
               DELIMITED BY SIZE
               WRK-BACKUP-MARCA DELIMITED BY SIZE
               INTO WRK-LINHA-TEXTO
       ELSE
           MOVE 'COPIA SEM MARCA - REAPLICADO DESDE A DATA DO BACKUP'
               TO WRK-LINHA-TEXTO
       END-IF
       PERFORM 0790-IMPRIMIR-TEXTO
       MOVE WRK-LINHA-BRANCO TO WRK-LINHA-TEXTO
       PERFORM 0790-IMPRIMIR-TEXTO

       MOVE 'REGISTROS NA COPIA (MANIFESTO)' TO WRK-LT-ROTULO
       MOVE WRK-BACKUP-QTD TO WRK-LT-VALOR
       MOVE SPACES TO WRK-LT-NOTA
       PERFORM 0780-IMPRIMIR-TOTAL
       MOVE 'REGISTROS RECARREGADOS' TO WRK-LT-ROTULO
       MOVE WRK-QT-RECARREGADOS TO WRK-LT-VALOR
       IF WRK-QT-RECARREGADOS = WRK-BACKUP-QTD
           MOVE 'CONFERE COM O MANIFESTO' TO WRK-LT-NOTA
       ELSE
           MOVE 'DIVERGE DO MANIFESTO' TO WRK-LT-NOTA
           ADD 1 TO WRK-QT-DIVERGENCIAS
       END-IF
       PERFORM 0780-IMPRIMIR-TOTAL

       MOVE SPACES TO WRK-LT-NOTA
       MOVE 'ENTRADAS LIDAS NO JORNAL' TO WRK-LT-ROTULO
       MOVE WRK-QT-JORNAL TO WRK-LT-VALOR
       PERFORM 0780-IMPRIMIR-TOTAL
       MOVE '  MARCAS DE BACKUP' TO WRK-LT-ROTULO
       MOVE WRK-QT-MARCAS-LIDAS TO WRK-LT-VALOR
       PERFORM 0780-IMPRIMIR-TOTAL
       MOVE '  JA CONTIDAS NA COPIA' TO WRK-LT-ROTULO
       MOVE WRK-QT-ANTERIORES TO WRK-LT-VALOR
       PERFORM 0780-IMPRIMIR-TOTAL
       MOVE '  POSTERIORES AO PONTO (NAO REAPLICADAS)'
           TO WRK-LT-ROTULO
       MOVE WRK-QT-POSTERIORES TO WRK-LT-VALOR
       PERFORM 0780-IMPRIMIR-TOTAL
       MOVE '  REAPLICADAS' TO WRK-LT-ROTULO
       MOVE WRK-QT-APLICADOS TO WRK-LT-VALOR
       IF WRK-QT-MARCAS-LIDAS + WRK-QT-ANTERIORES
          + WRK-QT-POSTERIORES + WRK-QT-APLICADOS = WRK-QT-JORNAL
           MOVE 'CONFERE COM O LIDO' TO WRK-LT-NOTA
       ELSE
           MOVE 'DIVERGE DO LIDO' TO WRK-LT-NOTA
           ADD 1 TO WRK-QT-DIVERGENCIAS
       END-IF
       PERFORM 0780-IMPRIMIR-TOTAL
       MOVE SPACES TO WRK-LT-NOTA
       MOVE '    INCLUSOES' TO WRK-LT-ROTULO
       MOVE WRK-QT-INCLUSOES TO WRK-LT-VALOR
       PERFORM 0780-IMPRIMIR-TOTAL
       MOVE '    ALTERACOES' TO WRK-LT-ROTULO
       MOVE WRK-QT-ALTERACOES TO WRK-LT-VALOR
       PERFORM 0780-IMPRIMIR-TOTAL
       MOVE '    CHAVES NOVAS NO CADASTRO' TO WRK-LT-ROTULO
       MOVE WRK-QT-CHAVES-NOVAS TO WRK-LT-VALOR
       PERFORM 0780-IMPRIMIR-TOTAL
       MOVE '    REGISTROS REGRAVADOS' TO WRK-LT-ROTULO
       MOVE WRK-QT-REGRAVADOS TO WRK-LT-VALOR
       PERFORM 0780-IMPRIMIR-TOTAL
       MOVE '    ERROS DE REGRAVACAO' TO WRK-LT-ROTULO
       MOVE WRK-QT-ERROS TO WRK-LT-VALOR
       IF WRK-QT-ERROS > ZEROS
           MOVE 'VER MENSAGENS DO RUN' TO WRK-LT-NOTA
           ADD 1 TO WRK-QT-DIVERGENCIAS
       END-IF
       PERFORM 0780-IMPRIMIR-TOTAL
       MOVE SPACES TO WRK-LT-NOTA
       MOVE 'ULTIMA SEQUENCIA REAPLICADA' TO WRK-LT-ROTULO
       MOVE WRK-ULTIMA-APLICADA TO WRK-LT-VALOR
       PERFORM 0780-IMPRIMIR-TOTAL

       COMPUTE WRK-QT-ESPERADOS =
           WRK-QT-RECARREGADOS + WRK-QT-CHAVES-NOVAS
       MOVE 'REGISTROS ESPERADOS (RECARREGADOS + NOVAS)'
           TO WRK-LT-ROTULO
       MOVE WRK-QT-ESPERADOS TO WRK-LT-VALOR
       PERFORM 0780-IMPRIMIR-TOTAL
       MOVE 'REGISTROS NO CADASTRO RECUPERADO' TO WRK-LT-ROTULO
       MOVE WRK-QT-FINAL TO WRK-LT-VALOR
       IF WRK-QT-FINAL = WRK-QT-ESPERADOS
           MOVE 'CONFERE' TO WRK-LT-NOTA
       ELSE
           MOVE 'DIVERGE' TO WRK-LT-NOTA
           ADD 1 TO WRK-QT-DIVERGENCIAS
       END-IF
       PERFORM 0780-IMPRIMIR-TOTAL

       MOVE WRK-LINHA-BRANCO TO WRK-LINHA-TEXTO
       PERFORM 0790-IMPRIMIR-TEXTO
       IF WRK-QT-DIVERGENCIAS = ZEROS
           MOVE 'RECUPERACAO CONCLUIDA - TOTAIS CONFERIDOS'
               TO WRK-LINHA-TEXTO
       ELSE
           MOVE 'RECUPERACAO CONCLUIDA COM DIVERGENCIAS - VERIFICAR'
               TO WRK-LINHA-TEXTO
       END-IF
       PERFORM 0790-IMPRIMIR-TEXTO
       CLOSE FUNC-RECUP-REL-FILE.

       0780-IMPRIMIR-TOTAL.
       MOVE WRK-LINHA-TOTAL TO WRK-LINHA-TEXTO
       PERFORM 0790-IMPRIMIR-TEXTO.

       0790-IMPRIMIR-TEXTO.
       WRITE FUNC-RECUP-REL-LINHA FROM WRK-LINHA-TEXTO
       DISPLAY WRK-LINHA-TEXTO.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
