      ******************************************************************
      * Author:
      * Date:
      * Purpose: dispatcher of the central notification outbox - for
      *          every pendente alert in SISNOTIF.DAT, and every
      *          falha not yet tried SIS-NT-MAX-TENTATIVAS times, it
      *          takes the template from SISNOTMOD.DAT, looks up the
      *          recipient's address for the channel in the address
      *          book SISNOTDST.DAT, puts the alert's data fields in
      *          the template's &1 to &5 places and appends the
      *          message to the e-mail/SMS interface file
      *          SISNOTENV.DAT. An alert identical (recipient,
      *          channel, template and data) to one already sent
      *          within the template's quiet period, in hours, is
      *          held as retida instead of being sent again. A
      *          missing template or address, or an invalid channel,
      *          marks the alert falha with the reason, to be tried
      *          again on the next run. Every alert is rewritten with
      *          its status, attempts and send date and time; alerts
      *          settled more than WRK-DIAS-RETENCAO days ago are
      *          dropped from the outbox. Totals go to SISCTL.DAT;
      *          return code 4 when any alert failed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIS-ENVIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIS-NOTIFICACAO-FILE ASSIGN TO 'SISNOTIF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOTIFICACAO-STATUS.
           SELECT SIS-MODELO-FILE ASSIGN TO 'SISNOTMOD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MODELO-STATUS.
           SELECT SIS-DESTINO-FILE ASSIGN TO 'SISNOTDST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DESTINO-STATUS.
           SELECT SIS-ENVIO-FILE ASSIGN TO 'SISNOTENV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ENVIO-STATUS.
           SELECT SIS-CONTROLE-FILE ASSIGN TO 'SISCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SISCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIS-NOTIFICACAO-FILE.
       01 SIS-NOTIFICACAO-LINHA PIC X(195).

       FD  SIS-MODELO-FILE.
       01 SIS-MODELO-LINHA PIC X(172).

       FD  SIS-DESTINO-FILE.
       01 SIS-DESTINO-LINHA PIC X(71).

       FD  SIS-ENVIO-FILE.
       01 SIS-ENVIO-LINHA PIC X(265).

       FD  SIS-CONTROLE-FILE.
       01 SIS-CONTROLE-LINHA PIC X(52).

       WORKING-STORAGE SECTION.
       COPY SISNOTREC.
       COPY SISCTLREC.

       77 WRK-NOTIFICACAO-STATUS PIC X(02) VALUE '00'.
       77 WRK-MODELO-STATUS      PIC X(02) VALUE '00'.
       77 WRK-DESTINO-STATUS     PIC X(02) VALUE '00'.
       77 WRK-ENVIO-STATUS       PIC X(02) VALUE '00'.
       77 WRK-SISCTL-STATUS      PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-TABELA-NOTIFICACOES.
           05 WRK-TAB-NOT OCCURS 5000 TIMES
               INDEXED BY WRK-NOT-IDX WRK-OUT-IDX.
               10 WRK-TAB-NOT-REGISTRO.
                   15 FILLER              PIC X(29).
                   15 WRK-TAB-NOT-CHAVE   PIC X(129).
                   15 WRK-TAB-NOT-SITUACAO PIC X(01).
                   15 FILLER              PIC X(02).
                   15 WRK-TAB-NOT-DATA-ENVIO PIC 9(08).
                   15 WRK-TAB-NOT-HH-ENVIO PIC 9(02).
                   15 WRK-TAB-NOT-MM-ENVIO PIC 9(02).
                   15 FILLER              PIC X(22).
       77 WRK-QTD-NOTIFICACOES PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LIDAS        PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RELIDAS      PIC 9(05) VALUE ZEROS.

       01 WRK-TABELA-MODELOS.
           05 WRK-TAB-MOD OCCURS 100 TIMES
               INDEXED BY WRK-MOD-IDX.
               10 WRK-TAB-MOD-REGISTRO PIC X(172).
       77 WRK-QTD-MODELOS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-DESTINOS.
           05 WRK-TAB-DST OCCURS 500 TIMES
               INDEXED BY WRK-DST-IDX.
               10 WRK-TAB-DST-DESTINATARIO PIC X(20).
               10 WRK-TAB-DST-CANAL        PIC X(01).
               10 WRK-TAB-DST-ENDERECO     PIC X(50).
       77 WRK-QTD-DESTINOS PIC 9(03) VALUE ZEROS.

       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-RETER PIC X(01) VALUE 'N'.
           88 WRK-RETER-OK VALUE 'S'.
       77 WRK-MOTIVO PIC X(20) VALUE SPACES.
       77 WRK-DIAS-RETENCAO PIC 9(03) VALUE 90.

       77 WRK-DIA-ATUAL     PIC 9(07) VALUE ZEROS.
       77 WRK-MINUTO-ATUAL  PIC 9(09) VALUE ZEROS.
       77 WRK-MINUTO-ENVIO  PIC 9(09) VALUE ZEROS.
       77 WRK-DIA-REGISTRO  PIC 9(07) VALUE ZEROS.

       77 WRK-POS         PIC 9(03) VALUE ZEROS.
       77 WRK-TAM-MODELO  PIC 9(03) VALUE ZEROS.
       77 WRK-INI-CAMPO   PIC 9(02) VALUE ZEROS.
       77 WRK-TAM-CAMPO   PIC 9(02) VALUE ZEROS.
       77 WRK-NUM-CAMPO   PIC 9(01) VALUE ZEROS.
       77 WRK-PONTEIRO    PIC 9(03) VALUE ZEROS.

       77 WRK-QT-TENTADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ENVIADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RETIDAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FALHAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXPURGADAS PIC 9(05) VALUE ZEROS.

       01 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-SISTEMA.
           05 WRK-HR-HHMMSS.
               10 WRK-HR-HORA PIC 9(02).
               10 WRK-HR-MIN  PIC 9(02).
               10 WRK-HR-SEG  PIC 9(02).
           05 FILLER        PIC 9(02).

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       ACCEPT WRK-HORA-SISTEMA FROM TIME
       COMPUTE WRK-DIA-ATUAL =
           FUNCTION INTEGER-OF-DATE (WRK-DATA-SISTEMA)
       COMPUTE WRK-MINUTO-ATUAL = WRK-DIA-ATUAL * 1440
           + WRK-HR-HORA * 60 + WRK-HR-MIN
       PERFORM 0150-CARREGAR-MODELOS.
       PERFORM 0160-CARREGAR-DESTINOS.
       PERFORM 0170-CARREGAR-NOTIFICACOES.
       OPEN EXTEND SIS-ENVIO-FILE
       IF WRK-ENVIO-STATUS = '35'
           OPEN OUTPUT SIS-ENVIO-FILE
       END-IF
       PERFORM VARYING WRK-NOT-IDX FROM 1 BY 1
               UNTIL WRK-NOT-IDX > WRK-QTD-NOTIFICACOES
           MOVE WRK-TAB-NOT-REGISTRO (WRK-NOT-IDX)
               TO SIS-NOTIFICACAO-REC
           IF SIS-NT-PENDENTE
              OR (SIS-NT-FALHA
                  AND SIS-NT-TENTATIVAS < SIS-NT-MAX-TENTATIVAS)
               PERFORM 0300-DESPACHAR THRU 0300-DESPACHAR-EXIT
           END-IF
       END-PERFORM
       CLOSE SIS-ENVIO-FILE.
       PERFORM 0700-GRAVAR-NOTIFICACOES.
       PERFORM 0950-GRAVAR-CONTROLE.
       DISPLAY 'NOTIFICACOES - TENTADAS: ' WRK-QT-TENTADAS
           ' ENVIADAS: ' WRK-QT-ENVIADAS
           ' RETIDAS: ' WRK-QT-RETIDAS
           ' FALHAS: ' WRK-QT-FALHAS
       IF WRK-QT-FALHAS = 0
           MOVE 0 TO RETURN-CODE
       ELSE
           MOVE 4 TO RETURN-CODE
       END-IF
       GOBACK.

       0150-CARREGAR-MODELOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT SIS-MODELO-FILE
       IF WRK-MODELO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ SIS-MODELO-FILE
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-MODELOS >= 100
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-MODELOS
                       MOVE SIS-MODELO-LINHA TO
                           WRK-TAB-MOD-REGISTRO (WRK-QTD-MODELOS)
               END-READ
           END-PERFORM
           CLOSE SIS-MODELO-FILE
       END-IF.

       0160-CARREGAR-DESTINOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT SIS-DESTINO-FILE
       IF WRK-DESTINO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ SIS-DESTINO-FILE INTO SIS-DESTINO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-DESTINOS >= 500
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-DESTINOS
                       MOVE SIS-DS-DESTINATARIO TO
                         WRK-TAB-DST-DESTINATARIO (WRK-QTD-DESTINOS)
                       MOVE SIS-DS-CANAL TO
                           WRK-TAB-DST-CANAL (WRK-QTD-DESTINOS)
                       MOVE SIS-DS-ENDERECO TO
                           WRK-TAB-DST-ENDERECO (WRK-QTD-DESTINOS)
               END-READ
           END-PERFORM
           CLOSE SIS-DESTINO-FILE
       END-IF.

       0170-CARREGAR-NOTIFICACOES.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT SIS-NOTIFICACAO-FILE
       IF WRK-NOTIFICACAO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ SIS-NOTIFICACAO-FILE INTO SIS-NOTIFICACAO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QTD-LIDAS
                       PERFORM 0180-GUARDAR-SE-RECENTE
               END-READ
           END-PERFORM
           CLOSE SIS-NOTIFICACAO-FILE
       END-IF.

       0180-GUARDAR-SE-RECENTE.
       IF (SIS-NT-ENVIADA OR SIS-NT-RETIDA
           OR (SIS-NT-FALHA
               AND SIS-NT-TENTATIVAS >= SIS-NT-MAX-TENTATIVAS))
          AND SIS-NT-DATA IS NUMERIC AND SIS-NT-DATA > 16010101
           COMPUTE WRK-DIA-REGISTRO =
               FUNCTION INTEGER-OF-DATE (SIS-NT-DATA)
           IF WRK-DIA-REGISTRO + WRK-DIAS-RETENCAO < WRK-DIA-ATUAL
               ADD 1 TO WRK-QT-EXPURGADAS
           ELSE
               PERFORM 0190-GUARDAR-NOTIFICACAO
           END-IF
       ELSE
           PERFORM 0190-GUARDAR-NOTIFICACAO
       END-IF.

       0190-GUARDAR-NOTIFICACAO.
       IF WRK-QTD-NOTIFICACOES >= 5000
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-QTD-NOTIFICACOES
       MOVE SIS-NOTIFICACAO-REC TO
           WRK-TAB-NOT-REGISTRO (WRK-QTD-NOTIFICACOES).

       0300-DESPACHAR.
       ADD 1 TO WRK-QT-TENTADAS
       ADD 1 TO SIS-NT-TENTATIVAS

       MOVE 'N' TO WRK-ACHOU
       PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
               UNTIL WRK-MOD-IDX > WRK-QTD-MODELOS OR WRK-ACHOU-OK
           MOVE WRK-TAB-MOD-REGISTRO (WRK-MOD-IDX) TO SIS-MODELO-REC
           IF SIS-MD-CODIGO = SIS-NT-MODELO
               MOVE 'S' TO WRK-ACHOU
           END-IF
       END-PERFORM
       IF NOT WRK-ACHOU-OK
           MOVE 'MODELO INEXISTENTE' TO WRK-MOTIVO
           PERFORM 0390-REGISTRAR-FALHA
           GO TO 0300-DESPACHAR-EXIT
       END-IF

       IF NOT SIS-NT-EMAIL AND NOT SIS-NT-SMS
           MOVE 'CANAL INVALIDO' TO WRK-MOTIVO
           PERFORM 0390-REGISTRAR-FALHA
           GO TO 0300-DESPACHAR-EXIT
       END-IF

       MOVE 'N' TO WRK-ACHOU
       SET WRK-DST-IDX TO 1
       SEARCH WRK-TAB-DST
           AT END
               CONTINUE
           WHEN WRK-TAB-DST-DESTINATARIO (WRK-DST-IDX)
                   = SIS-NT-DESTINATARIO
              AND WRK-TAB-DST-CANAL (WRK-DST-IDX) = SIS-NT-CANAL
               MOVE 'S' TO WRK-ACHOU
       END-SEARCH
       IF NOT WRK-ACHOU-OK
           MOVE 'SEM ENDERECO' TO WRK-MOTIVO
           PERFORM 0390-REGISTRAR-FALHA
           GO TO 0300-DESPACHAR-EXIT
       END-IF

       PERFORM 0320-VERIFICAR-SILENCIO
       IF WRK-RETER-OK
           ADD 1 TO WRK-QT-RETIDAS
           SET SIS-NT-RETIDA TO TRUE
           MOVE 'REPETIDA NO SILENCIO' TO SIS-NT-MOTIVO
           MOVE SIS-NOTIFICACAO-REC TO
               WRK-TAB-NOT-REGISTRO (WRK-NOT-IDX)
           GO TO 0300-DESPACHAR-EXIT
       END-IF

       PERFORM 0350-MONTAR-MENSAGEM
       MOVE SIS-ENVIO-REC TO SIS-ENVIO-LINHA
       WRITE SIS-ENVIO-LINHA
       ADD 1 TO WRK-QT-ENVIADAS
       SET SIS-NT-ENVIADA TO TRUE
       MOVE WRK-DATA-SISTEMA TO SIS-NT-DATA-ENVIO
       MOVE WRK-HR-HHMMSS TO SIS-NT-HORA-ENVIO
       MOVE SPACES TO SIS-NT-MOTIVO
       MOVE SIS-NOTIFICACAO-REC TO
           WRK-TAB-NOT-REGISTRO (WRK-NOT-IDX).

       0300-DESPACHAR-EXIT.
       EXIT.

       0320-VERIFICAR-SILENCIO.
       MOVE 'N' TO WRK-RETER
       IF SIS-MD-SILENCIO > ZEROS
           PERFORM VARYING WRK-OUT-IDX FROM 1 BY 1
                   UNTIL WRK-OUT-IDX > WRK-QTD-NOTIFICACOES
                      OR WRK-RETER-OK
               IF WRK-TAB-NOT-SITUACAO (WRK-OUT-IDX) = 'E'
                  AND WRK-TAB-NOT-CHAVE (WRK-OUT-IDX)
                       = WRK-TAB-NOT-CHAVE (WRK-NOT-IDX)
                  AND WRK-TAB-NOT-DATA-ENVIO (WRK-OUT-IDX) > 16010101
                   COMPUTE WRK-MINUTO-ENVIO =
                       FUNCTION INTEGER-OF-DATE
                           (WRK-TAB-NOT-DATA-ENVIO (WRK-OUT-IDX))
                       * 1440
                       + WRK-TAB-NOT-HH-ENVIO (WRK-OUT-IDX) * 60
                       + WRK-TAB-NOT-MM-ENVIO (WRK-OUT-IDX)
                   IF WRK-MINUTO-ENVIO + SIS-MD-SILENCIO * 60
                           > WRK-MINUTO-ATUAL
                       MOVE 'S' TO WRK-RETER
                   END-IF
               END-IF
           END-PERFORM
       END-IF.

      *    &1 to &5 in the template take the alert's data fields
       0350-MONTAR-MENSAGEM.
       MOVE WRK-DATA-SISTEMA TO SIS-EN-DATA
       MOVE WRK-HR-HHMMSS TO SIS-EN-HORA
       MOVE SIS-NT-CANAL TO SIS-EN-CANAL
       MOVE WRK-TAB-DST-ENDERECO (WRK-DST-IDX) TO SIS-EN-ENDERECO
       MOVE SIS-MD-ASSUNTO TO SIS-EN-ASSUNTO
       MOVE SPACES TO SIS-EN-TEXTO
       MOVE 1 TO WRK-PONTEIRO
       PERFORM VARYING WRK-TAM-MODELO FROM 120 BY -1
               UNTIL WRK-TAM-MODELO = 1
                  OR SIS-MD-TEXTO (WRK-TAM-MODELO:1) NOT = SPACE
           CONTINUE
       END-PERFORM
       PERFORM VARYING WRK-POS FROM 1 BY 1
               UNTIL WRK-POS > WRK-TAM-MODELO
                  OR WRK-PONTEIRO > 160
           IF SIS-MD-TEXTO (WRK-POS:1) = '&'
              AND WRK-POS < 120
              AND SIS-MD-TEXTO (WRK-POS + 1:1) >= '1'
              AND SIS-MD-TEXTO (WRK-POS + 1:1) <= '5'
               MOVE SIS-MD-TEXTO (WRK-POS + 1:1) TO WRK-NUM-CAMPO
               PERFORM 0360-INSERIR-CAMPO
               ADD 1 TO WRK-POS
           ELSE
               STRING SIS-MD-TEXTO (WRK-POS:1) DELIMITED BY SIZE
                   INTO SIS-EN-TEXTO WITH POINTER WRK-PONTEIRO
               END-STRING
           END-IF
       END-PERFORM.

      *    edited numbers come right-aligned - blanks are dropped
       0360-INSERIR-CAMPO.
       IF SIS-NT-CAMPO (WRK-NUM-CAMPO) NOT = SPACES
           PERFORM VARYING WRK-INI-CAMPO FROM 1 BY 1
                   UNTIL SIS-NT-CAMPO (WRK-NUM-CAMPO)
                           (WRK-INI-CAMPO:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           PERFORM VARYING WRK-TAM-CAMPO FROM 20 BY -1
                   UNTIL SIS-NT-CAMPO (WRK-NUM-CAMPO)
                           (WRK-TAM-CAMPO:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           COMPUTE WRK-TAM-CAMPO = WRK-TAM-CAMPO - WRK-INI-CAMPO + 1
           STRING SIS-NT-CAMPO (WRK-NUM-CAMPO)
                       (WRK-INI-CAMPO:WRK-TAM-CAMPO)
                   DELIMITED BY SIZE
               INTO SIS-EN-TEXTO WITH POINTER WRK-PONTEIRO
           END-STRING
       END-IF.

       0390-REGISTRAR-FALHA.
       ADD 1 TO WRK-QT-FALHAS
       SET SIS-NT-FALHA TO TRUE
       MOVE WRK-MOTIVO TO SIS-NT-MOTIVO
       MOVE SIS-NOTIFICACAO-REC TO
           WRK-TAB-NOT-REGISTRO (WRK-NOT-IDX).

      *    alerts raised while this ran are kept behind the table
       0700-GRAVAR-NOTIFICACOES.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT SIS-NOTIFICACAO-FILE
       IF WRK-NOTIFICACAO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ SIS-NOTIFICACAO-FILE INTO SIS-NOTIFICACAO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QTD-RELIDAS
                       IF WRK-QTD-RELIDAS > WRK-QTD-LIDAS
                           PERFORM 0190-GUARDAR-NOTIFICACAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIS-NOTIFICACAO-FILE
       END-IF
       OPEN OUTPUT SIS-NOTIFICACAO-FILE
       PERFORM VARYING WRK-NOT-IDX FROM 1 BY 1
               UNTIL WRK-NOT-IDX > WRK-QTD-NOTIFICACOES
           MOVE WRK-TAB-NOT-REGISTRO (WRK-NOT-IDX)
               TO SIS-NOTIFICACAO-LINHA
           WRITE SIS-NOTIFICACAO-LINHA
       END-PERFORM
       CLOSE SIS-NOTIFICACAO-FILE.

       0950-GRAVAR-CONTROLE.
       OPEN EXTEND SIS-CONTROLE-FILE
       IF WRK-SISCTL-STATUS = '35'
           OPEN OUTPUT SIS-CONTROLE-FILE
       END-IF
       MOVE WRK-DATA-SISTEMA TO SIS-CT-DATA
       MOVE 'SIS-ENVIA' TO SIS-CT-PROGRAMA
       MOVE WRK-QT-TENTADAS TO SIS-CT-QT-LIDOS
       MOVE WRK-QT-ENVIADAS TO SIS-CT-QT-GRAVADOS
       MOVE WRK-QT-FALHAS TO SIS-CT-QT-REJEITADOS
       MOVE ZEROS TO SIS-CT-HASH-VALOR
       MOVE SIS-CONTROLE-REC TO SIS-CONTROLE-LINHA
       WRITE SIS-CONTROLE-LINHA
       CLOSE SIS-CONTROLE-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
