      *          run-control file SISCTL.DAT, the open items of the
      *          operator shift journal OPERJRN.DAT with the last
      *          handover sign-off, the capacity warnings SIS-CENSO
      *          left in SISCENSOAVI.DAT, the state of the central
      *          notification outbox SISNOTIF.DAT (pending, sent and
      *          held today, and every failed alert - a failure makes
      *          the night WARNINGS), and a single top-line
      *          verdict
      *          (CLEAN / WARNINGS / FAILED) following the
      *          scheduler's RETURN-CODE convention.
           SELECT SIS-STATUS-FILE ASSIGN TO 'SISEXCSTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXCSTS-STATUS.
           SELECT SIS-NOTIFICACAO-FILE ASSIGN TO 'SISNOTIF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOTIFICACAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIS-STATUS-FILE.
       01 SIS-STATUS-LINHA PIC X(72).

       FD  SIS-NOTIFICACAO-FILE.
       01 SIS-NOTIFICACAO-LINHA PIC X(195).

       WORKING-STORAGE SECTION.
       COPY NOTURNOREC.
       COPY SISEXCREC.
       COPY SISCTLREC.
       COPY SISNOTREC.

       77 WRK-LOG-STATUS       PIC X(02) VALUE '00'.
       77 WRK-SISEXC-STATUS    PIC X(02) VALUE '00'.
           05 WRK-LJ-REFERENCIA PIC X(12).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WRK-LJ-TEXTO      PIC X(40).
       77 WRK-NOTIFICACAO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-NOTIFICACOES PIC X(01) VALUE 'N'.
           88 WRK-FIM-NOTIFICACOES-OK VALUE 'S'.
       77 WRK-QT-NOT-PENDENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NOT-ENVIADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NOT-RETIDAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NOT-A-REPETIR PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NOT-ESGOTADAS PIC 9(05) VALUE ZEROS.
       01 WRK-LINHA-NOTIFICACOES.
           05 FILLER PIC X(11) VALUE 'PENDENTES: '.
           05 WRK-LN-PENDENTES PIC ZZZZ9.
           05 FILLER PIC X(16) VALUE ' ENVIADAS HOJE: '.
           05 WRK-LN-ENVIADAS  PIC ZZZZ9.
           05 FILLER PIC X(15) VALUE ' RETIDAS HOJE: '.
           05 WRK-LN-RETIDAS   PIC ZZZZ9.
       01 WRK-LINHA-NOT-FALHAS.
           05 FILLER PIC X(18) VALUE 'FALHAS A REPETIR: '.
           05 WRK-LN-A-REPETIR PIC ZZZZ9.
           05 FILLER PIC X(21) VALUE '  TENTATIVAS ESGOT.: '.
           05 WRK-LN-ESGOTADAS PIC ZZZZ9.
       01 WRK-LINHA-NOT-FALHA.
           05 FILLER PIC X(07) VALUE 'FALHA: '.
           05 WRK-LF-DESTINATARIO PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WRK-LF-MODELO PIC X(08).
           05 FILLER PIC X(04) VALUE ' TT:'.
           05 WRK-LF-TENTATIVAS PIC Z9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WRK-LF-MOTIVO PIC X(20).
       01 WRK-LINHA-PASSAGEM.
           05 FILLER PIC X(20) VALUE 'ULTIMA PASSAGEM: '.
           05 WRK-LG-OPERADOR PIC X(10).
       PERFORM 0500-RESUMIR-LOTES.
       PERFORM 0550-RESUMIR-JORNAL.
       PERFORM 0570-RESUMIR-CAPACIDADE.
       PERFORM 0580-RESUMIR-NOTIFICACOES.
       PERFORM 0600-GRAVAR-VEREDITO.
       CLOSE OPER-MANHA-REL-FILE.
       STOP RUN.
       END-IF
       WRITE OPER-MANHA-REL-LINHA FROM WRK-LINHA-BRANCO.

       0580-RESUMIR-NOTIFICACOES.
       MOVE 'SECAO 6 - NOTIFICACOES' TO WRK-LINHA-SECAO
       WRITE OPER-MANHA-REL-LINHA FROM WRK-LINHA-SECAO
       OPEN INPUT SIS-NOTIFICACAO-FILE
       IF WRK-NOTIFICACAO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-NOTIFICACOES-OK
               READ SIS-NOTIFICACAO-FILE INTO SIS-NOTIFICACAO-REC
                   AT END MOVE 'S' TO WRK-FIM-NOTIFICACOES
                   NOT AT END
                       PERFORM 0590-TRATAR-NOTIFICACAO
               END-READ
           END-PERFORM
           CLOSE SIS-NOTIFICACAO-FILE
       END-IF
       MOVE WRK-QT-NOT-PENDENTES TO WRK-LN-PENDENTES
       MOVE WRK-QT-NOT-ENVIADAS TO WRK-LN-ENVIADAS
       MOVE WRK-QT-NOT-RETIDAS TO WRK-LN-RETIDAS
       WRITE OPER-MANHA-REL-LINHA FROM WRK-LINHA-NOTIFICACOES
       MOVE WRK-QT-NOT-A-REPETIR TO WRK-LN-A-REPETIR
       MOVE WRK-QT-NOT-ESGOTADAS TO WRK-LN-ESGOTADAS
       WRITE OPER-MANHA-REL-LINHA FROM WRK-LINHA-NOT-FALHAS
       WRITE OPER-MANHA-REL-LINHA FROM WRK-LINHA-BRANCO.

       0590-TRATAR-NOTIFICACAO.
       EVALUATE TRUE
           WHEN SIS-NT-PENDENTE
               ADD 1 TO WRK-QT-NOT-PENDENTES
           WHEN SIS-NT-ENVIADA AND SIS-NT-DATA-ENVIO = WRK-DATA-HOJE-N
               ADD 1 TO WRK-QT-NOT-ENVIADAS
           WHEN SIS-NT-RETIDA AND SIS-NT-DATA = WRK-DATA-HOJE-N
               ADD 1 TO WRK-QT-NOT-RETIDAS
           WHEN SIS-NT-FALHA
               IF SIS-NT-TENTATIVAS < SIS-NT-MAX-TENTATIVAS
                   ADD 1 TO WRK-QT-NOT-A-REPETIR
               ELSE
                   ADD 1 TO WRK-QT-NOT-ESGOTADAS
               END-IF
               MOVE SIS-NT-DESTINATARIO TO WRK-LF-DESTINATARIO
               MOVE SIS-NT-MODELO TO WRK-LF-MODELO
               MOVE SIS-NT-TENTATIVAS TO WRK-LF-TENTATIVAS
               MOVE SIS-NT-MOTIVO TO WRK-LF-MOTIVO
               WRITE OPER-MANHA-REL-LINHA FROM WRK-LINHA-NOT-FALHA
       END-EVALUATE.

       0600-GRAVAR-VEREDITO.
       EVALUATE TRUE
           WHEN WRK-QT-FALHAS > 0
               MOVE 'FAILED' TO WRK-LV-VEREDITO
           WHEN WRK-QT-ALERTAS > 0 OR WRK-QT-EXCECOES-HOJE > 0
              OR WRK-QT-NOT-A-REPETIR > 0
              OR WRK-QT-NOT-ESGOTADAS > 0
               MOVE 'WARNINGS' TO WRK-LV-VEREDITO
           WHEN OTHER
               MOVE 'CLEAN' TO WRK-LV-VEREDITO
