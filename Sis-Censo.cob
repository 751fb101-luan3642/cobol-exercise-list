      *          and the projected days until the ceiling at that
      *          rate. Projections inside 90 days are also written to
      *          SISCENSOAVI.DAT, which OPER-MANHA prints as warning
      *          lines on the morning dashboard, and raised to the
      *          OPERACAO by SMS through SIS-NOTIFICA (template
      *          SISCENSO) for the central outbox.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 SIS-AVISO-LINHA PIC X(60).

       WORKING-STORAGE SECTION.
       COPY SISNOTREC.

       77 WRK-CONFIG-STATUS    PIC X(02) VALUE '00'.
       77 WRK-CENSO-STATUS     PIC X(02) VALUE '00'.
       77 WRK-ALVO-STATUS      PIC X(02) VALUE '00'.
       CLOSE SIS-CENSO-REL-FILE
       CLOSE SIS-AVISO-FILE
       CLOSE SIS-CENSO-FILE.
       GOBACK.

       0150-CARREGAR-CONFIG.
       OPEN INPUT SIS-CENSOCFG-FILE
       IF WRK-CONFIG-STATUS NOT = '00'
           DISPLAY 'SISCENSOCFG.DAT AUSENTE - RUN ABORTADO'
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       PERFORM UNTIL WRK-FIM-ARQUIVO-OK
           READ SIS-CENSOCFG-FILE INTO WRK-CENSOCFG-REC
                       TO WRK-LA-ARQUIVO
                   MOVE WRK-DIAS-ATE-TETO TO WRK-LA-DIAS
                   WRITE SIS-AVISO-LINHA FROM WRK-LINHA-AVISO
                   PERFORM 0460-NOTIFICAR-OPERACAO
               END-IF
           END-IF
       END-IF.

       0460-NOTIFICAR-OPERACAO.
       MOVE SPACES TO SIS-NOTIFICACAO-REC
       MOVE 'SIS-CENSO' TO SIS-NT-ORIGEM
       MOVE 'OPERACAO' TO SIS-NT-DESTINATARIO
       SET SIS-NT-SMS TO TRUE
       MOVE 'SISCENSO' TO SIS-NT-MODELO
       MOVE WRK-LA-ARQUIVO TO SIS-NT-CAMPO (1)
       MOVE WRK-LA-DIAS TO SIS-NT-CAMPO (2)
       CALL 'SIS-NOTIFICA' USING SIS-NOTIFICACAO-REC.

       0900-CALCULAR-SERIAL.
       COMPUTE WRK-ANO-ANT = WRK-DC-ANO - 1
       COMPUTE WRK-QT-LEAP =
