      *          EX26FERREL.DAT. Periods with open days expiring
      *          within 90 days of the run date go to the manager
      *          alert list EX26FERALE.DAT, before we owe more people
      *          double pay on expired periods. Each of those
      *          alerts is also raised to RH through SIS-NOTIFICA
      *          (template EX26FER) for the central outbox.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       COPY EX26REC.
       COPY SISNOTREC.

       77 WRK-ADMISSAO-STATUS    PIC X(02) VALUE '00'.
       77 WRK-AFASTAMENTO-STATUS PIC X(02) VALUE '00'.
               MOVE WRK-DIAS-PERIODO TO WRK-LA-DIAS
               MOVE WRK-DATA-EXPIRA-N TO WRK-LA-DATA
               WRITE EX26-ALERTA-LINHA FROM WRK-LINHA-ALERTA
               PERFORM 0460-NOTIFICAR-RH
           END-IF
       END-IF.
       0450-APURAR-UM-PERIODO-EXIT.
       EXIT.

       0460-NOTIFICAR-RH.
       MOVE SPACES TO SIS-NOTIFICACAO-REC
       MOVE 'EX26-FERIAS' TO SIS-NT-ORIGEM
       MOVE 'RH' TO SIS-NT-DESTINATARIO
       SET SIS-NT-EMAIL TO TRUE
       MOVE 'EX26FER' TO SIS-NT-MODELO
       MOVE WRK-LA-MATRICULA TO SIS-NT-CAMPO (1)
       MOVE WRK-LA-DIAS TO SIS-NT-CAMPO (2)
       MOVE WRK-LA-DATA TO SIS-NT-CAMPO (3)
       CALL 'SIS-NOTIFICA' USING SIS-NOTIFICACAO-REC.

       0700-CALCULAR-SERIAL.
       COMPUTE WRK-ANO-ANT = WRK-DC-ANO - 1
       COMPUTE WRK-QT-LEAP =
