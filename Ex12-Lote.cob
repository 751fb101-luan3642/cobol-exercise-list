      *          also placed on the nurse work queue EX12FILA.DAT,
      *          carrying forward the still-open cases from the
      *          previous run (the clinic closes cases via EX12-FILA).
      *          Each case newly opened on the queue is also raised
      *          to the AMBULATORIO through SIS-NOTIFICA (template
      *          EX12FILA) for the central outbox.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       COPY EX12REC.
       COPY SISCTLREC.
       COPY SISNOTREC.

       77 WRK-FUNC-STATUS PIC X(02) VALUE '00'.
       77 WRK-HIST-STATUS PIC X(02) VALUE '00'.
           MOVE WRK-DATA-LIMITE TO
               WRK-TAB-FILA-DATA-LIMITE (WRK-FILA-IDX)
           MOVE 'A' TO WRK-TAB-FILA-SITUACAO (WRK-FILA-IDX)
           PERFORM 0390-NOTIFICAR-AMBULATORIO
       END-IF.

       0390-NOTIFICAR-AMBULATORIO.
       MOVE SPACES TO SIS-NOTIFICACAO-REC
       MOVE 'EX12-LOTE' TO SIS-NT-ORIGEM
       MOVE 'AMBULATORIO' TO SIS-NT-DESTINATARIO
       SET SIS-NT-EMAIL TO TRUE
       MOVE 'EX12FILA' TO SIS-NT-MODELO
       MOVE EX12-FU-MATRICULA TO SIS-NT-CAMPO (1)
       MOVE EX12-FU-NOME TO SIS-NT-CAMPO (2)
       MOVE WRK-CATEGORIA TO SIS-NT-CAMPO (3)
       MOVE WRK-DATA-LIMITE TO SIS-NT-CAMPO (4)
       CALL 'SIS-NOTIFICA' USING SIS-NOTIFICACAO-REC.

       0385-CALCULAR-DATA-LIMITE.
       MOVE ZEROS TO WRK-DIAS-NO-MES
       MOVE WRK-DT-ANO TO WRK-LM-ANO
