      *          classifies and appends confirmed rows to EX12HIST.DAT
      *          and keeps skipped rows in the suspense file for the
      *          next review session. Bad rows only enter history after
      *          someone confirms them here. The clerk's user id is
      *          asked at the start and every row shown is logged to
      *          the read-access log through SIS-ACESSO; rows of a
      *          company not granted to the clerk (SIS-EMPRESA) are
      *          not shown and stay in the suspense file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       COPY EX12REC.
       COPY SISACSREC.
       COPY SISEMPREC.

       77 WRK-SUSPENSO-STATUS PIC X(02) VALUE '00'.
       77 WRK-HIST-STATUS     PIC X(02) VALUE '00'.
       77 WRK-QTD-SUSPENSOS PIC 9(03) VALUE ZEROS.

       77 WRK-DECISAO  PIC X(01) VALUE SPACES.
       77 WRK-USUARIO  PIC X(10) VALUE SPACES.
       77 WRK-IMC      PIC 9(03)V99 VALUE ZEROS.
       77 WRK-CATEGORIA PIC X(20) VALUE SPACES.
       77 WRK-QT-CONFIRMADOS PIC 9(03) VALUE ZEROS.
       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       DISPLAY 'INFORME O SEU USUARIO'
       ACCEPT WRK-USUARIO FROM CONSOLE
       IF WRK-USUARIO = SPACES
           DISPLAY 'USUARIO NAO INFORMADO - PROGRAMA ENCERRADO'
           STOP RUN
       END-IF
       PERFORM 0150-CARREGAR-SUSPENSOS.
       PERFORM 0200-ABRIR-HISTORICO.
       PERFORM 0300-REVISAR VARYING WRK-SUS-IDX FROM 1 BY 1

       0300-REVISAR.
       MOVE WRK-TAB-SUS-REGISTRO (WRK-SUS-IDX) TO EX12-SUSPENSO-REC
       PERFORM 0310-VERIFICAR-EMPRESA
       IF SIS-EP-NAO
           DISPLAY 'MATRICULA: ' EX12-SU-MATRICULA ' - '
               SIS-EP-MENSAGEM
           ADD 1 TO WRK-QT-PENDENTES
       ELSE
           PERFORM 0320-DECIDIR
       END-IF.

       0310-VERIFICAR-EMPRESA.
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-DONA-MATRICULA TO TRUE
       MOVE EX12-SU-MATRICULA TO SIS-EP-MATRICULA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-SIM
           SET SIS-EP-ACESSO TO TRUE
           MOVE WRK-USUARIO TO SIS-EP-USUARIO
           MOVE 'EX12-SUSPENSO' TO SIS-EP-PROGRAMA
           CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       END-IF.

       0320-DECIDIR.
       PERFORM 0350-REGISTRAR-ACESSO
       DISPLAY 'MATRICULA: ' EX12-SU-MATRICULA
           ' NOME: ' EX12-SU-NOME
       DISPLAY 'MOTIVO: ' EX12-SU-MOTIVO
               ADD 1 TO WRK-QT-PENDENTES
       END-EVALUATE.

       0350-REGISTRAR-ACESSO.
       MOVE SPACES TO SIS-ACESSO-REC
       MOVE WRK-USUARIO TO SIS-AC-USUARIO
       MOVE 'EX12-SUSPENSO' TO SIS-AC-PROGRAMA
       MOVE 'EX12SUSP.DAT' TO SIS-AC-ARQUIVO
       MOVE EX12-SU-MATRICULA TO SIS-AC-MATRICULA
       CALL 'SIS-ACESSO' USING SIS-ACESSO-REC.

       0400-GRAVAR-HISTORICO.
       COMPUTE WRK-IMC ROUNDED =
           EX12-SU-PESO / (EX12-SU-ALTURA * EX12-SU-ALTURA)
