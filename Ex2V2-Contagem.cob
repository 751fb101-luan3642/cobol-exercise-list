      *          history EX2V2DIF.DAT. The report EX2V2DIFREL.DAT
      *          shows today's difference plus that teller's prior
      *          differences, so chronic over/short finally becomes
      *          visible. The teller's user id is asked first and the
      *          caixa is only counted when the company of the group
      *          that owns it is granted to them (SIS-EMPRESA); the
      *          report shows that company.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  EX2V2-TRANSACOES-FILE.
       01 EX2V2-TRANSACOES-LINHA PIC X(53).

       FD  EX2V2-CONTAGEM-FILE.
       01 EX2V2-CONTAGEM-LINHA PIC X(59).

       WORKING-STORAGE SECTION.
       COPY EX2V2REC.
       COPY SISEMPREC.

       77 WRK-TRN-STATUS       PIC X(02) VALUE '00'.
       77 WRK-CONTAGEM-STATUS  PIC X(02) VALUE '00'.
           05 WRK-TAB-QTD OCCURS 12 TIMES PIC 9(04).

       77 WRK-CAIXA       PIC X(03) VALUE SPACES.
       77 WRK-USUARIO     PIC X(10) VALUE SPACES.
       77 WRK-EMPRESA     PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-IN     PIC X(08) VALUE SPACES.
       77 WRK-DATA        PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-IN      PIC X(04) VALUE SPACES.
           05 WRK-LC-CAIXA  PIC X(03).
           05 FILLER       PIC X(08) VALUE '  DATA: '.
           05 WRK-LC-DATA   PIC 9(08).
           05 FILLER       PIC X(11) VALUE '  EMPRESA: '.
           05 WRK-LC-EMPRESA PIC 9(02).
       01 WRK-LINHA-VALOR.
           05 WRK-LV-ROTULO PIC X(20).
           05 WRK-LV-VALOR  PIC ---------9,99.
       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       DISPLAY 'INFORME O SEU USUARIO'
       ACCEPT WRK-USUARIO FROM CONSOLE
       IF WRK-USUARIO = SPACES
           DISPLAY 'USUARIO NAO INFORMADO - PROGRAMA ENCERRADO'
           STOP RUN
       END-IF
       PERFORM 0200-OBTER-CAIXA-DATA.
       PERFORM 0300-CONTAR-GAVETA.
       PERFORM 0400-APURAR-MOVIMENTO.
       PERFORM UNTIL WRK-CAIXA NOT = SPACES
           DISPLAY 'INFORME O CAIXA (3 CARACTERES)'
           ACCEPT WRK-CAIXA FROM CONSOLE
           IF WRK-CAIXA NOT = SPACES
               PERFORM 0250-VERIFICAR-EMPRESA
           END-IF
       END-PERFORM
       MOVE ZEROS TO WRK-DATA
       PERFORM UNTIL WRK-DATA > ZEROS
           END-IF
       END-PERFORM.

       0250-VERIFICAR-EMPRESA.
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-DONA-CAIXA TO TRUE
       MOVE WRK-CAIXA TO SIS-EP-CAIXA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-SIM
           MOVE SIS-EP-EMPRESA TO WRK-EMPRESA
           SET SIS-EP-ACESSO TO TRUE
           MOVE WRK-USUARIO TO SIS-EP-USUARIO
           MOVE 'EX2V2-CONTAGEM' TO SIS-EP-PROGRAMA
           CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       END-IF
       IF SIS-EP-NAO
           DISPLAY SIS-EP-MENSAGEM
           MOVE SPACES TO WRK-CAIXA
       END-IF.

       0300-CONTAR-GAVETA.
       MOVE ZEROS TO WRK-TOTAL-CONTADO
       PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 12
       WRITE EX2V2-DIF-REL-LINHA FROM WRK-CABECALHO
       MOVE WRK-CAIXA TO WRK-LC-CAIXA
       MOVE WRK-DATA TO WRK-LC-DATA
       MOVE WRK-EMPRESA TO WRK-LC-EMPRESA
       WRITE EX2V2-DIF-REL-LINHA FROM WRK-LINHA-CAIXA
       WRITE EX2V2-DIF-REL-LINHA FROM WRK-LINHA-BRANCO

