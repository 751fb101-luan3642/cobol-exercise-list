      ******************************************************************
      * Author:
      * Date:
      * Purpose: puts into effect the parameter-file changes approved
      *          in SIS-PARAMETRO whose effective date has come, in
      *          request order. The new line replaces the file's line
      *          (for EX5PARM.DAT the line of the request's turma,
      *          added at the end when the turma is new) and the line
      *          before and after is appended to SISPRMAUD.DAT with
      *          the requester and the approver; the request is then
      *          marked effected (E). Runs in the nightly chain and on
      *          exit from SIS-PARAMETRO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIS-PARAMETRO-APLICA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIS-PENDENTE-FILE ASSIGN TO 'SISPRMPEND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PENDENTE-STATUS.
           SELECT SIS-AUDIT-FILE ASSIGN TO 'SISPRMAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDIT-STATUS.
           SELECT PARAM-ALVO-FILE ASSIGN TO WRK-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ALVO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIS-PENDENTE-FILE.
       01 SIS-PENDENTE-LINHA PIC X(145).

       FD  SIS-AUDIT-FILE.
       01 SIS-AUDIT-LINHA PIC X(103).

       FD  PARAM-ALVO-FILE.
       01 PARAM-ALVO-LINHA PIC X(23).

       WORKING-STORAGE SECTION.
       COPY SISPRMREC.

       77 WRK-PENDENTE-STATUS PIC X(02) VALUE '00'.
       77 WRK-AUDIT-STATUS    PIC X(02) VALUE '00'.
       77 WRK-ALVO-STATUS     PIC X(02) VALUE '00'.
       77 WRK-NOME-ARQUIVO    PIC X(15) VALUE SPACES.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-TABELA-PENDENCIAS.
           05 WRK-TAB-PND OCCURS 500 TIMES
               INDEXED BY WRK-PND-IDX.
               10 WRK-TAB-PND-REGISTRO PIC X(145).
       77 WRK-QTD-PENDENCIAS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-LINHAS.
           05 WRK-TAB-LIN OCCURS 50 TIMES
               INDEXED BY WRK-LIN-IDX.
               10 WRK-TAB-LIN-VALOR PIC X(23).
       77 WRK-QTD-LINHAS PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU      PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-QT-APLICADAS PIC 9(05) VALUE ZEROS.

       01 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-SISTEMA.
           05 WRK-HR-HHMMSS PIC 9(06).
           05 FILLER        PIC 9(02).

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE ZEROS TO WRK-QT-APLICADAS
       PERFORM 0150-CARREGAR-PENDENCIAS.
       PERFORM VARYING WRK-PND-IDX FROM 1 BY 1
               UNTIL WRK-PND-IDX > WRK-QTD-PENDENCIAS
           MOVE WRK-TAB-PND-REGISTRO (WRK-PND-IDX)
               TO SIS-PARAM-PENDENTE-REC
           IF SIS-PR-APROVADO
              AND SIS-PR-VIGENCIA <= WRK-DATA-SISTEMA
               PERFORM 0300-APLICAR-ALTERACAO
           END-IF
       END-PERFORM.
       IF WRK-QT-APLICADAS > 0
           PERFORM 0700-GRAVAR-PENDENCIAS
       END-IF.
       DISPLAY 'ALTERACOES DE PARAMETRO APLICADAS: ' WRK-QT-APLICADAS.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

       0150-CARREGAR-PENDENCIAS.
       MOVE ZEROS TO WRK-QTD-PENDENCIAS
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT SIS-PENDENTE-FILE
       IF WRK-PENDENTE-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ SIS-PENDENTE-FILE
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-PENDENCIAS >= 500
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-PENDENCIAS
                       MOVE SIS-PENDENTE-LINHA TO
                           WRK-TAB-PND-REGISTRO (WRK-QTD-PENDENCIAS)
               END-READ
           END-PERFORM
           CLOSE SIS-PENDENTE-FILE
       END-IF.

       0300-APLICAR-ALTERACAO.
       MOVE SIS-PR-ARQUIVO TO WRK-NOME-ARQUIVO
       PERFORM 0350-CARREGAR-LINHAS
       MOVE 'N' TO WRK-ACHOU
       SET WRK-LIN-IDX TO 1
       SEARCH WRK-TAB-LIN
           AT END CONTINUE
           WHEN WRK-LIN-IDX > WRK-QTD-LINHAS
               CONTINUE
           WHEN SIS-PR-CHAVE = SPACES
               MOVE 'S' TO WRK-ACHOU
           WHEN WRK-TAB-LIN-VALOR (WRK-LIN-IDX) (21:3) = SIS-PR-CHAVE
               MOVE 'S' TO WRK-ACHOU
       END-SEARCH
       IF WRK-ACHOU-OK
           MOVE WRK-TAB-LIN-VALOR (WRK-LIN-IDX) TO SIS-PA-ANTES
       ELSE
           IF WRK-QTD-LINHAS >= 50
               PERFORM 9000-ABORTAR-CAPACIDADE
           END-IF
           ADD 1 TO WRK-QTD-LINHAS
           SET WRK-LIN-IDX TO WRK-QTD-LINHAS
           MOVE SPACES TO SIS-PA-ANTES
       END-IF
       MOVE SIS-PR-VALOR TO WRK-TAB-LIN-VALOR (WRK-LIN-IDX)
       PERFORM 0370-GRAVAR-LINHAS
       PERFORM 0400-GRAVAR-AUDITORIA
       MOVE 'E' TO SIS-PR-SITUACAO
       MOVE WRK-DATA-SISTEMA TO SIS-PR-DATA-EFETIVA
       MOVE SIS-PARAM-PENDENTE-REC TO
           WRK-TAB-PND-REGISTRO (WRK-PND-IDX)
       ADD 1 TO WRK-QT-APLICADAS
       DISPLAY 'APLICADA ALTERACAO ' SIS-PR-ID ' EM ' SIS-PR-ARQUIVO
           ' ' SIS-PR-CHAVE.

       0350-CARREGAR-LINHAS.
       MOVE ZEROS TO WRK-QTD-LINHAS
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT PARAM-ALVO-FILE
       IF WRK-ALVO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ PARAM-ALVO-FILE
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-LINHAS >= 50
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-LINHAS
                       MOVE PARAM-ALVO-LINHA TO
                           WRK-TAB-LIN-VALOR (WRK-QTD-LINHAS)
               END-READ
           END-PERFORM
           CLOSE PARAM-ALVO-FILE
       END-IF.

       0370-GRAVAR-LINHAS.
       OPEN OUTPUT PARAM-ALVO-FILE
       PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
               UNTIL WRK-LIN-IDX > WRK-QTD-LINHAS
           MOVE WRK-TAB-LIN-VALOR (WRK-LIN-IDX) TO PARAM-ALVO-LINHA
           WRITE PARAM-ALVO-LINHA
       END-PERFORM
       CLOSE PARAM-ALVO-FILE.

       0400-GRAVAR-AUDITORIA.
       ACCEPT WRK-HORA-SISTEMA FROM TIME
       MOVE WRK-DATA-SISTEMA TO SIS-PA-DATA
       MOVE WRK-HR-HHMMSS TO SIS-PA-HORA
       MOVE SIS-PR-ID TO SIS-PA-ID
       MOVE SIS-PR-ARQUIVO TO SIS-PA-ARQUIVO
       MOVE SIS-PR-CHAVE TO SIS-PA-CHAVE
       MOVE SIS-PR-SOLICITANTE TO SIS-PA-SOLICITANTE
       MOVE SIS-PR-APROVADOR TO SIS-PA-APROVADOR
       MOVE SIS-PR-VALOR TO SIS-PA-DEPOIS
       OPEN EXTEND SIS-AUDIT-FILE
       IF WRK-AUDIT-STATUS = '35'
           OPEN OUTPUT SIS-AUDIT-FILE
       END-IF
       MOVE SIS-PARAM-AUDIT-REC TO SIS-AUDIT-LINHA
       WRITE SIS-AUDIT-LINHA
       CLOSE SIS-AUDIT-FILE.

       0700-GRAVAR-PENDENCIAS.
       OPEN OUTPUT SIS-PENDENTE-FILE
       PERFORM VARYING WRK-PND-IDX FROM 1 BY 1
               UNTIL WRK-PND-IDX > WRK-QTD-PENDENCIAS
           MOVE WRK-TAB-PND-REGISTRO (WRK-PND-IDX)
               TO SIS-PENDENTE-LINHA
           WRITE SIS-PENDENTE-LINHA
       END-PERFORM
       CLOSE SIS-PENDENTE-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
