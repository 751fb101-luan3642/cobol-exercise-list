      ******************************************************************
      * Author:
      * Date:
      * Purpose: review screen of the EX40 access recertification
      *          campaign - the manager logs in with the EX40
      *          credentials and goes through the open campaign lines
      *          of EX40RCRT.DAT assigned to them, marking each user x
      *          program keep (M) or revoke (R); admins also review
      *          the lines without a manager. Nobody reviews their own
      *          access. Decisions can be changed until the deadline;
      *          they are applied by EX40-RECERTIFICA after it. The
      *          session is logged to EX40AUD.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX40-REVISAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX40-USUARIOS-FILE ASSIGN TO 'EX40USR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-USUARIOS-STATUS.
           SELECT EX40-RECERT-FILE ASSIGN TO 'EX40RCRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RECERT-STATUS.
           SELECT EX40-AUDIT-FILE ASSIGN TO 'EX40AUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX40-USUARIOS-FILE.
       01 EX40-USUARIOS-LINHA PIC X(48).

       FD  EX40-RECERT-FILE.
       01 EX40-RECERT-LINHA PIC X(81).

       FD  EX40-AUDIT-FILE.
       01 EX40-AUDIT-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EX40REC.

       77 WRK-USUARIOS-STATUS PIC X(02) VALUE '00'.
       77 WRK-RECERT-STATUS   PIC X(02) VALUE '00'.
       77 WRK-AUDIT-STATUS    PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-TABELA-CAMPANHA.
           05 WRK-TAB-RC OCCURS 200 TIMES
               INDEXED BY WRK-RC-IDX.
               10 WRK-TAB-RC-REGISTRO PIC X(81).
       77 WRK-QTD-LINHAS PIC 9(03) VALUE ZEROS.

       77 WRK-USUARIO     PIC X(10) VALUE SPACES.
       77 WRK-SENHA       PIC X(10) VALUE SPACES.
       77 WRK-SALT-CALC   PIC 9(04) VALUE ZEROS.
       77 WRK-HASH-CALC   PIC 9(10) VALUE ZEROS.
       77 WRK-PERFIL-LOGADO PIC X(01) VALUE SPACES.
           88 WRK-PERFIL-LOGADO-ADMIN VALUE 'A'.
       77 WRK-AUTENTICADO PIC X(01) VALUE 'N'.
           88 WRK-AUTENTICADO-OK VALUE 'S'.
       77 WRK-RESPOSTA    PIC X(01) VALUE SPACES.
       77 WRK-ENCERRAR    PIC X(01) VALUE 'N'.
           88 WRK-ENCERRAR-OK VALUE 'S'.
       77 WRK-QT-A-REVISAR PIC 9(03) VALUE ZEROS.
       77 WRK-QT-DECISOES  PIC 9(03) VALUE ZEROS.
       77 WRK-DECISAO-ATUAL PIC X(12) VALUE SPACES.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).
       01 WRK-DATA-SISTEMA-N REDEFINES WRK-DATA-SISTEMA PIC 9(08).
       01 WRK-HORA-SISTEMA.
           05 WRK-HR-HHMMSS PIC 9(06).
           05 FILLER        PIC 9(02).

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       PERFORM 0150-AUTENTICAR.
       IF NOT WRK-AUTENTICADO-OK
           DISPLAY 'USUARIO OU SENHA INVALIDOS'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 0160-CARREGAR-CAMPANHA.
       IF WRK-QTD-LINHAS > 0
           MOVE WRK-TAB-RC-REGISTRO (1) TO EX40-RECERT-REC
       END-IF
       EVALUATE TRUE
           WHEN WRK-QTD-LINHAS = 0 OR NOT EX40-RC-ABERTA
               DISPLAY 'NENHUMA CAMPANHA DE RECERTIFICACAO ABERTA'
           WHEN WRK-DATA-SISTEMA-N > EX40-RC-PRAZO
               DISPLAY 'PRAZO DA CAMPANHA ' EX40-RC-CAMPANHA
                   ' ENCERRADO - AGUARDA FECHAMENTO'
           WHEN OTHER
               DISPLAY 'CAMPANHA ' EX40-RC-CAMPANHA ' PRAZO '
                   EX40-RC-PRAZO (7:2) '/' EX40-RC-PRAZO (5:2) '/'
                   EX40-RC-PRAZO (1:4)
               PERFORM 0300-REVISAR-LINHA
                   VARYING WRK-RC-IDX FROM 1 BY 1
                   UNTIL WRK-RC-IDX > WRK-QTD-LINHAS
                      OR WRK-ENCERRAR-OK
               IF WRK-QT-A-REVISAR = 0
                   DISPLAY 'NENHUMA LINHA DA CAMPANHA A SEU CARGO'
               END-IF
               IF WRK-QT-DECISOES > 0
                   PERFORM 0700-GRAVAR-CAMPANHA
                   PERFORM 0600-GRAVAR-AUDITORIA
               END-IF
               DISPLAY 'DECISOES REGISTRADAS: ' WRK-QT-DECISOES
       END-EVALUATE.
       MOVE 0 TO RETURN-CODE.
       STOP RUN.

       0150-AUTENTICAR.
       DISPLAY 'INFORME O USUARIO'
       ACCEPT WRK-USUARIO FROM CONSOLE
       DISPLAY 'INFORME A SENHA'
       ACCEPT WRK-SENHA WITH NO ECHO
       OPEN INPUT EX40-USUARIOS-FILE
       IF WRK-USUARIOS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK OR WRK-AUTENTICADO-OK
               READ EX40-USUARIOS-FILE INTO EX40-CREDENCIAL-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0155-CONFERIR-CREDENCIAL
               END-READ
           END-PERFORM
           CLOSE EX40-USUARIOS-FILE
       END-IF.

       0155-CONFERIR-CREDENCIAL.
       IF EX40-CR-USUARIO = WRK-USUARIO
          AND NOT EX40-CR-BLOQUEADO-OK
          AND (EX40-CR-VALIDADE = ZEROS
               OR EX40-CR-VALIDADE >= WRK-DATA-SISTEMA-N)
           MOVE EX40-CR-SALT TO WRK-SALT-CALC
           CALL 'EX40-HASH' USING WRK-SENHA WRK-SALT-CALC
               WRK-HASH-CALC
           IF EX40-CR-HASH = WRK-HASH-CALC
               MOVE 'S' TO WRK-AUTENTICADO
               MOVE EX40-CR-PERFIL TO WRK-PERFIL-LOGADO
           END-IF
       END-IF.

       0160-CARREGAR-CAMPANHA.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX40-RECERT-FILE
       IF WRK-RECERT-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX40-RECERT-FILE INTO EX40-RECERT-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-LINHAS >= 200
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-LINHAS
                       MOVE EX40-RECERT-REC TO
                           WRK-TAB-RC-REGISTRO (WRK-QTD-LINHAS)
               END-READ
           END-PERFORM
           CLOSE EX40-RECERT-FILE
       END-IF.

      *    lines without a manager go to the admins
       0300-REVISAR-LINHA.
       MOVE WRK-TAB-RC-REGISTRO (WRK-RC-IDX) TO EX40-RECERT-REC
       IF EX40-RC-USUARIO NOT = WRK-USUARIO
          AND (EX40-RC-GESTOR = WRK-USUARIO
               OR (EX40-RC-GESTOR = SPACES
                   AND WRK-PERFIL-LOGADO-ADMIN))
           ADD 1 TO WRK-QT-A-REVISAR
           EVALUATE TRUE
               WHEN EX40-RC-MANTER
                   MOVE 'MANTER' TO WRK-DECISAO-ATUAL
               WHEN EX40-RC-REVOGAR
                   MOVE 'REVOGAR' TO WRK-DECISAO-ATUAL
               WHEN OTHER
                   MOVE 'NAO REVISADA' TO WRK-DECISAO-ATUAL
           END-EVALUATE
           DISPLAY EX40-RC-DEPARTAMENTO ' ' EX40-RC-USUARIO ' '
               EX40-RC-PROGRAMA ' (' WRK-DECISAO-ATUAL ')'
           MOVE SPACES TO WRK-RESPOSTA
           PERFORM UNTIL WRK-RESPOSTA = 'M' OR 'R' OR 'P' OR 'F'
               DISPLAY 'MANTER, REVOGAR, PULAR OU FINALIZAR? (M/R/P/F)'
               ACCEPT WRK-RESPOSTA FROM CONSOLE
           END-PERFORM
           EVALUATE WRK-RESPOSTA
               WHEN 'M'
               WHEN 'R'
                   MOVE WRK-RESPOSTA TO EX40-RC-DECISAO
                   MOVE WRK-USUARIO TO EX40-RC-REVISOR
                   MOVE WRK-DATA-SISTEMA-N TO EX40-RC-DATA-REVISAO
                   MOVE EX40-RECERT-REC TO
                       WRK-TAB-RC-REGISTRO (WRK-RC-IDX)
                   ADD 1 TO WRK-QT-DECISOES
               WHEN 'F'
                   MOVE 'S' TO WRK-ENCERRAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-IF.

       0600-GRAVAR-AUDITORIA.
       OPEN EXTEND EX40-AUDIT-FILE
       IF WRK-AUDIT-STATUS = '35'
           OPEN OUTPUT EX40-AUDIT-FILE
       END-IF
       ACCEPT WRK-HORA-SISTEMA FROM TIME
       MOVE WRK-DATA-SISTEMA-N TO EX40-AU-DATA
       MOVE WRK-HR-HHMMSS TO EX40-AU-HORA
       MOVE WRK-USUARIO TO EX40-AU-USUARIO
       MOVE 'RECERT' TO EX40-AU-RESULTADO
       MOVE SPACES TO EX40-AU-MOTIVO
       STRING 'REVISAO DA CAMPANHA ' DELIMITED BY SIZE
           EX40-RC-CAMPANHA DELIMITED BY SIZE
           INTO EX40-AU-MOTIVO
       MOVE EX40-AUDIT-REC TO EX40-AUDIT-LINHA
       WRITE EX40-AUDIT-LINHA
       CLOSE EX40-AUDIT-FILE.

       0700-GRAVAR-CAMPANHA.
       OPEN OUTPUT EX40-RECERT-FILE
       PERFORM VARYING WRK-RC-IDX FROM 1 BY 1
               UNTIL WRK-RC-IDX > WRK-QTD-LINHAS
           MOVE WRK-TAB-RC-REGISTRO (WRK-RC-IDX) TO EX40-RECERT-LINHA
           WRITE EX40-RECERT-LINHA
       END-PERFORM
       CLOSE EX40-RECERT-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
