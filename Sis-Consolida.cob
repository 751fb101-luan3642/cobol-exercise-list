      ******************************************************************
      * Author:
      * Date:
      * Purpose: request screen for consolidated group totals - the
      *          reports that total each company of the group apart
      *          (EX2V2-CAIXA, EX2V2-CONCILIA, EX2V2-FECHAMENTO,
      *          EX2V2-ESTORNOS, EX26-LIQUIDO, EX26-SALARIO,
      *          EX26-DECIMO, EX26-FERIAS-PGTO, EX26-RESCISAO,
      *          EX26-REMESSA, EX26-INFORME, EX26-RETROATIVO,
      *          EX26-BENEFICIO, EX26-ADIANTAMENTO, EX2V2-TRANSF,
      *          EX2V2-PREVISAO, EX2V2-MONITOR, CTB-BALANCETE,
      *          FUNC-VAGAS, FUNC-EQUIDADE, FUNC-SENIORIDADE,
      *          FUNC-GRADE) print the group totals only on request;
      *          program names are kept to their first 15 positions.
      *          A user validated against EX40USR.DAT, with the
      *          admin profile or a CONSOLIDADO grant in EX40PERM.DAT
      *          (checked through SIS-EMPRESA), names the report
      *          program and the request is left
      *          pendente in SISCONS.DAT with their name, date and
      *          time; the next run of that program prints the group
      *          totals and marks the request used.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIS-CONSOLIDA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX40-USUARIOS-FILE ASSIGN TO 'EX40USR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-USUARIOS-STATUS.
           SELECT SIS-CONSOLIDADO-FILE ASSIGN TO 'SISCONS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONSOLIDADO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX40-USUARIOS-FILE.
       01 EX40-USUARIOS-LINHA PIC X(48).

       FD  SIS-CONSOLIDADO-FILE.
       01 SIS-CONSOLIDADO-LINHA PIC X(48).

       WORKING-STORAGE SECTION.
       COPY EX40REC.
       COPY SISEMPREC.

       77 WRK-USUARIOS-STATUS PIC X(02) VALUE '00'.
       77 WRK-CONSOLIDADO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-TABELA-USUARIOS.
           05 WRK-TAB-USR OCCURS 100 TIMES
               INDEXED BY WRK-USR-IDX.
               10 WRK-TAB-USR-REGISTRO PIC X(48).
       77 WRK-QTD-USUARIOS PIC 9(03) VALUE ZEROS.

       01 WRK-PROGRAMAS-VALORES.
           05 FILLER PIC X(15) VALUE 'EX2V2-CAIXA'.
           05 FILLER PIC X(15) VALUE 'EX2V2-CONCILIA'.
           05 FILLER PIC X(15) VALUE 'EX2V2-FECHAMENT'.
           05 FILLER PIC X(15) VALUE 'EX2V2-ESTORNOS'.
           05 FILLER PIC X(15) VALUE 'EX26-LIQUIDO'.
           05 FILLER PIC X(15) VALUE 'EX26-SALARIO'.
           05 FILLER PIC X(15) VALUE 'EX26-DECIMO'.
           05 FILLER PIC X(15) VALUE 'EX26-FERIAS-PGT'.
           05 FILLER PIC X(15) VALUE 'EX26-RESCISAO'.
           05 FILLER PIC X(15) VALUE 'EX26-REMESSA'.
           05 FILLER PIC X(15) VALUE 'EX26-INFORME'.
           05 FILLER PIC X(15) VALUE 'EX26-RETROATIVO'.
           05 FILLER PIC X(15) VALUE 'EX26-BENEFICIO'.
           05 FILLER PIC X(15) VALUE 'EX26-ADIANTAMEN'.
           05 FILLER PIC X(15) VALUE 'EX2V2-TRANSF'.
           05 FILLER PIC X(15) VALUE 'EX2V2-PREVISAO'.
           05 FILLER PIC X(15) VALUE 'EX2V2-MONITOR'.
           05 FILLER PIC X(15) VALUE 'CTB-BALANCETE'.
           05 FILLER PIC X(15) VALUE 'FUNC-VAGAS'.
           05 FILLER PIC X(15) VALUE 'FUNC-EQUIDADE'.
           05 FILLER PIC X(15) VALUE 'FUNC-SENIORIDAD'.
           05 FILLER PIC X(15) VALUE 'FUNC-GRADE'.
       01 WRK-TABELA-PROGRAMAS REDEFINES WRK-PROGRAMAS-VALORES.
           05 WRK-TAB-PRG OCCURS 22 TIMES
               INDEXED BY WRK-PRG-IDX
                                 PIC X(15).

       77 WRK-USUARIO    PIC X(10) VALUE SPACES.
       77 WRK-SENHA      PIC X(10) VALUE SPACES.
       77 WRK-SALT-CALC  PIC 9(04) VALUE ZEROS.
       77 WRK-HASH-CALC  PIC 9(10) VALUE ZEROS.
       77 WRK-AUTENTICADO PIC X(01) VALUE 'N'.
           88 WRK-AUTENTICADO-OK VALUE 'S'.

       77 WRK-PROGRAMA   PIC X(15) VALUE SPACES.
       77 WRK-CONTINUAR  PIC X(01) VALUE 'S'.
           88 WRK-CONTINUAR-OK VALUE 'S'.

       01 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-SISTEMA.
           05 WRK-HR-HHMMSS PIC 9(06).
           05 FILLER        PIC 9(02).

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0150-CARREGAR-USUARIOS.
       PERFORM 0200-AUTENTICAR.
       IF NOT WRK-AUTENTICADO-OK
           DISPLAY 'ACESSO NEGADO'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-GRUPO TO TRUE
       MOVE WRK-USUARIO TO SIS-EP-USUARIO
       MOVE 'SIS-CONSOLIDA' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NAO
           DISPLAY 'USUARIO SEM ACESSO AO CONSOLIDADO DO GRUPO'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM 0300-SOLICITAR UNTIL NOT WRK-CONTINUAR-OK.
       STOP RUN.

       0150-CARREGAR-USUARIOS.
       OPEN INPUT EX40-USUARIOS-FILE
       IF WRK-USUARIOS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX40-USUARIOS-FILE
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-USUARIOS < 100
                           ADD 1 TO WRK-QTD-USUARIOS
                           MOVE EX40-USUARIOS-LINHA TO
                               WRK-TAB-USR-REGISTRO (WRK-QTD-USUARIOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX40-USUARIOS-FILE
       END-IF.

       0200-AUTENTICAR.
       DISPLAY 'INFORME O USUARIO'
       ACCEPT WRK-USUARIO FROM CONSOLE
       DISPLAY 'INFORME A SENHA'
       ACCEPT WRK-SENHA WITH NO ECHO
       PERFORM VARYING WRK-USR-IDX FROM 1 BY 1
               UNTIL WRK-USR-IDX > WRK-QTD-USUARIOS
              OR WRK-AUTENTICADO-OK
           MOVE WRK-TAB-USR-REGISTRO (WRK-USR-IDX)
               TO EX40-CREDENCIAL-REC
           IF EX40-CR-USUARIO = WRK-USUARIO
              AND NOT EX40-CR-BLOQUEADO-OK
               MOVE EX40-CR-SALT TO WRK-SALT-CALC
               CALL 'EX40-HASH' USING WRK-SENHA WRK-SALT-CALC
                   WRK-HASH-CALC
               IF EX40-CR-HASH = WRK-HASH-CALC
                   MOVE 'S' TO WRK-AUTENTICADO
               END-IF
           END-IF
       END-PERFORM.

       0300-SOLICITAR.
       MOVE SPACES TO WRK-PROGRAMA
       DISPLAY 'INFORME O PROGRAMA DO RELATORIO'
       ACCEPT WRK-PROGRAMA FROM CONSOLE
       SET WRK-PRG-IDX TO 1
       SEARCH WRK-TAB-PRG
           AT END
               DISPLAY 'PROGRAMA SEM CONSOLIDADO - NAO SOLICITADO'
           WHEN WRK-TAB-PRG (WRK-PRG-IDX) = WRK-PROGRAMA
               PERFORM 0360-GRAVAR-PEDIDO
       END-SEARCH
       DISPLAY 'MAIS UM PEDIDO? (S/N)'
       ACCEPT WRK-CONTINUAR FROM CONSOLE.

       0360-GRAVAR-PEDIDO.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       ACCEPT WRK-HORA-SISTEMA FROM TIME
       OPEN EXTEND SIS-CONSOLIDADO-FILE
       IF WRK-CONSOLIDADO-STATUS = '35'
           OPEN OUTPUT SIS-CONSOLIDADO-FILE
       END-IF
       MOVE WRK-DATA-SISTEMA TO SIS-CS-DATA
       MOVE WRK-HR-HHMMSS TO SIS-CS-HORA
       MOVE WRK-USUARIO TO SIS-CS-USUARIO
       MOVE WRK-PROGRAMA TO SIS-CS-PROGRAMA
       SET SIS-CS-PENDENTE TO TRUE
       MOVE ZEROS TO SIS-CS-DATA-USO
       MOVE SIS-CONSOLIDADO-REC TO SIS-CONSOLIDADO-LINHA
       WRITE SIS-CONSOLIDADO-LINHA
       CLOSE SIS-CONSOLIDADO-FILE
       DISPLAY 'CONSOLIDADO SOLICITADO PARA A PROXIMA EXECUCAO'.
