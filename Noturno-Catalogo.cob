      ******************************************************************
      * Author:
      * Date:
      * Purpose: maintenance program for the nightly job catalog
      *          NOTURNOCAT.DAT - one entry per job code (01 to 99)
      *          with the program NOTURNO-SEQUENCIADOR CALLs for it,
      *          the description written to NOTURNO.LOG, the owning
      *          area and the parameter block passed to the program.
      *          Adding a nightly step is a catalog entry here plus a
      *          line in NOTURNO.DAT; jobs are inactivated rather than
      *          deleted so old log lines keep their meaning. Only
      *          EX40 administrators (validated against EX40USR.DAT)
      *          may change the catalog.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTURNO-CATALOGO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX40-USUARIOS-FILE ASSIGN TO 'EX40USR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-USUARIOS-STATUS.
           SELECT NOTURNO-CATALOGO-FILE ASSIGN TO 'NOTURNOCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CATALOGO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX40-USUARIOS-FILE.
       01 EX40-USUARIOS-LINHA PIC X(48).

       FD  NOTURNO-CATALOGO-FILE.
       01 NOTURNO-CATALOGO-LINHA PIC X(93).

       WORKING-STORAGE SECTION.
       COPY NOTURNOREC.
       COPY EX40REC.

       77 WRK-USUARIOS-STATUS PIC X(02) VALUE '00'.
       77 WRK-CATALOGO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-TABELA-CATALOGO.
           05 WRK-TAB-CAT OCCURS 99 TIMES.
               10 WRK-TAB-CAT-PROGRAMA  PIC X(20).
               10 WRK-TAB-CAT-DESCRICAO PIC X(20).
               10 WRK-TAB-CAT-AREA      PIC X(10).
               10 WRK-TAB-CAT-PARAMETRO PIC X(40).
               10 WRK-TAB-CAT-SITUACAO  PIC X(01).
                   88 WRK-TAB-CAT-ATIVO   VALUE 'A'.
                   88 WRK-TAB-CAT-INATIVO VALUE 'I'.
       77 WRK-CAT-IDX PIC 9(03) VALUE ZEROS.

       77 WRK-USUARIO     PIC X(10) VALUE SPACES.
       77 WRK-SENHA       PIC X(10) VALUE SPACES.
       77 WRK-SALT-CALC   PIC 9(04) VALUE ZEROS.
       77 WRK-HASH-CALC   PIC 9(10) VALUE ZEROS.
       77 WRK-AUTENTICADO PIC X(01) VALUE 'N'.
           88 WRK-AUTENTICADO-OK VALUE 'S'.

       77 WRK-OPCAO        PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-VALIDA PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-OK VALUE 'S'.
       77 WRK-SAIR         PIC X(01) VALUE 'N'.
           88 WRK-SAIR-OK  VALUE 'S'.
       77 WRK-HOUVE-ALTERACAO PIC X(01) VALUE 'N'.
           88 WRK-HOUVE-ALTERACAO-OK VALUE 'S'.

       77 WRK-JOB-IN  PIC X(02) VALUE SPACES.
       77 WRK-JOB-NUM PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU   PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-PROGRAMA-IN PIC X(20) VALUE SPACES.

       01 WRK-LINHA-LISTA.
           05 WRK-LL-CODIGO    PIC 9(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LL-PROGRAMA  PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LL-DESCRICAO PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LL-AREA      PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LL-SITUACAO  PIC X(07).
       01 WRK-LINHA-PARAMETRO.
           05 FILLER           PIC X(15) VALUE '    PARAMETRO: '.
           05 WRK-LP-PARAMETRO PIC X(40).

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).
       01 WRK-DATA-SISTEMA-N REDEFINES WRK-DATA-SISTEMA PIC 9(08).

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       PERFORM 0150-AUTENTICAR.
       IF NOT WRK-AUTENTICADO-OK
           DISPLAY 'ACESSO NEGADO - SOMENTE ADMINISTRADORES EX40'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 0160-CARREGAR-CATALOGO.
       PERFORM 0200-EXECUTAR-CICLO UNTIL WRK-SAIR-OK.
       IF WRK-HOUVE-ALTERACAO-OK
           PERFORM 0700-GRAVAR-CATALOGO
       END-IF.
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

      *    administrators only - the catalog decides what runs
       0155-CONFERIR-CREDENCIAL.
       IF EX40-CR-USUARIO = WRK-USUARIO
          AND EX40-CR-PERFIL-ADMIN
          AND NOT EX40-CR-BLOQUEADO-OK
          AND (EX40-CR-VALIDADE = ZEROS
               OR EX40-CR-VALIDADE >= WRK-DATA-SISTEMA-N)
           MOVE EX40-CR-SALT TO WRK-SALT-CALC
           CALL 'EX40-HASH' USING WRK-SENHA WRK-SALT-CALC
               WRK-HASH-CALC
           IF EX40-CR-HASH = WRK-HASH-CALC
               MOVE 'S' TO WRK-AUTENTICADO
           END-IF
       END-IF.

       0160-CARREGAR-CATALOGO.
       MOVE SPACES TO WRK-TABELA-CATALOGO
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT NOTURNO-CATALOGO-FILE
       IF WRK-CATALOGO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ NOTURNO-CATALOGO-FILE INTO NOTURNO-CATALOGO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF NT-CA-JOB-CODIGO IS NUMERIC
                          AND NT-CA-JOB-CODIGO > ZEROS
                           MOVE NT-CA-JOB-CODIGO TO WRK-CAT-IDX
                           MOVE NT-CA-PROGRAMA TO
                               WRK-TAB-CAT-PROGRAMA (WRK-CAT-IDX)
                           MOVE NT-CA-DESCRICAO TO
                               WRK-TAB-CAT-DESCRICAO (WRK-CAT-IDX)
                           MOVE NT-CA-AREA TO
                               WRK-TAB-CAT-AREA (WRK-CAT-IDX)
                           MOVE NT-CA-PARAMETRO TO
                               WRK-TAB-CAT-PARAMETRO (WRK-CAT-IDX)
                           MOVE NT-CA-SITUACAO TO
                               WRK-TAB-CAT-SITUACAO (WRK-CAT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTURNO-CATALOGO-FILE
       END-IF.

       0200-EXECUTAR-CICLO.
       MOVE 'N' TO WRK-OPCAO-VALIDA
       PERFORM 0250-OBTER-OPCAO UNTIL WRK-OPCAO-OK.
       EVALUATE WRK-OPCAO
           WHEN 0
               MOVE 'S' TO WRK-SAIR
           WHEN 1
               PERFORM 0300-INCLUIR
           WHEN 2
               PERFORM 0400-ALTERAR
           WHEN 3
               PERFORM 0500-ATIVAR-INATIVAR
           WHEN 4
               PERFORM 0600-LISTAR-CONSOLE
       END-EVALUATE.

       0250-OBTER-OPCAO.
       DISPLAY 'CATALOGO DE JOBS NOTURNOS'
       DISPLAY '1- INCLUIR JOB'
       DISPLAY '2- ALTERAR JOB'
       DISPLAY '3- ATIVAR/INATIVAR JOB'
       DISPLAY '4- LISTAR CATALOGO'
       DISPLAY '0- SAIR'
       ACCEPT WRK-OPCAO FROM CONSOLE

       IF WRK-OPCAO >= 0 AND WRK-OPCAO <= 4
           MOVE 'S' TO WRK-OPCAO-VALIDA
       ELSE
           DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
       END-IF.

       0270-LOCALIZAR-CODIGO.
       MOVE 'N' TO WRK-ACHOU
       MOVE ZEROS TO WRK-JOB-NUM
       MOVE SPACES TO WRK-JOB-IN
       DISPLAY 'INFORME O CODIGO DO JOB (01 A 99)'
       ACCEPT WRK-JOB-IN FROM CONSOLE
       IF WRK-JOB-IN IS NUMERIC AND WRK-JOB-IN NOT = '00'
           MOVE WRK-JOB-IN TO WRK-JOB-NUM
           IF WRK-TAB-CAT-PROGRAMA (WRK-JOB-NUM) NOT = SPACES
               MOVE 'S' TO WRK-ACHOU
           END-IF
       END-IF.

       0280-OBTER-DADOS.
       MOVE SPACES TO WRK-PROGRAMA-IN
       PERFORM UNTIL WRK-PROGRAMA-IN NOT = SPACES
           DISPLAY 'INFORME O PROGRAMA A CHAMAR (PROGRAM-ID)'
           ACCEPT WRK-PROGRAMA-IN FROM CONSOLE
       END-PERFORM
       MOVE WRK-PROGRAMA-IN TO WRK-TAB-CAT-PROGRAMA (WRK-JOB-NUM)
       DISPLAY 'INFORME A DESCRICAO (ATE 20 CARACTERES)'
       ACCEPT WRK-TAB-CAT-DESCRICAO (WRK-JOB-NUM) FROM CONSOLE
       DISPLAY 'INFORME A AREA RESPONSAVEL'
       ACCEPT WRK-TAB-CAT-AREA (WRK-JOB-NUM) FROM CONSOLE
       DISPLAY 'INFORME O PARAMETRO DO JOB (ATE 40 CARACTERES)'
       ACCEPT WRK-TAB-CAT-PARAMETRO (WRK-JOB-NUM) FROM CONSOLE.

       0300-INCLUIR.
       PERFORM 0270-LOCALIZAR-CODIGO
       EVALUATE TRUE
           WHEN WRK-JOB-NUM = ZEROS
               DISPLAY 'CODIGO DE JOB INVALIDO - NAO INCLUIDO'
           WHEN WRK-ACHOU-OK
               DISPLAY 'JOB JA CATALOGADO: ' WRK-JOB-NUM
           WHEN OTHER
               PERFORM 0280-OBTER-DADOS
               MOVE 'A' TO WRK-TAB-CAT-SITUACAO (WRK-JOB-NUM)
               MOVE 'S' TO WRK-HOUVE-ALTERACAO
               DISPLAY 'JOB INCLUIDO NO CATALOGO: ' WRK-JOB-NUM
       END-EVALUATE.

       0400-ALTERAR.
       PERFORM 0270-LOCALIZAR-CODIGO
       IF NOT WRK-ACHOU-OK
           DISPLAY 'JOB NAO CATALOGADO: ' WRK-JOB-IN
       ELSE
           MOVE WRK-JOB-NUM TO WRK-CAT-IDX
           PERFORM 0650-EXIBIR-JOB
           PERFORM 0280-OBTER-DADOS
           MOVE 'S' TO WRK-HOUVE-ALTERACAO
           DISPLAY 'JOB ALTERADO'
       END-IF.

       0500-ATIVAR-INATIVAR.
       PERFORM 0270-LOCALIZAR-CODIGO
       IF NOT WRK-ACHOU-OK
           DISPLAY 'JOB NAO CATALOGADO: ' WRK-JOB-IN
       ELSE
           IF WRK-TAB-CAT-ATIVO (WRK-JOB-NUM)
               MOVE 'I' TO WRK-TAB-CAT-SITUACAO (WRK-JOB-NUM)
               DISPLAY 'JOB INATIVADO: ' WRK-JOB-NUM
           ELSE
               MOVE 'A' TO WRK-TAB-CAT-SITUACAO (WRK-JOB-NUM)
               DISPLAY 'JOB REATIVADO: ' WRK-JOB-NUM
           END-IF
           MOVE 'S' TO WRK-HOUVE-ALTERACAO
       END-IF.

       0600-LISTAR-CONSOLE.
       PERFORM VARYING WRK-CAT-IDX FROM 1 BY 1
               UNTIL WRK-CAT-IDX > 99
           IF WRK-TAB-CAT-PROGRAMA (WRK-CAT-IDX) NOT = SPACES
               PERFORM 0650-EXIBIR-JOB
           END-IF
       END-PERFORM.

       0650-EXIBIR-JOB.
       MOVE WRK-CAT-IDX TO WRK-LL-CODIGO
       MOVE WRK-TAB-CAT-PROGRAMA (WRK-CAT-IDX) TO WRK-LL-PROGRAMA
       MOVE WRK-TAB-CAT-DESCRICAO (WRK-CAT-IDX) TO WRK-LL-DESCRICAO
       MOVE WRK-TAB-CAT-AREA (WRK-CAT-IDX) TO WRK-LL-AREA
       IF WRK-TAB-CAT-ATIVO (WRK-CAT-IDX)
           MOVE 'ATIVO' TO WRK-LL-SITUACAO
       ELSE
           MOVE 'INATIVO' TO WRK-LL-SITUACAO
       END-IF
       DISPLAY WRK-LINHA-LISTA
       IF WRK-TAB-CAT-PARAMETRO (WRK-CAT-IDX) NOT = SPACES
           MOVE WRK-TAB-CAT-PARAMETRO (WRK-CAT-IDX)
               TO WRK-LP-PARAMETRO
           DISPLAY WRK-LINHA-PARAMETRO
       END-IF.

       0700-GRAVAR-CATALOGO.
       OPEN OUTPUT NOTURNO-CATALOGO-FILE
       PERFORM VARYING WRK-CAT-IDX FROM 1 BY 1
               UNTIL WRK-CAT-IDX > 99
           PERFORM 0750-GRAVAR-JOB
       END-PERFORM
       CLOSE NOTURNO-CATALOGO-FILE.

       0750-GRAVAR-JOB.
       IF WRK-TAB-CAT-PROGRAMA (WRK-CAT-IDX) NOT = SPACES
           MOVE WRK-CAT-IDX TO NT-CA-JOB-CODIGO
           MOVE WRK-TAB-CAT-PROGRAMA (WRK-CAT-IDX) TO NT-CA-PROGRAMA
           MOVE WRK-TAB-CAT-DESCRICAO (WRK-CAT-IDX)
               TO NT-CA-DESCRICAO
           MOVE WRK-TAB-CAT-AREA (WRK-CAT-IDX) TO NT-CA-AREA
           MOVE WRK-TAB-CAT-PARAMETRO (WRK-CAT-IDX)
               TO NT-CA-PARAMETRO
           MOVE WRK-TAB-CAT-SITUACAO (WRK-CAT-IDX) TO NT-CA-SITUACAO
           MOVE NOTURNO-CATALOGO-REC TO NOTURNO-CATALOGO-LINHA
           WRITE NOTURNO-CATALOGO-LINHA
       END-IF.
