      ******************************************************************
      * Author:
      * Date:
      * Purpose: shared company routine for the group's companies
      *          run in this system with separate books. Answers
      *          from the company register SISEMP.DAT whether a
      *          company is registered and active (V) and which
      *          company a caixa code (X) or a matricula (M) belongs
      *          to by the company's numbering ranges; from
      *          EX40USR.DAT and EX40PERM.DAT whether a user may work
      *          on a company (A - admins on every active company,
      *          other users on those granted as EMPRESA-nn in
      *          EX40-ADMIN) and whether a user may see consolidated
      *          group totals (G - admins, or the CONSOLIDADO grant);
      *          and, for a report program, whether an authorized
      *          request for group totals left by SIS-CONSOLIDA is
      *          waiting in SISCONS.DAT (C), marking the request used
      *          so the totals are produced once per request. The
      *          caller fills SIS-EMPRESA-PEDIDO (copybook SISEMPREC)
      *          and passes it here; the answer comes back in the
      *          same block, with the company name and, on a refusal,
      *          the reason.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIS-EMPRESA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIS-EMPRESA-FILE ASSIGN TO 'SISEMP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EMPRESA-STATUS.
           SELECT EX40-USUARIOS-FILE ASSIGN TO 'EX40USR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-USUARIOS-STATUS.
           SELECT EX40-PERMISSAO-FILE ASSIGN TO 'EX40PERM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PERMISSAO-STATUS.
           SELECT SIS-CONSOLIDADO-FILE ASSIGN TO 'SISCONS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONSOLIDADO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIS-EMPRESA-FILE.
       01 SIS-EMPRESA-LINHA PIC X(49).

       FD  EX40-USUARIOS-FILE.
       01 EX40-USUARIOS-LINHA PIC X(48).

       FD  EX40-PERMISSAO-FILE.
       01 EX40-PERMISSAO-LINHA PIC X(22).

       FD  SIS-CONSOLIDADO-FILE.
       01 SIS-CONSOLIDADO-LINHA PIC X(48).

       WORKING-STORAGE SECTION.
       COPY SISEMPREC.
       COPY EX40REC.

       77 WRK-EMPRESA-STATUS     PIC X(02) VALUE '00'.
       77 WRK-USUARIOS-STATUS    PIC X(02) VALUE '00'.
       77 WRK-PERMISSAO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-CONSOLIDADO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-TABELA-EMPRESAS.
           05 WRK-TAB-EMP OCCURS 99 TIMES
               INDEXED BY WRK-EMP-IDX.
               10 WRK-TAB-EMP-REGISTRO PIC X(49).
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.

       01 WRK-TABELA-PEDIDOS.
           05 WRK-TAB-PED OCCURS 500 TIMES
               INDEXED BY WRK-PED-IDX.
               10 WRK-TAB-PED-REGISTRO PIC X(48).
       77 WRK-QTD-PEDIDOS PIC 9(03) VALUE ZEROS.

       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-ADMIN PIC X(01) VALUE 'N'.
           88 WRK-ADMIN-OK VALUE 'S'.
       77 WRK-PROGRAMA-GRANT PIC X(12) VALUE SPACES.
       77 WRK-PEDIDO-USADO PIC X(01) VALUE 'N'.
           88 WRK-PEDIDO-USADO-OK VALUE 'S'.
       77 WRK-USUARIO-CONSULTA PIC X(10) VALUE SPACES.

       01 WRK-GRANT-EMPRESA.
           05 FILLER            PIC X(08) VALUE 'EMPRESA-'.
           05 WRK-GE-CODIGO     PIC 9(02).
           05 FILLER            PIC X(02) VALUE SPACES.

       01 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 SIS-EP-LINK PIC X(107).

       PROCEDURE DIVISION USING SIS-EP-LINK.

       0100-PRINCIPAL.
       MOVE SIS-EP-LINK TO SIS-EMPRESA-PEDIDO
       PERFORM 0150-CARREGAR-EMPRESAS
       SET SIS-EP-NAO TO TRUE
       MOVE SPACES TO SIS-EP-NOME SIS-EP-MENSAGEM
       EVALUATE TRUE
           WHEN SIS-EP-VALIDAR
               PERFORM 0300-VALIDAR-EMPRESA
           WHEN SIS-EP-ACESSO
               PERFORM 0300-VALIDAR-EMPRESA
               IF SIS-EP-SIM
                   PERFORM 0400-VERIFICAR-ACESSO
               END-IF
           WHEN SIS-EP-DONA-CAIXA
               PERFORM 0350-EMPRESA-DO-CAIXA
           WHEN SIS-EP-DONA-MATRICULA
               PERFORM 0360-EMPRESA-DA-MATRICULA
           WHEN SIS-EP-GRUPO
               MOVE SIS-EP-USUARIO TO WRK-USUARIO-CONSULTA
               PERFORM 0450-VERIFICAR-GRUPO
           WHEN SIS-EP-CONSOLIDADO
               PERFORM 0500-ATENDER-CONSOLIDADO
           WHEN OTHER
               MOVE 'FUNCAO INVALIDA' TO SIS-EP-MENSAGEM
       END-EVALUATE
       MOVE SIS-EMPRESA-PEDIDO TO SIS-EP-LINK
       GOBACK.

       0150-CARREGAR-EMPRESAS.
       MOVE ZEROS TO WRK-QTD-EMPRESAS
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT SIS-EMPRESA-FILE
       IF WRK-EMPRESA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ SIS-EMPRESA-FILE
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-EMPRESAS >= 99
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-EMPRESAS
                       MOVE SIS-EMPRESA-LINHA TO
                           WRK-TAB-EMP-REGISTRO (WRK-QTD-EMPRESAS)
               END-READ
           END-PERFORM
           CLOSE SIS-EMPRESA-FILE
       END-IF.

       0300-VALIDAR-EMPRESA.
       MOVE 'N' TO WRK-ACHOU
       PERFORM VARYING WRK-EMP-IDX FROM 1 BY 1
               UNTIL WRK-EMP-IDX > WRK-QTD-EMPRESAS OR WRK-ACHOU-OK
           MOVE WRK-TAB-EMP-REGISTRO (WRK-EMP-IDX) TO SIS-EMPRESA-REC
           IF SIS-EM-CODIGO = SIS-EP-EMPRESA
               MOVE 'S' TO WRK-ACHOU
           END-IF
       END-PERFORM
       EVALUATE TRUE
           WHEN NOT WRK-ACHOU-OK
               MOVE 'EMPRESA NAO CADASTRADA' TO SIS-EP-MENSAGEM
           WHEN NOT SIS-EM-ATIVA
               MOVE SIS-EM-NOME TO SIS-EP-NOME
               MOVE 'EMPRESA INATIVA' TO SIS-EP-MENSAGEM
           WHEN OTHER
               MOVE SIS-EM-NOME TO SIS-EP-NOME
               SET SIS-EP-SIM TO TRUE
       END-EVALUATE.

       0350-EMPRESA-DO-CAIXA.
       MOVE 'N' TO WRK-ACHOU
       PERFORM VARYING WRK-EMP-IDX FROM 1 BY 1
               UNTIL WRK-EMP-IDX > WRK-QTD-EMPRESAS OR WRK-ACHOU-OK
           MOVE WRK-TAB-EMP-REGISTRO (WRK-EMP-IDX) TO SIS-EMPRESA-REC
           IF SIS-EP-CAIXA >= SIS-EM-CAIXA-INICIAL
              AND SIS-EP-CAIXA <= SIS-EM-CAIXA-FINAL
               MOVE 'S' TO WRK-ACHOU
           END-IF
       END-PERFORM
       IF WRK-ACHOU-OK
           MOVE SIS-EM-CODIGO TO SIS-EP-EMPRESA
           PERFORM 0300-VALIDAR-EMPRESA
       ELSE
           MOVE ZEROS TO SIS-EP-EMPRESA
           MOVE 'CAIXA FORA DAS FAIXAS DAS EMPRESAS'
               TO SIS-EP-MENSAGEM
       END-IF.

       0360-EMPRESA-DA-MATRICULA.
       MOVE 'N' TO WRK-ACHOU
       PERFORM VARYING WRK-EMP-IDX FROM 1 BY 1
               UNTIL WRK-EMP-IDX > WRK-QTD-EMPRESAS OR WRK-ACHOU-OK
           MOVE WRK-TAB-EMP-REGISTRO (WRK-EMP-IDX) TO SIS-EMPRESA-REC
           IF SIS-EP-MATRICULA >= SIS-EM-MATR-INICIAL
              AND SIS-EP-MATRICULA <= SIS-EM-MATR-FINAL
               MOVE 'S' TO WRK-ACHOU
           END-IF
       END-PERFORM
       IF WRK-ACHOU-OK
           MOVE SIS-EM-CODIGO TO SIS-EP-EMPRESA
           PERFORM 0300-VALIDAR-EMPRESA
       ELSE
           MOVE ZEROS TO SIS-EP-EMPRESA
           MOVE 'MATRICULA FORA DAS FAIXAS DAS EMPRESAS'
               TO SIS-EP-MENSAGEM
       END-IF.

       0400-VERIFICAR-ACESSO.
       MOVE SIS-EP-USUARIO TO WRK-USUARIO-CONSULTA
       PERFORM 0410-VERIFICAR-ADMIN
       IF NOT WRK-ADMIN-OK
           MOVE SIS-EP-EMPRESA TO WRK-GE-CODIGO
           MOVE WRK-GRANT-EMPRESA TO WRK-PROGRAMA-GRANT
           PERFORM 0420-PROCURAR-GRANT
           IF NOT WRK-ACHOU-OK
               SET SIS-EP-NAO TO TRUE
               STRING 'USUARIO SEM ACESSO A EMPRESA '
                       DELIMITED BY SIZE
                   SIS-EP-EMPRESA DELIMITED BY SIZE
                   INTO SIS-EP-MENSAGEM
           END-IF
       END-IF.

       0410-VERIFICAR-ADMIN.
       MOVE 'N' TO WRK-ADMIN
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX40-USUARIOS-FILE
       IF WRK-USUARIOS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX40-USUARIOS-FILE INTO EX40-CREDENCIAL-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX40-CR-USUARIO = WRK-USUARIO-CONSULTA
                          AND EX40-CR-PERFIL-ADMIN
                          AND NOT EX40-CR-BLOQUEADO-OK
                           MOVE 'S' TO WRK-ADMIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX40-USUARIOS-FILE
       END-IF.

       0420-PROCURAR-GRANT.
       MOVE 'N' TO WRK-ACHOU
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX40-PERMISSAO-FILE
       IF WRK-PERMISSAO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK OR WRK-ACHOU-OK
               READ EX40-PERMISSAO-FILE INTO EX40-PERMISSAO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX40-PE-USUARIO = WRK-USUARIO-CONSULTA
                          AND EX40-PE-PROGRAMA = WRK-PROGRAMA-GRANT
                           MOVE 'S' TO WRK-ACHOU
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX40-PERMISSAO-FILE
       END-IF.

       0450-VERIFICAR-GRUPO.
       PERFORM 0410-VERIFICAR-ADMIN
       IF WRK-ADMIN-OK
           SET SIS-EP-SIM TO TRUE
       ELSE
           MOVE 'CONSOLIDADO' TO WRK-PROGRAMA-GRANT
           PERFORM 0420-PROCURAR-GRANT
           IF WRK-ACHOU-OK
               SET SIS-EP-SIM TO TRUE
           ELSE
               SET SIS-EP-NAO TO TRUE
               MOVE 'USUARIO SEM ACESSO AO CONSOLIDADO'
                   TO SIS-EP-MENSAGEM
           END-IF
       END-IF.

      *    the oldest waiting request of a still authorized user
       0500-ATENDER-CONSOLIDADO.
       MOVE 'N' TO WRK-PEDIDO-USADO
       MOVE ZEROS TO WRK-QTD-PEDIDOS
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT SIS-CONSOLIDADO-FILE
       IF WRK-CONSOLIDADO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ SIS-CONSOLIDADO-FILE
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-PEDIDOS >= 500
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-PEDIDOS
                       MOVE SIS-CONSOLIDADO-LINHA TO
                           WRK-TAB-PED-REGISTRO (WRK-QTD-PEDIDOS)
               END-READ
           END-PERFORM
           CLOSE SIS-CONSOLIDADO-FILE
       END-IF
       PERFORM VARYING WRK-PED-IDX FROM 1 BY 1
               UNTIL WRK-PED-IDX > WRK-QTD-PEDIDOS
                  OR WRK-PEDIDO-USADO-OK
           MOVE WRK-TAB-PED-REGISTRO (WRK-PED-IDX)
               TO SIS-CONSOLIDADO-REC
           IF SIS-CS-PENDENTE
              AND SIS-CS-PROGRAMA = SIS-EP-PROGRAMA
               MOVE SIS-CS-USUARIO TO WRK-USUARIO-CONSULTA
               PERFORM 0450-VERIFICAR-GRUPO
               IF SIS-EP-SIM
                   MOVE 'S' TO WRK-PEDIDO-USADO
                   SET SIS-CS-ATENDIDO TO TRUE
                   ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
                   MOVE WRK-DATA-SISTEMA TO SIS-CS-DATA-USO
                   MOVE SIS-CONSOLIDADO-REC TO
                       WRK-TAB-PED-REGISTRO (WRK-PED-IDX)
                   MOVE SIS-CS-USUARIO TO SIS-EP-USUARIO
               END-IF
           END-IF
       END-PERFORM
       IF WRK-PEDIDO-USADO-OK
           MOVE SPACES TO SIS-EP-MENSAGEM
           OPEN OUTPUT SIS-CONSOLIDADO-FILE
           PERFORM VARYING WRK-PED-IDX FROM 1 BY 1
                   UNTIL WRK-PED-IDX > WRK-QTD-PEDIDOS
               MOVE WRK-TAB-PED-REGISTRO (WRK-PED-IDX)
                   TO SIS-CONSOLIDADO-LINHA
               WRITE SIS-CONSOLIDADO-LINHA
           END-PERFORM
           CLOSE SIS-CONSOLIDADO-FILE
       ELSE
           SET SIS-EP-NAO TO TRUE
           MOVE 'NENHUM PEDIDO DE CONSOLIDADO' TO SIS-EP-MENSAGEM
       END-IF.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
