      ******************************************************************
      * Author:
      * Date:
      * Purpose: monthly segregation-of-duties review for EX40 -
      *          crosses the user x program permissions of
      *          EX40PERM.DAT with the conflict rules of EX40CONF.DAT
      *          (pairs of programs one user must not hold together,
      *          '*' standing for any other program) and lists every
      *          user holding both sides of a rule. Each conflict
      *          shows the four-eyes approval found in EX40PEND.DAT
      *          for the grant that created it - approver, date and
      *          justification - or SEM APROVACAO when the pair
      *          predates the rules or was granted outside
      *          EX40-ADMIN. Ends with return code 4 when any
      *          conflict has no approval.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX40-CONFLITOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX40-PERMISSAO-FILE ASSIGN TO 'EX40PERM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PERMISSAO-STATUS.
           SELECT EX40-CONFLITO-FILE ASSIGN TO 'EX40CONF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONFLITO-STATUS.
           SELECT EX40-PENDENTE-FILE ASSIGN TO 'EX40PEND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PENDENTE-STATUS.
           SELECT EX40-CNF-REL-FILE ASSIGN TO 'EX40CNFREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX40-PERMISSAO-FILE.
       01 EX40-PERMISSAO-LINHA PIC X(22).

       FD  EX40-CONFLITO-FILE.
       01 EX40-CONFLITO-LINHA PIC X(24).

       FD  EX40-PENDENTE-FILE.
       01 EX40-PENDENTE-LINHA PIC X(122).

       FD  EX40-CNF-REL-FILE.
       01 EX40-CNF-REL-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EX40REC.

       77 WRK-PERMISSAO-STATUS PIC X(02) VALUE '00'.
       77 WRK-CONFLITO-STATUS  PIC X(02) VALUE '00'.
       77 WRK-PENDENTE-STATUS  PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-TABELA-PERMISSOES.
           05 WRK-TAB-PRM OCCURS 200 TIMES
               INDEXED BY WRK-PRM-IDX WRK-PRM-IDX2.
               10 WRK-TAB-PRM-USUARIO  PIC X(10).
               10 WRK-TAB-PRM-PROGRAMA PIC X(12).
       77 WRK-QTD-PERMISSOES PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-CONFLITOS.
           05 WRK-TAB-CNF OCCURS 100 TIMES
               INDEXED BY WRK-CNF-IDX.
               10 WRK-TAB-CNF-PROGRAMA1 PIC X(12).
               10 WRK-TAB-CNF-PROGRAMA2 PIC X(12).
       77 WRK-QTD-CONFLITOS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-APROVACOES.
           05 WRK-TAB-APR OCCURS 200 TIMES
               INDEXED BY WRK-APR-IDX.
               10 WRK-TAB-APR-REGISTRO PIC X(122).
       77 WRK-QTD-APROVACOES PIC 9(03) VALUE ZEROS.

       77 WRK-CONFLITO PIC X(01) VALUE 'N'.
           88 WRK-CONFLITO-OK VALUE 'S'.
       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-PROGRAMA-A PIC X(12) VALUE SPACES.
       77 WRK-PROGRAMA-B PIC X(12) VALUE SPACES.
       77 WRK-DATA-APROVACAO PIC 9(08) VALUE ZEROS.
       77 WRK-QT-CONFLITOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-COM-APROVACAO  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-APROVACAO  PIC 9(05) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'CONFLITOS DE SEGREGACAO DE FUNCOES - EX40-CONFLITOS'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-DETALHE.
           05 FILLER            PIC X(09) VALUE 'USUARIO: '.
           05 WRK-LD-USUARIO     PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-PROGRAMA1   PIC X(12).
           05 FILLER            PIC X(03) VALUE ' X '.
           05 WRK-LD-PROGRAMA2   PIC X(12).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-APROVACAO   PIC X(82).
       01 WRK-LINHA-APROVACAO.
           05 FILLER            PIC X(13) VALUE 'APROVADO POR '.
           05 WRK-LA-APROVADOR   PIC X(10).
           05 FILLER            PIC X(04) VALUE ' EM '.
           05 WRK-LA-DIA         PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LA-MES         PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LA-ANO         PIC 9999.
           05 FILLER            PIC X(02) VALUE ' -'.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LA-JUSTIFICATIVA PIC X(40).
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       PERFORM 0150-CARREGAR-PERMISSOES.
       PERFORM 0160-CARREGAR-CONFLITOS.
       PERFORM 0170-CARREGAR-APROVACOES.
       PERFORM 0300-REVISAR-PERMISSOES.
       IF WRK-QT-SEM-APROVACAO = 0
           MOVE 0 TO RETURN-CODE
       ELSE
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0150-CARREGAR-PERMISSOES.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX40-PERMISSAO-FILE
       IF WRK-PERMISSAO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX40-PERMISSAO-FILE INTO EX40-PERMISSAO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-PERMISSOES >= 200
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-PERMISSOES
                       MOVE EX40-PE-USUARIO TO
                           WRK-TAB-PRM-USUARIO (WRK-QTD-PERMISSOES)
                       MOVE EX40-PE-PROGRAMA TO
                           WRK-TAB-PRM-PROGRAMA (WRK-QTD-PERMISSOES)
               END-READ
           END-PERFORM
           CLOSE EX40-PERMISSAO-FILE
       END-IF.

       0160-CARREGAR-CONFLITOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX40-CONFLITO-FILE
       IF WRK-CONFLITO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX40-CONFLITO-FILE INTO EX40-CONFLITO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-CONFLITOS >= 100
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-CONFLITOS
                       MOVE EX40-CF-PROGRAMA1 TO
                           WRK-TAB-CNF-PROGRAMA1 (WRK-QTD-CONFLITOS)
                       MOVE EX40-CF-PROGRAMA2 TO
                           WRK-TAB-CNF-PROGRAMA2 (WRK-QTD-CONFLITOS)
               END-READ
           END-PERFORM
           CLOSE EX40-CONFLITO-FILE
       END-IF.

       0170-CARREGAR-APROVACOES.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX40-PENDENTE-FILE
       IF WRK-PENDENTE-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX40-PENDENTE-FILE INTO EX40-PENDENTE-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX40-PD-TIPO-PERMISSAO AND EX40-PD-APROVADO
                           IF WRK-QTD-APROVACOES >= 200
                               PERFORM 9000-ABORTAR-CAPACIDADE
                           END-IF
                           ADD 1 TO WRK-QTD-APROVACOES
                           MOVE EX40-PENDENTE-REC TO
                               WRK-TAB-APR-REGISTRO
                                   (WRK-QTD-APROVACOES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX40-PENDENTE-FILE
       END-IF.

       0300-REVISAR-PERMISSOES.
       OPEN OUTPUT EX40-CNF-REL-FILE
       WRITE EX40-CNF-REL-LINHA FROM WRK-CABECALHO
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX40-CNF-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       WRITE EX40-CNF-REL-LINHA FROM WRK-LINHA-BRANCO

       PERFORM 0350-REVISAR-UMA-PERMISSAO
           VARYING WRK-PRM-IDX FROM 1 BY 1
           UNTIL WRK-PRM-IDX > WRK-QTD-PERMISSOES

       WRITE EX40-CNF-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'CONFLITOS EXISTENTES..: ' DELIMITED BY SIZE
           WRK-QT-CONFLITOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX40-CNF-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'COM APROVACAO.........: ' DELIMITED BY SIZE
           WRK-QT-COM-APROVACAO DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX40-CNF-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'SEM APROVACAO.........: ' DELIMITED BY SIZE
           WRK-QT-SEM-APROVACAO DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX40-CNF-REL-LINHA FROM WRK-LINHA-RESUMO
       CLOSE EX40-CNF-REL-FILE.

       0350-REVISAR-UMA-PERMISSAO.
       PERFORM VARYING WRK-PRM-IDX2 FROM WRK-PRM-IDX BY 1
               UNTIL WRK-PRM-IDX2 >= WRK-QTD-PERMISSOES
           IF WRK-TAB-PRM-USUARIO (WRK-PRM-IDX2 + 1)
                   = WRK-TAB-PRM-USUARIO (WRK-PRM-IDX)
               MOVE WRK-TAB-PRM-PROGRAMA (WRK-PRM-IDX)
                   TO WRK-PROGRAMA-A
               MOVE WRK-TAB-PRM-PROGRAMA (WRK-PRM-IDX2 + 1)
                   TO WRK-PROGRAMA-B
               MOVE 'N' TO WRK-CONFLITO
               PERFORM 0360-CONFERIR-PAR
               IF WRK-CONFLITO-OK
                   PERFORM 0400-LISTAR-CONFLITO
               END-IF
           END-IF
       END-PERFORM.

      *    a rule matches the pair in either order
       0360-CONFERIR-PAR.
       PERFORM VARYING WRK-CNF-IDX FROM 1 BY 1
               UNTIL WRK-CNF-IDX > WRK-QTD-CONFLITOS
              OR WRK-CONFLITO-OK
           MOVE WRK-TAB-CNF-PROGRAMA2 (WRK-CNF-IDX)
               TO EX40-CF-PROGRAMA2
           IF WRK-TAB-CNF-PROGRAMA1 (WRK-CNF-IDX) = WRK-PROGRAMA-A
              AND (EX40-CF-PROGRAMA2 = WRK-PROGRAMA-B
                   OR EX40-CF-QUALQUER-PROGRAMA)
               MOVE 'S' TO WRK-CONFLITO
           END-IF
           IF WRK-TAB-CNF-PROGRAMA1 (WRK-CNF-IDX) = WRK-PROGRAMA-B
              AND (EX40-CF-PROGRAMA2 = WRK-PROGRAMA-A
                   OR EX40-CF-QUALQUER-PROGRAMA)
               MOVE 'S' TO WRK-CONFLITO
           END-IF
       END-PERFORM.

       0400-LISTAR-CONFLITO.
       ADD 1 TO WRK-QT-CONFLITOS
       MOVE 'N' TO WRK-ACHOU
       MOVE ZEROS TO WRK-DATA-APROVACAO
       PERFORM VARYING WRK-APR-IDX FROM 1 BY 1
               UNTIL WRK-APR-IDX > WRK-QTD-APROVACOES
           MOVE WRK-TAB-APR-REGISTRO (WRK-APR-IDX)
               TO EX40-PENDENTE-REC
           IF EX40-PD-ALVO = WRK-TAB-PRM-USUARIO (WRK-PRM-IDX)
              AND (EX40-PD-VALOR (1:12) = WRK-PROGRAMA-A
                   OR EX40-PD-VALOR (1:12) = WRK-PROGRAMA-B)
              AND EX40-PD-DATA-DECISAO >= WRK-DATA-APROVACAO
               MOVE 'S' TO WRK-ACHOU
               MOVE EX40-PD-DATA-DECISAO TO WRK-DATA-APROVACAO
               MOVE EX40-PD-APROVADOR TO WRK-LA-APROVADOR
               MOVE EX40-PD-DATA-DECISAO (7:2) TO WRK-LA-DIA
               MOVE EX40-PD-DATA-DECISAO (5:2) TO WRK-LA-MES
               MOVE EX40-PD-DATA-DECISAO (1:4) TO WRK-LA-ANO
               MOVE EX40-PD-JUSTIFICATIVA TO WRK-LA-JUSTIFICATIVA
           END-IF
       END-PERFORM
       MOVE WRK-TAB-PRM-USUARIO (WRK-PRM-IDX) TO WRK-LD-USUARIO
       MOVE WRK-PROGRAMA-A TO WRK-LD-PROGRAMA1
       MOVE WRK-PROGRAMA-B TO WRK-LD-PROGRAMA2
       IF WRK-ACHOU-OK
           ADD 1 TO WRK-QT-COM-APROVACAO
           MOVE WRK-LINHA-APROVACAO TO WRK-LD-APROVACAO
       ELSE
           ADD 1 TO WRK-QT-SEM-APROVACAO
           MOVE 'SEM APROVACAO' TO WRK-LD-APROVACAO
       END-IF
       WRITE EX40-CNF-REL-LINHA FROM WRK-LINHA-DETALHE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
