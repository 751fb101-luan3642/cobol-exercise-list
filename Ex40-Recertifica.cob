      ******************************************************************
      * Author:
      * Date:
      * Purpose: quarterly access recertification campaign for EX40.
      *          With no campaign open it builds the quarter's
      *          campaign file EX40RCRT.DAT: one line per user x
      *          program of EX40PERM.DAT, grouped by the user's
      *          department (EX40-CR-MATRICULA looked up in
      *          FUNCMST.DAT) and assigned to the department manager
      *          named in FUNCDEP.DAT. Lines whose user has no
      *          matricula, employee or department manager, and the
      *          manager's own access, go to the admins instead (blank
      *          manager). The deadline is the opening date plus the
      *          days in EX40RCPRM.DAT (30 when absent). Managers mark
      *          each line keep or revoke in EX40-REVISAO. While the
      *          deadline has not passed a run only reports the
      *          progress; the first run after it applies the
      *          revocations to EX40PERM.DAT, also revokes every line
      *          left unreviewed, logs each revocation to EX40AUD.DAT,
      *          closes the campaign and prints the campaign report
      *          EX40RCREL.DAT with the sign-off block for the audit
      *          file. Ends with return code 4 when unreviewed access
      *          was revoked.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX40-RECERTIFICA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX40-USUARIOS-FILE ASSIGN TO 'EX40USR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-USUARIOS-STATUS.
           SELECT EX40-PERMISSAO-FILE ASSIGN TO 'EX40PERM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PERMISSAO-STATUS.
           SELECT EX40-RECERT-FILE ASSIGN TO 'EX40RCRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RECERT-STATUS.
           SELECT EX40-PARAMETRO-FILE ASSIGN TO 'EX40RCPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARAMETRO-STATUS.
           SELECT EX40-AUDIT-FILE ASSIGN TO 'EX40AUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDIT-STATUS.
           SELECT EX40-RC-REL-FILE ASSIGN TO 'EX40RCREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT FUNC-MASTER-FILE ASSIGN TO 'FUNCMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MT-MATRICULA
               FILE STATUS IS WRK-MASTER-STATUS.
           SELECT FUNC-DEPTO-FILE ASSIGN TO 'FUNCDEP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX40-USUARIOS-FILE.
       01 EX40-USUARIOS-LINHA PIC X(48).

       FD  EX40-PERMISSAO-FILE.
       01 EX40-PERMISSAO-LINHA PIC X(22).

       FD  EX40-RECERT-FILE.
       01 EX40-RECERT-LINHA PIC X(81).

       FD  EX40-PARAMETRO-FILE.
       01 EX40-PARAMETRO-LINHA PIC X(03).

       FD  EX40-AUDIT-FILE.
       01 EX40-AUDIT-LINHA PIC X(80).

       FD  EX40-RC-REL-FILE.
       01 EX40-RC-REL-LINHA PIC X(132).

       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       FD  FUNC-DEPTO-FILE.
       01 FUNC-DEPTO-LINHA PIC X(52).

       WORKING-STORAGE SECTION.
       COPY EX40REC.
       COPY FUNCREC.

       77 WRK-USUARIOS-STATUS  PIC X(02) VALUE '00'.
       77 WRK-PERMISSAO-STATUS PIC X(02) VALUE '00'.
       77 WRK-RECERT-STATUS    PIC X(02) VALUE '00'.
       77 WRK-PARAMETRO-STATUS PIC X(02) VALUE '00'.
       77 WRK-AUDIT-STATUS     PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-MASTER-STATUS    PIC X(02) VALUE '00'.
       77 WRK-DEPTO-STATUS     PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-TABELA-USUARIOS.
           05 WRK-TAB-USR OCCURS 100 TIMES
               INDEXED BY WRK-USR-IDX.
               10 WRK-TAB-USR-USUARIO   PIC X(10).
               10 WRK-TAB-USR-MATRICULA PIC 9(05).
       77 WRK-QTD-USUARIOS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-DEPTOS.
           05 WRK-TAB-DEP OCCURS 50 TIMES
               INDEXED BY WRK-DEP-IDX.
               10 WRK-TAB-DEP-CODIGO PIC X(10).
               10 WRK-TAB-DEP-GESTOR PIC X(10).
       77 WRK-QTD-DEPTOS PIC 9(02) VALUE ZEROS.

       01 WRK-TABELA-PERMISSOES.
           05 WRK-TAB-PRM OCCURS 200 TIMES
               INDEXED BY WRK-PRM-IDX.
               10 WRK-TAB-PRM-USUARIO  PIC X(10).
               10 WRK-TAB-PRM-PROGRAMA PIC X(12).
       77 WRK-QTD-PERMISSOES PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-CAMPANHA.
           05 WRK-TAB-RC OCCURS 200 TIMES
               INDEXED BY WRK-RC-IDX.
               10 WRK-TAB-RC-CHAVE    PIC X(42).
               10 WRK-TAB-RC-REGISTRO PIC X(81).
       77 WRK-QTD-LINHAS  PIC 9(03) VALUE ZEROS.
       77 WRK-I           PIC 9(03) VALUE ZEROS.
       01 WRK-LINHA-TROCA.
           05 WRK-TROCA-CHAVE    PIC X(42).
           05 WRK-TROCA-REGISTRO PIC X(81).

       77 WRK-CAMPANHA-ATUAL PIC X(06) VALUE SPACES.
       77 WRK-TRIMESTRE      PIC 9(01) VALUE ZEROS.
       77 WRK-DIAS-PRAZO     PIC 9(03) VALUE 30.
       77 WRK-DIAS-HOJE      PIC 9(08) VALUE ZEROS.
       77 WRK-PRAZO          PIC 9(08) VALUE ZEROS.
       77 WRK-GRUPO-ATUAL    PIC X(20) VALUE SPACES.
       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.

       77 WRK-QT-LINHAS        PIC 9(05) VALUE ZEROS.
       77 WRK-QT-MANTIDAS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REVOGADAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NAO-REVISADAS PIC 9(05) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).
       01 WRK-DATA-SISTEMA-N REDEFINES WRK-DATA-SISTEMA PIC 9(08).
       01 WRK-HORA-SISTEMA.
           05 WRK-HR-HHMMSS PIC 9(06).
           05 FILLER        PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'RECERTIFICACAO DE ACESSOS - EX40-RECERTIFICA'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-CAMPANHA.
           05 FILLER            PIC X(10) VALUE 'CAMPANHA: '.
           05 WRK-LC-CAMPANHA    PIC X(06).
           05 FILLER            PIC X(09) VALUE '  PRAZO: '.
           05 WRK-LC-DIA         PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LC-MES         PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LC-ANO         PIC 9999.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LC-SITUACAO    PIC X(30).
       01 WRK-LINHA-DEPTO.
           05 FILLER            PIC X(14) VALUE 'DEPARTAMENTO: '.
           05 WRK-LT-DEPTO       PIC X(10).
           05 FILLER            PIC X(10) VALUE '  GESTOR: '.
           05 WRK-LT-GESTOR      PIC X(15).
       01 WRK-LINHA-DETALHE.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-USUARIO     PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-PROGRAMA    PIC X(12).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-DECISAO     PIC X(24).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-REVISOR     PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-DATA        PIC X(10).
       01 WRK-DATA-EDITADA.
           05 WRK-DE-DIA PIC 99.
           05 FILLER     PIC X(01) VALUE '/'.
           05 WRK-DE-MES PIC 99.
           05 FILLER     PIC X(01) VALUE '/'.
           05 WRK-DE-ANO PIC 9999.
       01 WRK-LINHA-VISTO.
           05 FILLER            PIC X(13) VALUE 'VISTO GESTOR '.
           05 WRK-LV-GESTOR      PIC X(15).
           05 FILLER            PIC X(02) VALUE ' ('.
           05 WRK-LV-DEPTO       PIC X(10).
           05 FILLER            PIC X(04) VALUE '):  '.
           05 FILLER            PIC X(30) VALUE ALL '_'.
       01 WRK-LINHA-VISTO-AUDITORIA.
           05 FILLER            PIC X(40) VALUE
               'VISTO DA AUDITORIA:'.
           05 FILLER            PIC X(30) VALUE ALL '_'.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       COMPUTE WRK-DIAS-HOJE =
           FUNCTION INTEGER-OF-DATE (WRK-DATA-SISTEMA-N)
       COMPUTE WRK-TRIMESTRE = (WRK-DT-MES - 1) / 3 + 1
       MOVE SPACES TO WRK-CAMPANHA-ATUAL
       STRING WRK-DT-ANO DELIMITED BY SIZE
           'T' DELIMITED BY SIZE
           WRK-TRIMESTRE DELIMITED BY SIZE
           INTO WRK-CAMPANHA-ATUAL
       PERFORM 0150-CARREGAR-CAMPANHA
       MOVE 0 TO RETURN-CODE
       IF WRK-QTD-LINHAS > 0
           MOVE WRK-TAB-RC-REGISTRO (1) TO EX40-RECERT-REC
       END-IF
       EVALUATE TRUE
           WHEN WRK-QTD-LINHAS > 0 AND EX40-RC-ABERTA
                AND WRK-DATA-SISTEMA-N > EX40-RC-PRAZO
               PERFORM 0500-ENCERRAR-CAMPANHA
           WHEN WRK-QTD-LINHAS > 0 AND EX40-RC-ABERTA
               PERFORM 0400-SITUACAO-CAMPANHA
           WHEN WRK-QTD-LINHAS > 0
                AND EX40-RC-CAMPANHA = WRK-CAMPANHA-ATUAL
               DISPLAY 'CAMPANHA DO TRIMESTRE JA ENCERRADA: '
                   WRK-CAMPANHA-ATUAL
           WHEN OTHER
               PERFORM 0300-ABRIR-CAMPANHA
       END-EVALUATE.
       STOP RUN.

       0150-CARREGAR-CAMPANHA.
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

       0160-CARREGAR-USUARIOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX40-USUARIOS-FILE
       IF WRK-USUARIOS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX40-USUARIOS-FILE INTO EX40-CREDENCIAL-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-USUARIOS >= 100
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-USUARIOS
                       MOVE EX40-CR-USUARIO TO
                           WRK-TAB-USR-USUARIO (WRK-QTD-USUARIOS)
                       MOVE EX40-CR-MATRICULA TO
                           WRK-TAB-USR-MATRICULA (WRK-QTD-USUARIOS)
               END-READ
           END-PERFORM
           CLOSE EX40-USUARIOS-FILE
       END-IF.

       0170-CARREGAR-DEPTOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT FUNC-DEPTO-FILE
       IF WRK-DEPTO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-DEPTO-FILE INTO FUNC-DEPTO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-DEPTOS >= 50
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-DEPTOS
                       MOVE FUNC-DP-CODIGO TO
                           WRK-TAB-DEP-CODIGO (WRK-QTD-DEPTOS)
                       MOVE FUNC-DP-GESTOR TO
                           WRK-TAB-DEP-GESTOR (WRK-QTD-DEPTOS)
               END-READ
           END-PERFORM
           CLOSE FUNC-DEPTO-FILE
       END-IF.

       0180-CARREGAR-PERMISSOES.
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

       0190-LER-PARAMETRO.
       OPEN INPUT EX40-PARAMETRO-FILE
       IF WRK-PARAMETRO-STATUS = '00'
           READ EX40-PARAMETRO-FILE
               AT END CONTINUE
               NOT AT END
                   IF EX40-PARAMETRO-LINHA IS NUMERIC
                      AND EX40-PARAMETRO-LINHA NOT = '000'
                       MOVE EX40-PARAMETRO-LINHA TO WRK-DIAS-PRAZO
                   END-IF
           END-READ
           CLOSE EX40-PARAMETRO-FILE
       END-IF.

       0300-ABRIR-CAMPANHA.
       PERFORM 0160-CARREGAR-USUARIOS
       PERFORM 0170-CARREGAR-DEPTOS
       PERFORM 0180-CARREGAR-PERMISSOES
       PERFORM 0190-LER-PARAMETRO
       COMPUTE WRK-PRAZO = FUNCTION DATE-OF-INTEGER
           (WRK-DIAS-HOJE + WRK-DIAS-PRAZO)
       MOVE ZEROS TO WRK-QTD-LINHAS
       OPEN INPUT FUNC-MASTER-FILE
       PERFORM 0310-INCLUIR-LINHA
           VARYING WRK-PRM-IDX FROM 1 BY 1
           UNTIL WRK-PRM-IDX > WRK-QTD-PERMISSOES
       CLOSE FUNC-MASTER-FILE
       PERFORM 0700-GRAVAR-CAMPANHA

       PERFORM 0800-ABRIR-RELATORIO
       MOVE 'CAMPANHA ABERTA' TO WRK-LC-SITUACAO
       PERFORM 0810-CABECALHO-CAMPANHA
       MOVE SPACES TO WRK-GRUPO-ATUAL
       PERFORM 0820-LISTAR-LINHA
           VARYING WRK-RC-IDX FROM 1 BY 1
           UNTIL WRK-RC-IDX > WRK-QTD-LINHAS
       WRITE EX40-RC-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'LINHAS A REVISAR......: ' DELIMITED BY SIZE
           WRK-QT-LINHAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX40-RC-REL-LINHA FROM WRK-LINHA-RESUMO
       CLOSE EX40-RC-REL-FILE
       DISPLAY 'CAMPANHA ABERTA: ' WRK-CAMPANHA-ATUAL.

       0310-INCLUIR-LINHA.
       MOVE SPACES TO EX40-RECERT-REC
       MOVE WRK-CAMPANHA-ATUAL TO EX40-RC-CAMPANHA
       MOVE WRK-PRAZO TO EX40-RC-PRAZO
       MOVE WRK-TAB-PRM-USUARIO (WRK-PRM-IDX) TO EX40-RC-USUARIO
       MOVE WRK-TAB-PRM-PROGRAMA (WRK-PRM-IDX) TO EX40-RC-PROGRAMA
       MOVE ZEROS TO EX40-RC-MATRICULA
       MOVE ZEROS TO EX40-RC-DATA-REVISAO
       MOVE 'A' TO EX40-RC-SITUACAO
       PERFORM 0320-LOCALIZAR-GESTOR
       IF EX40-RC-GESTOR = EX40-RC-USUARIO
           MOVE SPACES TO EX40-RC-GESTOR
       END-IF
       IF WRK-QTD-LINHAS >= 200
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-QTD-LINHAS
       MOVE WRK-QTD-LINHAS TO WRK-I
       MOVE EX40-RC-DEPARTAMENTO TO WRK-TAB-RC-CHAVE (WRK-I) (1:10)
       MOVE EX40-RC-GESTOR TO WRK-TAB-RC-CHAVE (WRK-I) (11:10)
       MOVE EX40-RC-USUARIO TO WRK-TAB-RC-CHAVE (WRK-I) (21:10)
       MOVE EX40-RC-PROGRAMA TO WRK-TAB-RC-CHAVE (WRK-I) (31:12)
       MOVE EX40-RECERT-REC TO WRK-TAB-RC-REGISTRO (WRK-I)
       PERFORM 0330-ORDENAR-LINHA.

      *    user -> matricula -> employee department -> manager
       0320-LOCALIZAR-GESTOR.
       MOVE 'SEM LOGIN' TO EX40-RC-DEPARTAMENTO
       SET WRK-USR-IDX TO 1
       SEARCH WRK-TAB-USR
           AT END
               CONTINUE
           WHEN WRK-USR-IDX > WRK-QTD-USUARIOS
               CONTINUE
           WHEN WRK-TAB-USR-USUARIO (WRK-USR-IDX) = EX40-RC-USUARIO
               MOVE WRK-TAB-USR-MATRICULA (WRK-USR-IDX)
                   TO EX40-RC-MATRICULA
               MOVE 'SEM FUNC' TO EX40-RC-DEPARTAMENTO
       END-SEARCH
       IF EX40-RC-MATRICULA NOT = ZEROS
           MOVE EX40-RC-MATRICULA TO FUNC-MT-MATRICULA
           READ FUNC-MASTER-FILE INTO FUNC-MASTER-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF FUNC-MS-ATIVO
                       MOVE FUNC-MS-DEPARTAMENTO
                           TO EX40-RC-DEPARTAMENTO
                   END-IF
           END-READ
       END-IF
       SET WRK-DEP-IDX TO 1
       SEARCH WRK-TAB-DEP
           AT END
               CONTINUE
           WHEN WRK-DEP-IDX > WRK-QTD-DEPTOS
               CONTINUE
           WHEN WRK-TAB-DEP-CODIGO (WRK-DEP-IDX) = EX40-RC-DEPARTAMENTO
               MOVE WRK-TAB-DEP-GESTOR (WRK-DEP-IDX) TO EX40-RC-GESTOR
       END-SEARCH.

       0330-ORDENAR-LINHA.
       PERFORM UNTIL WRK-I <= 1
              OR WRK-TAB-RC-CHAVE (WRK-I) >=
                 WRK-TAB-RC-CHAVE (WRK-I - 1)
           MOVE WRK-TAB-RC (WRK-I) TO WRK-LINHA-TROCA
           MOVE WRK-TAB-RC (WRK-I - 1) TO WRK-TAB-RC (WRK-I)
           MOVE WRK-LINHA-TROCA TO WRK-TAB-RC (WRK-I - 1)
           SUBTRACT 1 FROM WRK-I
       END-PERFORM.

       0400-SITUACAO-CAMPANHA.
       MOVE EX40-RC-CAMPANHA TO WRK-CAMPANHA-ATUAL
       MOVE EX40-RC-PRAZO TO WRK-PRAZO
       PERFORM 0800-ABRIR-RELATORIO
       MOVE 'CAMPANHA EM ANDAMENTO' TO WRK-LC-SITUACAO
       PERFORM 0810-CABECALHO-CAMPANHA
       MOVE SPACES TO WRK-GRUPO-ATUAL
       PERFORM 0820-LISTAR-LINHA
           VARYING WRK-RC-IDX FROM 1 BY 1
           UNTIL WRK-RC-IDX > WRK-QTD-LINHAS
       PERFORM 0850-RESUMO-CAMPANHA
       CLOSE EX40-RC-REL-FILE
       DISPLAY 'CAMPANHA EM ANDAMENTO: ' WRK-CAMPANHA-ATUAL
           ' - NAO REVISADAS: ' WRK-QT-NAO-REVISADAS.

       0500-ENCERRAR-CAMPANHA.
       MOVE EX40-RC-CAMPANHA TO WRK-CAMPANHA-ATUAL
       MOVE EX40-RC-PRAZO TO WRK-PRAZO
       PERFORM 0180-CARREGAR-PERMISSOES
       OPEN EXTEND EX40-AUDIT-FILE
       IF WRK-AUDIT-STATUS = '35'
           OPEN OUTPUT EX40-AUDIT-FILE
       END-IF
       PERFORM 0510-APLICAR-DECISAO
           VARYING WRK-RC-IDX FROM 1 BY 1
           UNTIL WRK-RC-IDX > WRK-QTD-LINHAS
       CLOSE EX40-AUDIT-FILE
       PERFORM 0770-GRAVAR-PERMISSOES
       PERFORM 0700-GRAVAR-CAMPANHA

       PERFORM 0800-ABRIR-RELATORIO
       MOVE 'ENCERRADA EM' TO WRK-LC-SITUACAO
       MOVE WRK-DT-DIA TO WRK-LC-SITUACAO (14:2)
       MOVE '/' TO WRK-LC-SITUACAO (16:1)
       MOVE WRK-DT-MES TO WRK-LC-SITUACAO (17:2)
       MOVE '/' TO WRK-LC-SITUACAO (19:1)
       MOVE WRK-DT-ANO TO WRK-LC-SITUACAO (20:4)
       PERFORM 0810-CABECALHO-CAMPANHA
       MOVE SPACES TO WRK-GRUPO-ATUAL
       PERFORM 0820-LISTAR-LINHA
           VARYING WRK-RC-IDX FROM 1 BY 1
           UNTIL WRK-RC-IDX > WRK-QTD-LINHAS
       PERFORM 0850-RESUMO-CAMPANHA
       PERFORM 0870-BLOCO-VISTOS
       CLOSE EX40-RC-REL-FILE
       IF WRK-QT-NAO-REVISADAS > 0
           MOVE 4 TO RETURN-CODE
       END-IF
       DISPLAY 'CAMPANHA ENCERRADA: ' WRK-CAMPANHA-ATUAL.

       0510-APLICAR-DECISAO.
       MOVE WRK-TAB-RC-REGISTRO (WRK-RC-IDX) TO EX40-RECERT-REC
       IF NOT EX40-RC-MANTER
           PERFORM 0520-REVOGAR-PERMISSAO
       END-IF
       MOVE 'E' TO EX40-RC-SITUACAO
       MOVE EX40-RECERT-REC TO WRK-TAB-RC-REGISTRO (WRK-RC-IDX).

       0520-REVOGAR-PERMISSAO.
       MOVE 'N' TO WRK-ACHOU
       PERFORM VARYING WRK-PRM-IDX FROM 1 BY 1
               UNTIL WRK-PRM-IDX > WRK-QTD-PERMISSOES
              OR WRK-ACHOU-OK
           IF WRK-TAB-PRM-USUARIO (WRK-PRM-IDX) = EX40-RC-USUARIO
              AND WRK-TAB-PRM-PROGRAMA (WRK-PRM-IDX)
                   = EX40-RC-PROGRAMA
               MOVE 'S' TO WRK-ACHOU
           END-IF
       END-PERFORM
       IF WRK-ACHOU-OK
           SET WRK-PRM-IDX DOWN BY 1
           PERFORM UNTIL WRK-PRM-IDX >= WRK-QTD-PERMISSOES
               SET WRK-PRM-IDX UP BY 1
               MOVE WRK-TAB-PRM (WRK-PRM-IDX) TO
                   WRK-TAB-PRM (WRK-PRM-IDX - 1)
           END-PERFORM
           SUBTRACT 1 FROM WRK-QTD-PERMISSOES
           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE WRK-DATA-SISTEMA-N TO EX40-AU-DATA
           MOVE WRK-HR-HHMMSS TO EX40-AU-HORA
           MOVE EX40-RC-USUARIO TO EX40-AU-USUARIO
           MOVE 'RECERT' TO EX40-AU-RESULTADO
           MOVE SPACES TO EX40-AU-MOTIVO
           IF EX40-RC-REVOGAR
               STRING 'REVOGADA: ' DELIMITED BY SIZE
                   EX40-RC-PROGRAMA DELIMITED BY SIZE
                   INTO EX40-AU-MOTIVO
           ELSE
               STRING 'NAO REVISADA: ' DELIMITED BY SIZE
                   EX40-RC-PROGRAMA DELIMITED BY SIZE
                   INTO EX40-AU-MOTIVO
           END-IF
           MOVE EX40-AUDIT-REC TO EX40-AUDIT-LINHA
           WRITE EX40-AUDIT-LINHA
       END-IF.

       0700-GRAVAR-CAMPANHA.
       OPEN OUTPUT EX40-RECERT-FILE
       PERFORM VARYING WRK-RC-IDX FROM 1 BY 1
               UNTIL WRK-RC-IDX > WRK-QTD-LINHAS
           MOVE WRK-TAB-RC-REGISTRO (WRK-RC-IDX) TO EX40-RECERT-LINHA
           WRITE EX40-RECERT-LINHA
       END-PERFORM
       CLOSE EX40-RECERT-FILE.

       0770-GRAVAR-PERMISSOES.
       OPEN OUTPUT EX40-PERMISSAO-FILE
       PERFORM VARYING WRK-PRM-IDX FROM 1 BY 1
               UNTIL WRK-PRM-IDX > WRK-QTD-PERMISSOES
           MOVE WRK-TAB-PRM-USUARIO (WRK-PRM-IDX) TO EX40-PE-USUARIO
           MOVE WRK-TAB-PRM-PROGRAMA (WRK-PRM-IDX)
               TO EX40-PE-PROGRAMA
           MOVE EX40-PERMISSAO-REC TO EX40-PERMISSAO-LINHA
           WRITE EX40-PERMISSAO-LINHA
       END-PERFORM
       CLOSE EX40-PERMISSAO-FILE.

       0800-ABRIR-RELATORIO.
       OPEN OUTPUT EX40-RC-REL-FILE
       WRITE EX40-RC-REL-LINHA FROM WRK-CABECALHO
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX40-RC-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO.

       0810-CABECALHO-CAMPANHA.
       MOVE WRK-CAMPANHA-ATUAL TO WRK-LC-CAMPANHA
       MOVE WRK-PRAZO (7:2) TO WRK-LC-DIA
       MOVE WRK-PRAZO (5:2) TO WRK-LC-MES
       MOVE WRK-PRAZO (1:4) TO WRK-LC-ANO
       WRITE EX40-RC-REL-LINHA FROM WRK-LINHA-CAMPANHA.

       0820-LISTAR-LINHA.
       MOVE WRK-TAB-RC-REGISTRO (WRK-RC-IDX) TO EX40-RECERT-REC
       IF EX40-RECERT-REC (15:20) NOT = WRK-GRUPO-ATUAL
           MOVE EX40-RECERT-REC (15:20) TO WRK-GRUPO-ATUAL
           WRITE EX40-RC-REL-LINHA FROM WRK-LINHA-BRANCO
           MOVE EX40-RC-DEPARTAMENTO TO WRK-LT-DEPTO
           PERFORM 0830-GESTOR-DO-DEPTO
           WRITE EX40-RC-REL-LINHA FROM WRK-LINHA-DEPTO
       END-IF
       ADD 1 TO WRK-QT-LINHAS
       MOVE EX40-RC-USUARIO TO WRK-LD-USUARIO
       MOVE EX40-RC-MATRICULA TO WRK-LD-MATRICULA
       MOVE EX40-RC-PROGRAMA TO WRK-LD-PROGRAMA
       MOVE EX40-RC-REVISOR TO WRK-LD-REVISOR
       MOVE SPACES TO WRK-LD-DATA
       IF EX40-RC-DATA-REVISAO IS NUMERIC
          AND EX40-RC-DATA-REVISAO NOT = ZEROS
           MOVE EX40-RC-DATA-REVISAO (7:2) TO WRK-DE-DIA
           MOVE EX40-RC-DATA-REVISAO (5:2) TO WRK-DE-MES
           MOVE EX40-RC-DATA-REVISAO (1:4) TO WRK-DE-ANO
           MOVE WRK-DATA-EDITADA TO WRK-LD-DATA
       END-IF
       EVALUATE TRUE
           WHEN EX40-RC-MANTER
               ADD 1 TO WRK-QT-MANTIDAS
               MOVE 'MANTIDA' TO WRK-LD-DECISAO
           WHEN EX40-RC-REVOGAR
               ADD 1 TO WRK-QT-REVOGADAS
               MOVE 'REVOGADA' TO WRK-LD-DECISAO
           WHEN EX40-RC-ENCERRADA
               ADD 1 TO WRK-QT-NAO-REVISADAS
               MOVE 'REVOGADA - NAO REVISADA' TO WRK-LD-DECISAO
           WHEN OTHER
               ADD 1 TO WRK-QT-NAO-REVISADAS
               MOVE 'AGUARDANDO REVISAO' TO WRK-LD-DECISAO
       END-EVALUATE
       WRITE EX40-RC-REL-LINHA FROM WRK-LINHA-DETALHE.

      *    lines without a manager are reviewed by the admins
       0830-GESTOR-DO-DEPTO.
       IF EX40-RC-GESTOR = SPACES
           MOVE '(ADMINISTRADOR)' TO WRK-LT-GESTOR
       ELSE
           MOVE EX40-RC-GESTOR TO WRK-LT-GESTOR
       END-IF.

       0850-RESUMO-CAMPANHA.
       WRITE EX40-RC-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'LINHAS DA CAMPANHA....: ' DELIMITED BY SIZE
           WRK-QT-LINHAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX40-RC-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'ACESSOS MANTIDOS......: ' DELIMITED BY SIZE
           WRK-QT-MANTIDAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX40-RC-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'ACESSOS REVOGADOS.....: ' DELIMITED BY SIZE
           WRK-QT-REVOGADAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX40-RC-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'NAO REVISADOS.........: ' DELIMITED BY SIZE
           WRK-QT-NAO-REVISADAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX40-RC-REL-LINHA FROM WRK-LINHA-RESUMO.

       0870-BLOCO-VISTOS.
       WRITE EX40-RC-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-GRUPO-ATUAL
       PERFORM VARYING WRK-RC-IDX FROM 1 BY 1
               UNTIL WRK-RC-IDX > WRK-QTD-LINHAS
           MOVE WRK-TAB-RC-REGISTRO (WRK-RC-IDX) TO EX40-RECERT-REC
           IF EX40-RECERT-REC (15:20) NOT = WRK-GRUPO-ATUAL
               MOVE EX40-RECERT-REC (15:20) TO WRK-GRUPO-ATUAL
               PERFORM 0830-GESTOR-DO-DEPTO
               MOVE WRK-LT-GESTOR TO WRK-LV-GESTOR
               MOVE EX40-RC-DEPARTAMENTO TO WRK-LV-DEPTO
               WRITE EX40-RC-REL-LINHA FROM WRK-LINHA-BRANCO
               WRITE EX40-RC-REL-LINHA FROM WRK-LINHA-VISTO
           END-IF
       END-PERFORM
       WRITE EX40-RC-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX40-RC-REL-LINHA FROM WRK-LINHA-VISTO-AUDITORIA.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
