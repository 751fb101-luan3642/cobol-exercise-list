      ******************************************************************
      * Author:
      * Date:
      * Purpose: monthly review of the read-access log SISACS.DAT -
      *          for the previous calendar month lists, per user, the
      *          salary, health and credential views written by
      *          REL-VISOR, REL-RESGATA, FUNC-MANUTENCAO and
      *          EX12-SUSPENSO: total views, whole reports opened,
      *          distinct individuals viewed and how many of them
      *          belong to another department. The user's department
      *          is that of the EX40 matricula in FUNCMST.DAT (users
      *          without login or employee never match). A user is
      *          flagged when the distinct individuals exceed the
      *          limit in SISACSPRM.DAT (20 when absent) or when any
      *          individual outside the department was viewed; those
      *          individuals are listed under the user. Report in
      *          SISACSREL.DAT, return code 4 when anyone is flagged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIS-ACESSO-REL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIS-ACESSO-FILE ASSIGN TO 'SISACS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACESSO-STATUS.
           SELECT SIS-PARAMETRO-FILE ASSIGN TO 'SISACSPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARAMETRO-STATUS.
           SELECT SIS-AC-REL-FILE ASSIGN TO 'SISACSREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT EX40-USUARIOS-FILE ASSIGN TO 'EX40USR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-USUARIOS-STATUS.
           SELECT FUNC-MASTER-FILE ASSIGN TO 'FUNCMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MT-MATRICULA
               FILE STATUS IS WRK-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIS-ACESSO-FILE.
       01 SIS-ACESSO-LINHA PIC X(74).

       FD  SIS-PARAMETRO-FILE.
       01 SIS-PARAMETRO-LINHA PIC X(03).

       FD  SIS-AC-REL-FILE.
       01 SIS-AC-REL-LINHA PIC X(132).

       FD  EX40-USUARIOS-FILE.
       01 EX40-USUARIOS-LINHA PIC X(48).

       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SISACSREC.
       COPY EX40REC.
       COPY FUNCREC.

       77 WRK-ACESSO-STATUS    PIC X(02) VALUE '00'.
       77 WRK-PARAMETRO-STATUS PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-USUARIOS-STATUS  PIC X(02) VALUE '00'.
       77 WRK-MASTER-STATUS    PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-TABELA-USUARIOS.
           05 WRK-TAB-USR OCCURS 100 TIMES
               INDEXED BY WRK-USR-IDX.
               10 WRK-TAB-USR-USUARIO   PIC X(10).
               10 WRK-TAB-USR-MATRICULA PIC 9(05).
       77 WRK-QTD-USUARIOS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-LEITORES.
           05 WRK-TAB-LEI OCCURS 200 TIMES
               INDEXED BY WRK-LEI-IDX.
               10 WRK-TAB-LEI-USUARIO    PIC X(10).
               10 WRK-TAB-LEI-DEPTO      PIC X(10).
               10 WRK-TAB-LEI-ACESSOS    PIC 9(05).
               10 WRK-TAB-LEI-RELATORIOS PIC 9(05).
               10 WRK-TAB-LEI-INDIVIDUOS PIC 9(05).
               10 WRK-TAB-LEI-FORA       PIC 9(05).
       77 WRK-QTD-LEITORES PIC 9(03) VALUE ZEROS.
       77 WRK-I            PIC 9(03) VALUE ZEROS.
       77 WRK-J            PIC 9(03) VALUE ZEROS.
       01 WRK-LEITOR-TROCA PIC X(40).

       01 WRK-TABELA-VISTOS.
           05 WRK-TAB-VIS OCCURS 2000 TIMES
               INDEXED BY WRK-VIS-IDX.
               10 WRK-TAB-VIS-USUARIO   PIC X(10).
               10 WRK-TAB-VIS-MATRICULA PIC 9(05).
               10 WRK-TAB-VIS-DEPTO     PIC X(10).
               10 WRK-TAB-VIS-FORA      PIC X(01).
                   88 WRK-TAB-VIS-FORA-OK VALUE 'S'.
       77 WRK-QTD-VISTOS PIC 9(04) VALUE ZEROS.

       77 WRK-LIMITE-INDIVIDUOS PIC 9(03) VALUE 20.
       77 WRK-MES-REFERENCIA    PIC 9(06) VALUE ZEROS.
       77 WRK-DEPTO-LEITOR      PIC X(10) VALUE SPACES.
       77 WRK-DEPTO-VISTO       PIC X(10) VALUE SPACES.
       77 WRK-MATRICULA-LEITOR  PIC 9(05) VALUE ZEROS.
       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-MUITOS PIC X(01) VALUE 'N'.
           88 WRK-MUITOS-OK VALUE 'S'.

       77 WRK-QT-ACESSOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LEITORES    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SINALIZADOS PIC 9(05) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).
       01 WRK-MES-ANTERIOR.
           05 WRK-MA-ANO  PIC 9(04).
           05 WRK-MA-MES  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'ACESSOS A DADOS SENSIVEIS - SIS-ACESSO-REL'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-REFERENCIA.
           05 FILLER      PIC X(19) VALUE 'MES DE REFERENCIA: '.
           05 WRK-LR-MES  PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LR-ANO  PIC 9999.
           05 FILLER      PIC X(25) VALUE
               '   LIMITE DE INDIVIDUOS: '.
           05 WRK-LR-LIMITE PIC ZZ9.
       01 WRK-LINHA-COLUNAS.
           05 FILLER PIC X(24) VALUE 'USUARIO     DEPARTAMENTO'.
           05 FILLER PIC X(08) VALUE ' ACESSOS'.
           05 FILLER PIC X(12) VALUE '  RELATORIOS'.
           05 FILLER PIC X(12) VALUE '  INDIVIDUOS'.
           05 FILLER PIC X(12) VALUE '  FORA DEPTO'.
           05 FILLER PIC X(12) VALUE '  OCORRENCIA'.
       01 WRK-LINHA-DETALHE.
           05 WRK-LD-USUARIO     PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-DEPTO       PIC X(10).
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WRK-LD-ACESSOS     PIC ZZZZ9.
           05 FILLER             PIC X(07) VALUE SPACES.
           05 WRK-LD-RELATORIOS  PIC ZZZZ9.
           05 FILLER             PIC X(07) VALUE SPACES.
           05 WRK-LD-INDIVIDUOS  PIC ZZZZ9.
           05 FILLER             PIC X(07) VALUE SPACES.
           05 WRK-LD-FORA        PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-OCORRENCIA  PIC X(40).
       01 WRK-LINHA-FORA.
           05 FILLER             PIC X(16) VALUE SPACES.
           05 FILLER             PIC X(21) VALUE
               'FORA DO DEPTO - MAT: '.
           05 WRK-LF-MATRICULA   PIC 9(05).
           05 FILLER             PIC X(09) VALUE '  DEPTO: '.
           05 WRK-LF-DEPTO       PIC X(10).
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       IF WRK-DT-MES = 1
           COMPUTE WRK-MA-ANO = WRK-DT-ANO - 1
           MOVE 12 TO WRK-MA-MES
       ELSE
           MOVE WRK-DT-ANO TO WRK-MA-ANO
           COMPUTE WRK-MA-MES = WRK-DT-MES - 1
       END-IF
       MOVE WRK-MES-ANTERIOR TO WRK-MES-REFERENCIA
       PERFORM 0160-CARREGAR-USUARIOS
       PERFORM 0190-LER-PARAMETRO
       OPEN INPUT FUNC-MASTER-FILE
       PERFORM 0300-LER-ACESSOS
       CLOSE FUNC-MASTER-FILE
       PERFORM 0400-ORDENAR-LEITOR
           VARYING WRK-J FROM 2 BY 1
           UNTIL WRK-J > WRK-QTD-LEITORES
       PERFORM 0800-ABRIR-RELATORIO
       PERFORM 0820-LISTAR-LEITOR
           VARYING WRK-LEI-IDX FROM 1 BY 1
           UNTIL WRK-LEI-IDX > WRK-QTD-LEITORES
       PERFORM 0850-RESUMO
       CLOSE SIS-AC-REL-FILE
       IF WRK-QT-SINALIZADOS > 0
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF
       DISPLAY 'USUARIOS SINALIZADOS: ' WRK-QT-SINALIZADOS
       STOP RUN.

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

       0190-LER-PARAMETRO.
       OPEN INPUT SIS-PARAMETRO-FILE
       IF WRK-PARAMETRO-STATUS = '00'
           READ SIS-PARAMETRO-FILE
               AT END CONTINUE
               NOT AT END
                   IF SIS-PARAMETRO-LINHA IS NUMERIC
                      AND SIS-PARAMETRO-LINHA NOT = '000'
                       MOVE SIS-PARAMETRO-LINHA
                           TO WRK-LIMITE-INDIVIDUOS
                   END-IF
           END-READ
           CLOSE SIS-PARAMETRO-FILE
       END-IF.

       0300-LER-ACESSOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT SIS-ACESSO-FILE
       IF WRK-ACESSO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ SIS-ACESSO-FILE INTO SIS-ACESSO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF SIS-AC-DATA (1:6) = WRK-MES-REFERENCIA
                           PERFORM 0310-CONTAR-ACESSO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIS-ACESSO-FILE
       END-IF.

       0310-CONTAR-ACESSO.
       ADD 1 TO WRK-QT-ACESSOS
       PERFORM 0320-LOCALIZAR-LEITOR
       ADD 1 TO WRK-TAB-LEI-ACESSOS (WRK-LEI-IDX)
       IF SIS-AC-MATRICULA = ZEROS
           ADD 1 TO WRK-TAB-LEI-RELATORIOS (WRK-LEI-IDX)
       ELSE
           PERFORM 0340-REGISTRAR-VISTO
       END-IF.

       0320-LOCALIZAR-LEITOR.
       MOVE 'N' TO WRK-ACHOU
       SET WRK-LEI-IDX TO 1
       SEARCH WRK-TAB-LEI
           AT END
               CONTINUE
           WHEN WRK-LEI-IDX > WRK-QTD-LEITORES
               CONTINUE
           WHEN WRK-TAB-LEI-USUARIO (WRK-LEI-IDX) = SIS-AC-USUARIO
               MOVE 'S' TO WRK-ACHOU
       END-SEARCH
       IF NOT WRK-ACHOU-OK
           IF WRK-QTD-LEITORES >= 200
               PERFORM 9000-ABORTAR-CAPACIDADE
           END-IF
           PERFORM 0330-DEPTO-DO-LEITOR
           ADD 1 TO WRK-QTD-LEITORES
           SET WRK-LEI-IDX TO WRK-QTD-LEITORES
           MOVE SIS-AC-USUARIO TO WRK-TAB-LEI-USUARIO (WRK-LEI-IDX)
           MOVE WRK-DEPTO-LEITOR TO WRK-TAB-LEI-DEPTO (WRK-LEI-IDX)
           MOVE ZEROS TO WRK-TAB-LEI-ACESSOS (WRK-LEI-IDX)
           MOVE ZEROS TO WRK-TAB-LEI-RELATORIOS (WRK-LEI-IDX)
           MOVE ZEROS TO WRK-TAB-LEI-INDIVIDUOS (WRK-LEI-IDX)
           MOVE ZEROS TO WRK-TAB-LEI-FORA (WRK-LEI-IDX)
       END-IF.

       0330-DEPTO-DO-LEITOR.
       MOVE 'SEM LOGIN' TO WRK-DEPTO-LEITOR
       MOVE ZEROS TO WRK-MATRICULA-LEITOR
       SET WRK-USR-IDX TO 1
       SEARCH WRK-TAB-USR
           AT END
               CONTINUE
           WHEN WRK-USR-IDX > WRK-QTD-USUARIOS
               CONTINUE
           WHEN WRK-TAB-USR-USUARIO (WRK-USR-IDX) = SIS-AC-USUARIO
               MOVE WRK-TAB-USR-MATRICULA (WRK-USR-IDX)
                   TO WRK-MATRICULA-LEITOR
               MOVE 'SEM FUNC' TO WRK-DEPTO-LEITOR
       END-SEARCH
       IF WRK-MATRICULA-LEITOR NOT = ZEROS
           MOVE WRK-MATRICULA-LEITOR TO FUNC-MT-MATRICULA
           READ FUNC-MASTER-FILE INTO FUNC-MASTER-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE FUNC-MS-DEPARTAMENTO TO WRK-DEPTO-LEITOR
           END-READ
       END-IF.

       0340-REGISTRAR-VISTO.
       MOVE 'N' TO WRK-ACHOU
       SET WRK-VIS-IDX TO 1
       SEARCH WRK-TAB-VIS
           AT END
               CONTINUE
           WHEN WRK-VIS-IDX > WRK-QTD-VISTOS
               CONTINUE
           WHEN WRK-TAB-VIS-USUARIO (WRK-VIS-IDX) = SIS-AC-USUARIO
            AND WRK-TAB-VIS-MATRICULA (WRK-VIS-IDX) = SIS-AC-MATRICULA
               MOVE 'S' TO WRK-ACHOU
       END-SEARCH
       IF NOT WRK-ACHOU-OK
           IF WRK-QTD-VISTOS >= 2000
               PERFORM 9000-ABORTAR-CAPACIDADE
           END-IF
           MOVE 'NAO CADAST' TO WRK-DEPTO-VISTO
           MOVE SIS-AC-MATRICULA TO FUNC-MT-MATRICULA
           READ FUNC-MASTER-FILE INTO FUNC-MASTER-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE FUNC-MS-DEPARTAMENTO TO WRK-DEPTO-VISTO
           END-READ
           ADD 1 TO WRK-QTD-VISTOS
           SET WRK-VIS-IDX TO WRK-QTD-VISTOS
           MOVE SIS-AC-USUARIO TO WRK-TAB-VIS-USUARIO (WRK-VIS-IDX)
           MOVE SIS-AC-MATRICULA TO WRK-TAB-VIS-MATRICULA (WRK-VIS-IDX)
           MOVE WRK-DEPTO-VISTO TO WRK-TAB-VIS-DEPTO (WRK-VIS-IDX)
           MOVE 'N' TO WRK-TAB-VIS-FORA (WRK-VIS-IDX)
           ADD 1 TO WRK-TAB-LEI-INDIVIDUOS (WRK-LEI-IDX)
           IF WRK-DEPTO-VISTO NOT = WRK-TAB-LEI-DEPTO (WRK-LEI-IDX)
               MOVE 'S' TO WRK-TAB-VIS-FORA (WRK-VIS-IDX)
               ADD 1 TO WRK-TAB-LEI-FORA (WRK-LEI-IDX)
           END-IF
       END-IF.

       0400-ORDENAR-LEITOR.
       MOVE WRK-J TO WRK-I
       PERFORM UNTIL WRK-I <= 1
              OR WRK-TAB-LEI-USUARIO (WRK-I) >=
                 WRK-TAB-LEI-USUARIO (WRK-I - 1)
           MOVE WRK-TAB-LEI (WRK-I) TO WRK-LEITOR-TROCA
           MOVE WRK-TAB-LEI (WRK-I - 1) TO WRK-TAB-LEI (WRK-I)
           MOVE WRK-LEITOR-TROCA TO WRK-TAB-LEI (WRK-I - 1)
           SUBTRACT 1 FROM WRK-I
       END-PERFORM.

       0800-ABRIR-RELATORIO.
       OPEN OUTPUT SIS-AC-REL-FILE
       WRITE SIS-AC-REL-LINHA FROM WRK-CABECALHO
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE SIS-AC-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       MOVE WRK-MA-MES TO WRK-LR-MES
       MOVE WRK-MA-ANO TO WRK-LR-ANO
       MOVE WRK-LIMITE-INDIVIDUOS TO WRK-LR-LIMITE
       WRITE SIS-AC-REL-LINHA FROM WRK-LINHA-REFERENCIA
       WRITE SIS-AC-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE SIS-AC-REL-LINHA FROM WRK-LINHA-COLUNAS.

       0820-LISTAR-LEITOR.
       ADD 1 TO WRK-QT-LEITORES
       MOVE WRK-TAB-LEI-USUARIO (WRK-LEI-IDX) TO WRK-LD-USUARIO
       MOVE WRK-TAB-LEI-DEPTO (WRK-LEI-IDX) TO WRK-LD-DEPTO
       MOVE WRK-TAB-LEI-ACESSOS (WRK-LEI-IDX) TO WRK-LD-ACESSOS
       MOVE WRK-TAB-LEI-RELATORIOS (WRK-LEI-IDX) TO WRK-LD-RELATORIOS
       MOVE WRK-TAB-LEI-INDIVIDUOS (WRK-LEI-IDX) TO WRK-LD-INDIVIDUOS
       MOVE WRK-TAB-LEI-FORA (WRK-LEI-IDX) TO WRK-LD-FORA
       MOVE 'N' TO WRK-MUITOS
       IF WRK-TAB-LEI-INDIVIDUOS (WRK-LEI-IDX) > WRK-LIMITE-INDIVIDUOS
           MOVE 'S' TO WRK-MUITOS
       END-IF
       EVALUATE TRUE
           WHEN WRK-MUITOS-OK AND WRK-TAB-LEI-FORA (WRK-LEI-IDX) > 0
               MOVE '*** ACIMA DO LIMITE E FORA DO DEPTO'
                   TO WRK-LD-OCORRENCIA
           WHEN WRK-MUITOS-OK
               MOVE '*** ACIMA DO LIMITE DE INDIVIDUOS'
                   TO WRK-LD-OCORRENCIA
           WHEN WRK-TAB-LEI-FORA (WRK-LEI-IDX) > 0
               MOVE '*** INDIVIDUOS FORA DO DEPTO'
                   TO WRK-LD-OCORRENCIA
           WHEN OTHER
               MOVE SPACES TO WRK-LD-OCORRENCIA
       END-EVALUATE
       IF WRK-LD-OCORRENCIA NOT = SPACES
           ADD 1 TO WRK-QT-SINALIZADOS
       END-IF
       WRITE SIS-AC-REL-LINHA FROM WRK-LINHA-DETALHE
       IF WRK-TAB-LEI-FORA (WRK-LEI-IDX) > 0
           PERFORM 0830-LISTAR-FORA
               VARYING WRK-VIS-IDX FROM 1 BY 1
               UNTIL WRK-VIS-IDX > WRK-QTD-VISTOS
       END-IF.

       0830-LISTAR-FORA.
       IF WRK-TAB-VIS-USUARIO (WRK-VIS-IDX)
              = WRK-TAB-LEI-USUARIO (WRK-LEI-IDX)
          AND WRK-TAB-VIS-FORA-OK (WRK-VIS-IDX)
           MOVE WRK-TAB-VIS-MATRICULA (WRK-VIS-IDX)
               TO WRK-LF-MATRICULA
           MOVE WRK-TAB-VIS-DEPTO (WRK-VIS-IDX) TO WRK-LF-DEPTO
           WRITE SIS-AC-REL-LINHA FROM WRK-LINHA-FORA
       END-IF.

       0850-RESUMO.
       WRITE SIS-AC-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'ACESSOS NO MES........: ' DELIMITED BY SIZE
           WRK-QT-ACESSOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE SIS-AC-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'USUARIOS COM ACESSO...: ' DELIMITED BY SIZE
           WRK-QT-LEITORES DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE SIS-AC-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'USUARIOS SINALIZADOS..: ' DELIMITED BY SIZE
           WRK-QT-SINALIZADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE SIS-AC-REL-LINHA FROM WRK-LINHA-RESUMO.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
