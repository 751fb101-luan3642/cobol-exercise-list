      ******************************************************************
      * Author:
      * Date:
      * Purpose: weekly consecutive-absence report for the ex5
      *          gradebook - reads the daily roll calls of EX5CHAM.DAT
      *          (the last call of a lesson replaces the earlier
      *          ones) and follows, per student and disciplina, the
      *          runs of consecutive absences (F). A justified absence
      *          (J) neither extends nor breaks a run; a presence ends
      *          it. Runs of at least the minimum in EX5FALPRM.DAT
      *          (NN, default 3) whose last absence falls in the week
      *          ending on the business date are listed in
      *          EX5FALREL.DAT with turma, student, disciplina name
      *          from EX5DISC.DAT, first and last absence and the
      *          current frequency, so the school can act before the
      *          75% minimum is breached. Students no longer in
      *          EX5ALU.DAT are skipped. RC 4 when anyone is listed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX5-FALTAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX5-CHAMADA-FILE ASSIGN TO 'EX5CHAM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CHAMADA-STATUS.
           SELECT EX5-ALUNOS-FILE ASSIGN TO 'EX5ALU.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ALUNOS-STATUS.
           SELECT EX5-DISC-FILE ASSIGN TO 'EX5DISC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DISC-STATUS.
           SELECT EX5-FALPRM-FILE ASSIGN TO 'EX5FALPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARAM-STATUS.
           SELECT EX5-FAL-REL-FILE ASSIGN TO 'EX5FALREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT EX5-SORT-FILE ASSIGN TO 'EX5FAL.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD  EX5-CHAMADA-FILE.
       01 EX5-CHAMADA-LINHA PIC X(25).

       FD  EX5-ALUNOS-FILE.
       01 EX5-ALUNOS-LINHA PIC X(58).

       FD  EX5-DISC-FILE.
       01 EX5-DISC-LINHA PIC X(41).

       FD  EX5-FALPRM-FILE.
       01 EX5-FALPRM-LINHA PIC X(02).

       FD  EX5-FAL-REL-FILE.
       01 EX5-FAL-REL-LINHA PIC X(100).

       SD  EX5-SORT-FILE.
       01 EX5-SORT-REG.
           05 EX5-SR-MATRICULA   PIC 9(05).
           05 EX5-SR-DISCIPLINA  PIC 9(01).
           05 EX5-SR-DATA        PIC 9(08).
           05 EX5-SR-AULA        PIC 9(02).
           05 EX5-SR-SEQUENCIA   PIC 9(07).
           05 EX5-SR-SITUACAO    PIC X(01).

       WORKING-STORAGE SECTION.
       COPY EX5REC.

       77 WRK-CHAMADA-STATUS   PIC X(02) VALUE '00'.
       77 WRK-ALUNOS-STATUS    PIC X(02) VALUE '00'.
       77 WRK-DISC-STATUS      PIC X(02) VALUE '00'.
       77 WRK-PARAM-STATUS     PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-SORT    PIC X(01) VALUE 'N'.
           88 WRK-FIM-SORT-OK VALUE 'S'.
       77 WRK-HA-PENDENTE PIC X(01) VALUE 'N'.
           88 WRK-HA-PENDENTE-OK VALUE 'S'.
       77 WRK-HA-PAR      PIC X(01) VALUE 'N'.
           88 WRK-HA-PAR-OK VALUE 'S'.
       77 WRK-HA-SEQUENCIA PIC X(01) VALUE 'N'.
           88 WRK-HA-SEQUENCIA-OK VALUE 'S'.

       01 WRK-DATA-NEGOCIO.
           05 WRK-DN-ANO  PIC 9(04).
           05 WRK-DN-MES  PIC 9(02).
           05 WRK-DN-DIA  PIC 9(02).
       01 WRK-DATA-NEGOCIO-N REDEFINES WRK-DATA-NEGOCIO PIC 9(08).

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-INICIO-SEMANA.
           05 WRK-IS-ANO  PIC 9(04).
           05 WRK-IS-MES  PIC 9(02).
           05 WRK-IS-DIA  PIC 9(02).
       01 WRK-INICIO-SEMANA-N REDEFINES WRK-INICIO-SEMANA PIC 9(08).

       01 WRK-DATA-EDICAO.
           05 WRK-DE-ANO  PIC 9(04).
           05 WRK-DE-MES  PIC 9(02).
           05 WRK-DE-DIA  PIC 9(02).
       01 WRK-DATA-EDICAO-N REDEFINES WRK-DATA-EDICAO PIC 9(08).

       77 WRK-MINIMO-SEGUIDAS PIC 9(02) VALUE 3.

       01 WRK-TABELA-ALUNOS.
           05 WRK-TAB-ALU OCCURS 500 TIMES
               INDEXED BY WRK-ALU-IDX.
               10 WRK-TAB-ALU-MATRICULA PIC 9(05).
               10 WRK-TAB-ALU-NOME      PIC X(20).
               10 WRK-TAB-ALU-TURMA     PIC X(03).
       77 WRK-QTD-ALUNOS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-DISCIPLINAS.
           05 WRK-TAB-DSC OCCURS 100 TIMES
               INDEXED BY WRK-DSC-IDX.
               10 WRK-TAB-DSC-TURMA      PIC X(03).
               10 WRK-TAB-DSC-DISCIPLINA PIC 9(01).
               10 WRK-TAB-DSC-NOME       PIC X(15).
       77 WRK-QTD-DISCIPLINAS PIC 9(03) VALUE ZEROS.

       01 WRK-PENDENTE.
           05 WRK-PEN-MATRICULA  PIC 9(05).
           05 WRK-PEN-DISCIPLINA PIC 9(01).
           05 WRK-PEN-DATA       PIC 9(08).
           05 WRK-PEN-AULA       PIC 9(02).
           05 WRK-PEN-SITUACAO   PIC X(01).

       77 WRK-PAR-MATRICULA  PIC 9(05) VALUE ZEROS.
       77 WRK-PAR-DISCIPLINA PIC 9(01) VALUE ZEROS.
       77 WRK-PAR-DADAS      PIC 9(03) VALUE ZEROS.
       77 WRK-PAR-PRESENTES  PIC 9(03) VALUE ZEROS.
       77 WRK-SEQ-FALTAS     PIC 9(03) VALUE ZEROS.
       77 WRK-SEQ-INICIO     PIC 9(08) VALUE ZEROS.
       77 WRK-SEQ-FIM        PIC 9(08) VALUE ZEROS.
       77 WRK-SEL-FALTAS     PIC 9(03) VALUE ZEROS.
       77 WRK-SEL-INICIO     PIC 9(08) VALUE ZEROS.
       77 WRK-SEL-FIM        PIC 9(08) VALUE ZEROS.
       77 WRK-PCT-FREQUENCIA PIC 9(03)V99 VALUE ZEROS.
       77 WRK-SEQUENCIA      PIC 9(07) VALUE ZEROS.

       77 WRK-QT-LIDOS        PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LISTADOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FORA-CADASTRO PIC 9(05) VALUE ZEROS.

       01 WRK-CABECALHO PIC X(60) VALUE
           'FALTAS CONSECUTIVAS NA SEMANA - EX5-FALTAS'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-SEMANA.
           05 FILLER      PIC X(14) VALUE 'SEMANA DE:    '.
           05 WRK-LSM-INI-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LSM-INI-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LSM-INI-ANO PIC 9999.
           05 FILLER      PIC X(04) VALUE ' A  '.
           05 WRK-LSM-FIM-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LSM-FIM-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LSM-FIM-ANO PIC 9999.
       01 WRK-LINHA-MINIMO.
           05 FILLER      PIC X(24) VALUE 'FALTAS SEGUIDAS MINIMO: '.
           05 WRK-LMI-MINIMO PIC Z9.
       01 WRK-LINHA-TITULO.
           05 FILLER PIC X(40) VALUE
               'TUR MATRIC NOME                 DISCIPLI'.
           05 FILLER PIC X(40) VALUE
               'NA      FLT PRIMEIRA   ULTIMA       FREQ'.
       01 WRK-LINHA-DETALHE.
           05 WRK-LD-TURMA      PIC X(03).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-MATRICULA  PIC 9(05).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-NOME       PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-DISCIPLINA PIC X(15).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-FALTAS     PIC ZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-INI-DIA    PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LD-INI-MES    PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LD-INI-ANO    PIC 9999.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-FIM-DIA    PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LD-FIM-MES    PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LD-FIM-ANO    PIC 9999.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-FREQUENCIA PIC ZZ9,99.
           05 FILLER            PIC X(01) VALUE '%'.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO.
       COMPUTE WRK-INICIO-SEMANA-N = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE (WRK-DATA-NEGOCIO-N) - 6).
       PERFORM 0140-CARREGAR-PARAMETROS.
       PERFORM 0150-CARREGAR-ALUNOS.
       PERFORM 0160-CARREGAR-DISCIPLINAS.
       PERFORM 0200-ABRIR-ARQUIVOS.
       OPEN INPUT EX5-CHAMADA-FILE
       IF WRK-CHAMADA-STATUS = '00'
           CLOSE EX5-CHAMADA-FILE
           SORT EX5-SORT-FILE
               ON ASCENDING KEY EX5-SR-MATRICULA
                                EX5-SR-DISCIPLINA
                                EX5-SR-DATA
                                EX5-SR-AULA
                                EX5-SR-SEQUENCIA
               INPUT PROCEDURE IS 0500-LER-CHAMADAS
               OUTPUT PROCEDURE IS 0600-ACOMPANHAR-FALTAS
       END-IF.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       IF WRK-QT-LISTADOS > ZEROS
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0140-CARREGAR-PARAMETROS.
       OPEN INPUT EX5-FALPRM-FILE
       IF WRK-PARAM-STATUS = '00'
           READ EX5-FALPRM-FILE
               AT END CONTINUE
               NOT AT END
                   IF EX5-FALPRM-LINHA IS NUMERIC
                      AND EX5-FALPRM-LINHA >= '02'
                       MOVE EX5-FALPRM-LINHA TO WRK-MINIMO-SEGUIDAS
                   END-IF
           END-READ
           CLOSE EX5-FALPRM-FILE
       END-IF.

       0150-CARREGAR-ALUNOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-ALUNOS-FILE
       IF WRK-ALUNOS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX5-ALUNOS-FILE INTO EX5-ALUNO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-ALUNOS >= 500
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-ALUNOS
                       MOVE EX5-AL-MATRICULA TO
                           WRK-TAB-ALU-MATRICULA (WRK-QTD-ALUNOS)
                       MOVE EX5-AL-NOME TO
                           WRK-TAB-ALU-NOME (WRK-QTD-ALUNOS)
                       MOVE EX5-AL-TURMA TO
                           WRK-TAB-ALU-TURMA (WRK-QTD-ALUNOS)
               END-READ
           END-PERFORM
           CLOSE EX5-ALUNOS-FILE
       END-IF.

       0160-CARREGAR-DISCIPLINAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-DISC-FILE
       IF WRK-DISC-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX5-DISC-FILE INTO EX5-DISC-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-DISCIPLINAS >= 100
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-DISCIPLINAS
                       MOVE EX5-DC-TURMA TO
                           WRK-TAB-DSC-TURMA (WRK-QTD-DISCIPLINAS)
                       MOVE EX5-DC-DISCIPLINA TO
                           WRK-TAB-DSC-DISCIPLINA (WRK-QTD-DISCIPLINAS)
                       MOVE EX5-DC-NOME TO
                           WRK-TAB-DSC-NOME (WRK-QTD-DISCIPLINAS)
               END-READ
           END-PERFORM
           CLOSE EX5-DISC-FILE
       END-IF.

       0200-ABRIR-ARQUIVOS.
       OPEN OUTPUT EX5-FAL-REL-FILE
       WRITE EX5-FAL-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX5-FAL-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       MOVE WRK-IS-DIA TO WRK-LSM-INI-DIA
       MOVE WRK-IS-MES TO WRK-LSM-INI-MES
       MOVE WRK-IS-ANO TO WRK-LSM-INI-ANO
       MOVE WRK-DN-DIA TO WRK-LSM-FIM-DIA
       MOVE WRK-DN-MES TO WRK-LSM-FIM-MES
       MOVE WRK-DN-ANO TO WRK-LSM-FIM-ANO
       WRITE EX5-FAL-REL-LINHA FROM WRK-LINHA-SEMANA
       MOVE WRK-MINIMO-SEGUIDAS TO WRK-LMI-MINIMO
       WRITE EX5-FAL-REL-LINHA FROM WRK-LINHA-MINIMO
       WRITE EX5-FAL-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX5-FAL-REL-LINHA FROM WRK-LINHA-TITULO.

       0500-LER-CHAMADAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-CHAMADA-FILE
       PERFORM UNTIL WRK-FIM-ARQUIVO-OK
           READ EX5-CHAMADA-FILE INTO EX5-CHAMADA-REC
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   IF EX5-CH-MATRICULA IS NUMERIC
                      AND EX5-CH-DATA IS NUMERIC
                      AND EX5-CH-AULA IS NUMERIC
                      AND EX5-CH-DATA <= WRK-DATA-NEGOCIO-N
                      AND (EX5-CH-PRESENTE OR EX5-CH-FALTA
                           OR EX5-CH-JUSTIFICADA)
                       ADD 1 TO WRK-SEQUENCIA
                       MOVE EX5-CH-MATRICULA TO EX5-SR-MATRICULA
                       MOVE EX5-CH-DISCIPLINA TO EX5-SR-DISCIPLINA
                       MOVE EX5-CH-DATA TO EX5-SR-DATA
                       MOVE EX5-CH-AULA TO EX5-SR-AULA
                       MOVE WRK-SEQUENCIA TO EX5-SR-SEQUENCIA
                       MOVE EX5-CH-SITUACAO TO EX5-SR-SITUACAO
                       RELEASE EX5-SORT-REG
                   END-IF
           END-READ
       END-PERFORM
       CLOSE EX5-CHAMADA-FILE.

       0600-ACOMPANHAR-FALTAS.
       MOVE 'N' TO WRK-FIM-SORT
       PERFORM 0650-LER-ORDENADO
       PERFORM UNTIL WRK-FIM-SORT-OK
           IF WRK-HA-PENDENTE-OK
               IF EX5-SR-MATRICULA NOT = WRK-PEN-MATRICULA
                  OR EX5-SR-DISCIPLINA NOT = WRK-PEN-DISCIPLINA
                  OR EX5-SR-DATA NOT = WRK-PEN-DATA
                  OR EX5-SR-AULA NOT = WRK-PEN-AULA
                   PERFORM 0660-CONTAR-AULA
               END-IF
           END-IF
           MOVE EX5-SR-MATRICULA TO WRK-PEN-MATRICULA
           MOVE EX5-SR-DISCIPLINA TO WRK-PEN-DISCIPLINA
           MOVE EX5-SR-DATA TO WRK-PEN-DATA
           MOVE EX5-SR-AULA TO WRK-PEN-AULA
           MOVE EX5-SR-SITUACAO TO WRK-PEN-SITUACAO
           MOVE 'S' TO WRK-HA-PENDENTE
           PERFORM 0650-LER-ORDENADO
       END-PERFORM
       IF WRK-HA-PENDENTE-OK
           PERFORM 0660-CONTAR-AULA
       END-IF
       IF WRK-HA-PAR-OK
           PERFORM 0700-FECHAR-PAR
       END-IF.

       0650-LER-ORDENADO.
       RETURN EX5-SORT-FILE
           AT END MOVE 'S' TO WRK-FIM-SORT
       END-RETURN.

       0660-CONTAR-AULA.
       IF WRK-HA-PAR-OK
           IF WRK-PEN-MATRICULA NOT = WRK-PAR-MATRICULA
              OR WRK-PEN-DISCIPLINA NOT = WRK-PAR-DISCIPLINA
               PERFORM 0700-FECHAR-PAR
           END-IF
       END-IF
       IF NOT WRK-HA-PAR-OK
           MOVE WRK-PEN-MATRICULA TO WRK-PAR-MATRICULA
           MOVE WRK-PEN-DISCIPLINA TO WRK-PAR-DISCIPLINA
           MOVE ZEROS TO WRK-PAR-DADAS
           MOVE ZEROS TO WRK-PAR-PRESENTES
           MOVE ZEROS TO WRK-SEQ-FALTAS
           MOVE 'N' TO WRK-HA-SEQUENCIA
           MOVE 'S' TO WRK-HA-PAR
       END-IF
       ADD 1 TO WRK-PAR-DADAS
       EVALUATE WRK-PEN-SITUACAO
           WHEN 'P'
               ADD 1 TO WRK-PAR-PRESENTES
               PERFORM 0670-ENCERRAR-SEQUENCIA
           WHEN 'J'
               ADD 1 TO WRK-PAR-PRESENTES
           WHEN 'F'
               IF WRK-SEQ-FALTAS = ZEROS
                   MOVE WRK-PEN-DATA TO WRK-SEQ-INICIO
               END-IF
               ADD 1 TO WRK-SEQ-FALTAS
               MOVE WRK-PEN-DATA TO WRK-SEQ-FIM
       END-EVALUATE.

       0670-ENCERRAR-SEQUENCIA.
       IF WRK-SEQ-FALTAS >= WRK-MINIMO-SEGUIDAS
          AND WRK-SEQ-FIM >= WRK-INICIO-SEMANA-N
           MOVE WRK-SEQ-FALTAS TO WRK-SEL-FALTAS
           MOVE WRK-SEQ-INICIO TO WRK-SEL-INICIO
           MOVE WRK-SEQ-FIM TO WRK-SEL-FIM
           MOVE 'S' TO WRK-HA-SEQUENCIA
       END-IF
       MOVE ZEROS TO WRK-SEQ-FALTAS.

       0700-FECHAR-PAR.
       PERFORM 0670-ENCERRAR-SEQUENCIA
       MOVE 'N' TO WRK-HA-PAR
       IF WRK-HA-SEQUENCIA-OK
           SET WRK-ALU-IDX TO 1
           SEARCH WRK-TAB-ALU
               AT END
                   ADD 1 TO WRK-QT-FORA-CADASTRO
               WHEN WRK-TAB-ALU-MATRICULA (WRK-ALU-IDX) =
                    WRK-PAR-MATRICULA
                   PERFORM 0720-LISTAR-SEQUENCIA
           END-SEARCH
       END-IF.

       0720-LISTAR-SEQUENCIA.
       MOVE WRK-TAB-ALU-TURMA (WRK-ALU-IDX) TO WRK-LD-TURMA
       MOVE WRK-TAB-ALU-NOME (WRK-ALU-IDX) TO WRK-LD-NOME
       MOVE WRK-PAR-MATRICULA TO WRK-LD-MATRICULA
       MOVE 'DISCIPLINA ?' TO WRK-LD-DISCIPLINA
       SET WRK-DSC-IDX TO 1
       SEARCH WRK-TAB-DSC
           AT END
               CONTINUE
           WHEN WRK-TAB-DSC-TURMA (WRK-DSC-IDX) = WRK-LD-TURMA
            AND WRK-TAB-DSC-DISCIPLINA (WRK-DSC-IDX) =
                WRK-PAR-DISCIPLINA
               MOVE WRK-TAB-DSC-NOME (WRK-DSC-IDX) TO
                   WRK-LD-DISCIPLINA
       END-SEARCH
       MOVE WRK-SEL-FALTAS TO WRK-LD-FALTAS
       MOVE WRK-SEL-INICIO TO WRK-DATA-EDICAO-N
       MOVE WRK-DE-DIA TO WRK-LD-INI-DIA
       MOVE WRK-DE-MES TO WRK-LD-INI-MES
       MOVE WRK-DE-ANO TO WRK-LD-INI-ANO
       MOVE WRK-SEL-FIM TO WRK-DATA-EDICAO-N
       MOVE WRK-DE-DIA TO WRK-LD-FIM-DIA
       MOVE WRK-DE-MES TO WRK-LD-FIM-MES
       MOVE WRK-DE-ANO TO WRK-LD-FIM-ANO
       COMPUTE WRK-PCT-FREQUENCIA ROUNDED =
           WRK-PAR-PRESENTES * 100 / WRK-PAR-DADAS
       MOVE WRK-PCT-FREQUENCIA TO WRK-LD-FREQUENCIA
       WRITE EX5-FAL-REL-LINHA FROM WRK-LINHA-DETALHE
       ADD 1 TO WRK-QT-LISTADOS.

       0800-RELATORIO-TOTAIS.
       WRITE EX5-FAL-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'MARCACOES LIDAS.......: ' DELIMITED BY SIZE
           WRK-QT-LIDOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-FAL-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'ALUNOS LISTADOS.......: ' DELIMITED BY SIZE
           WRK-QT-LISTADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-FAL-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'FORA DO CADASTRO......: ' DELIMITED BY SIZE
           WRK-QT-FORA-CADASTRO DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-FAL-REL-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       CLOSE EX5-FAL-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
