      ******************************************************************
      * Author:
      * Date:
      * Purpose: weekly class timetable (grade horaria) generator for
      *          the ex5 gradebook - lays out the EX5-DC-AULAS-SEMANA
      *          lessons of every turma/disciplina in the catalog
      *          EX5DISC.DAT over the weekdays and daily periods set
      *          in EX5HORCFG.DAT (days 1-6 from Monday, periods
      *          1-10; 5 x 5 when the file is absent). A professor is
      *          never given two turmas in the same slot and is kept
      *          out of the days, or single periods (periodo 00 = the
      *          whole day), listed in EX5INDISP.DAT. Lessons of one
      *          disciplina are spread over different days first and
      *          only doubled up on a day when nothing else is left.
      *          EX5HORREL.DAT prints the timetable per turma and per
      *          professor; every lesson that could not be placed
      *          goes, with the reason, to the exceptions list
      *          EX5HOREXC.DAT and the run ends with RC 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX5-HORARIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX5-DISC-FILE ASSIGN TO 'EX5DISC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DISC-STATUS.
           SELECT EX5-HORCFG-FILE ASSIGN TO 'EX5HORCFG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HORCFG-STATUS.
           SELECT EX5-INDISP-FILE ASSIGN TO 'EX5INDISP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-INDISP-STATUS.
           SELECT EX5-HORARIO-REL-FILE ASSIGN TO 'EX5HORREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT EX5-HORARIO-EXC-FILE ASSIGN TO 'EX5HOREXC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXCECAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX5-DISC-FILE.
       01 EX5-DISC-LINHA PIC X(41).

       FD  EX5-HORCFG-FILE.
       01 EX5-HORCFG-LINHA PIC X(03).

       FD  EX5-INDISP-FILE.
       01 EX5-INDISP-LINHA PIC X(23).

       FD  EX5-HORARIO-REL-FILE.
       01 EX5-HORARIO-REL-LINHA PIC X(80).

       FD  EX5-HORARIO-EXC-FILE.
       01 EX5-HORARIO-EXC-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EX5REC.

       77 WRK-DISC-STATUS      PIC X(02) VALUE '00'.
       77 WRK-HORCFG-STATUS    PIC X(02) VALUE '00'.
       77 WRK-INDISP-STATUS    PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-EXCECAO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-COLOCOU     PIC X(01) VALUE 'N'.
           88 WRK-COLOCOU-OK VALUE 'S'.
       77 WRK-DIA-USADO   PIC X(01) VALUE 'N'.
           88 WRK-DIA-USADO-OK VALUE 'S'.

       77 WRK-QTD-DIAS     PIC 9(01) VALUE 5.
       77 WRK-QTD-PERIODOS PIC 9(02) VALUE 5.

       01 WRK-NOMES-DIAS-X.
           05 FILLER PIC X(18) VALUE 'SEGTERQUAQUISEXSAB'.
       01 WRK-NOMES-DIAS REDEFINES WRK-NOMES-DIAS-X.
           05 WRK-NOME-DIA OCCURS 6 TIMES PIC X(03).

       01 WRK-TABELA-AULAS.
           05 WRK-TAB-AUL OCCURS 200 TIMES.
               10 WRK-TAB-AUL-TURMA      PIC X(03).
               10 WRK-TAB-AUL-DISCIPLINA PIC 9(01).
               10 WRK-TAB-AUL-NOME       PIC X(15).
               10 WRK-TAB-AUL-PROFESSOR  PIC X(20).
               10 WRK-TAB-AUL-SEMANA     PIC 9(02).
               10 WRK-TAB-AUL-COLOCADAS  PIC 9(02).
               10 WRK-TAB-AUL-TUR        PIC 9(02).
               10 WRK-TAB-AUL-PRF        PIC 9(02).
       77 WRK-QTD-AULAS PIC 9(03) VALUE ZEROS.

      *    slot content is the entry of WRK-TABELA-AULAS, zero = free
       01 WRK-TABELA-TURMAS.
           05 WRK-TAB-TUR OCCURS 50 TIMES.
               10 WRK-TAB-TUR-TURMA      PIC X(03).
               10 WRK-TAB-TUR-DIA OCCURS 6 TIMES.
                   15 WRK-TAB-TUR-SLOT OCCURS 10 TIMES PIC 9(03).
       77 WRK-QTD-TURMAS PIC 9(02) VALUE ZEROS.

       01 WRK-TABELA-PROFESSORES.
           05 WRK-TAB-PRF OCCURS 80 TIMES.
               10 WRK-TAB-PRF-NOME       PIC X(20).
               10 WRK-TAB-PRF-DIA OCCURS 6 TIMES.
                   15 WRK-TAB-PRF-SLOT OCCURS 10 TIMES PIC 9(03).
                   15 WRK-TAB-PRF-BLOQ OCCURS 10 TIMES PIC X(01).
       77 WRK-QTD-PROFESSORES PIC 9(02) VALUE ZEROS.

       77 WRK-A          PIC 9(03) VALUE ZEROS.
       77 WRK-T          PIC 9(02) VALUE ZEROS.
       77 WRK-P          PIC 9(02) VALUE ZEROS.
       77 WRK-D          PIC 9(01) VALUE ZEROS.
       77 WRK-H          PIC 9(02) VALUE ZEROS.
       77 WRK-H2         PIC 9(02) VALUE ZEROS.
       77 WRK-DESLOC     PIC 9(01) VALUE ZEROS.
       77 WRK-DIA-INICIO PIC 9(01) VALUE ZEROS.
       77 WRK-PASSO      PIC 9(01) VALUE ZEROS.
       77 WRK-SOMA-DIA   PIC 9(04) VALUE ZEROS.
       77 WRK-QUOCIENTE  PIC 9(04) VALUE ZEROS.
       77 WRK-LIVRES-TURMA PIC 9(03) VALUE ZEROS.
       77 WRK-FALTAM     PIC 9(02) VALUE ZEROS.

       77 WRK-QT-AULAS-PREVISTAS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-AULAS-COLOCADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXCECOES        PIC 9(05) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'GRADE HORARIA SEMANAL - EX5-HORARIO'.
       01 WRK-CABECALHO-EXC PIC X(60) VALUE
           'AULAS NAO ALOCADAS NA GRADE HORARIA - EX5-HORARIO'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-TITULO-TURMAS PIC X(60) VALUE
           'HORARIO POR TURMA'.
       01 WRK-TITULO-PROFESSORES PIC X(60) VALUE
           'HORARIO POR PROFESSOR'.
       01 WRK-LINHA-TURMA.
           05 FILLER        PIC X(07) VALUE 'TURMA: '.
           05 WRK-LT-TURMA   PIC X(03).
       01 WRK-LINHA-PROFESSOR.
           05 FILLER        PIC X(11) VALUE 'PROFESSOR: '.
           05 WRK-LP-NOME    PIC X(20).
       01 WRK-LINHA-GRADE.
           05 WRK-LG-ROTULO  PIC X(08).
           05 WRK-LG-CELULA OCCURS 6 TIMES PIC X(12).
       01 WRK-CELULA-PROFESSOR.
           05 WRK-CP-TURMA   PIC X(03).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WRK-CP-NOME    PIC X(07).
       01 WRK-LINHA-EXCECAO.
           05 FILLER        PIC X(07) VALUE 'TURMA: '.
           05 WRK-LE-TURMA   PIC X(03).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WRK-LE-NOME    PIC X(15).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WRK-LE-PROFESSOR PIC X(20).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WRK-LE-FALTAM  PIC Z9.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WRK-LE-MOTIVO  PIC X(28).
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0150-CARREGAR-CONFIGURACAO.
       PERFORM 0160-CARREGAR-DISCIPLINAS.
       PERFORM 0170-CARREGAR-INDISPONIBILIDADE.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0300-ALOCAR-AULAS.
       PERFORM 0600-IMPRIMIR-TURMAS.
       PERFORM 0700-IMPRIMIR-PROFESSORES.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       IF WRK-QT-EXCECOES > ZEROS
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

       0150-CARREGAR-CONFIGURACAO.
       OPEN INPUT EX5-HORCFG-FILE
       IF WRK-HORCFG-STATUS = '00'
           READ EX5-HORCFG-FILE INTO EX5-HORCFG-REC
               AT END MOVE ZEROS TO EX5-HORCFG-REC
           END-READ
           IF EX5-HC-DIAS IS NUMERIC
              AND EX5-HC-DIAS >= 1 AND EX5-HC-DIAS <= 6
               MOVE EX5-HC-DIAS TO WRK-QTD-DIAS
           END-IF
           IF EX5-HC-PERIODOS IS NUMERIC
              AND EX5-HC-PERIODOS >= 1 AND EX5-HC-PERIODOS <= 10
               MOVE EX5-HC-PERIODOS TO WRK-QTD-PERIODOS
           END-IF
           CLOSE EX5-HORCFG-FILE
       END-IF.

       0160-CARREGAR-DISCIPLINAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-DISC-FILE
       IF WRK-DISC-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX5-DISC-FILE INTO EX5-DISC-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX5-DC-AULAS-SEMANA IS NUMERIC
                          AND EX5-DC-AULAS-SEMANA > ZEROS
                           PERFORM 0165-GUARDAR-DISCIPLINA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX5-DISC-FILE
       END-IF.

       0165-GUARDAR-DISCIPLINA.
       IF WRK-QTD-AULAS >= 200
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-QTD-AULAS
       MOVE WRK-QTD-AULAS TO WRK-A
       MOVE EX5-DC-TURMA TO WRK-TAB-AUL-TURMA (WRK-A)
       MOVE EX5-DC-DISCIPLINA TO WRK-TAB-AUL-DISCIPLINA (WRK-A)
       MOVE EX5-DC-NOME TO WRK-TAB-AUL-NOME (WRK-A)
       MOVE EX5-DC-PROFESSOR TO WRK-TAB-AUL-PROFESSOR (WRK-A)
       MOVE EX5-DC-AULAS-SEMANA TO WRK-TAB-AUL-SEMANA (WRK-A)
       MOVE ZEROS TO WRK-TAB-AUL-COLOCADAS (WRK-A)
       ADD EX5-DC-AULAS-SEMANA TO WRK-QT-AULAS-PREVISTAS
       PERFORM 0180-LOCALIZAR-TURMA
       MOVE WRK-T TO WRK-TAB-AUL-TUR (WRK-A)
       MOVE EX5-DC-PROFESSOR TO EX5-ID-PROFESSOR
       PERFORM 0190-LOCALIZAR-PROFESSOR
       MOVE WRK-P TO WRK-TAB-AUL-PRF (WRK-A).

       0170-CARREGAR-INDISPONIBILIDADE.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-INDISP-FILE
       IF WRK-INDISP-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX5-INDISP-FILE INTO EX5-INDISP-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX5-ID-DIA IS NUMERIC
                          AND EX5-ID-DIA >= 1 AND EX5-ID-DIA <= 6
                          AND EX5-ID-PERIODO IS NUMERIC
                          AND EX5-ID-PERIODO <= 10
                           PERFORM 0175-BLOQUEAR-PROFESSOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX5-INDISP-FILE
       END-IF.

       0175-BLOQUEAR-PROFESSOR.
       PERFORM 0190-LOCALIZAR-PROFESSOR
       MOVE EX5-ID-DIA TO WRK-D
       IF EX5-ID-PERIODO = ZEROS
           PERFORM VARYING WRK-H FROM 1 BY 1 UNTIL WRK-H > 10
               MOVE 'S' TO WRK-TAB-PRF-BLOQ (WRK-P WRK-D WRK-H)
           END-PERFORM
       ELSE
           MOVE EX5-ID-PERIODO TO WRK-H
           MOVE 'S' TO WRK-TAB-PRF-BLOQ (WRK-P WRK-D WRK-H)
       END-IF.

       0180-LOCALIZAR-TURMA.
       MOVE 'N' TO WRK-ACHOU
       PERFORM VARYING WRK-T FROM 1 BY 1
               UNTIL WRK-T > WRK-QTD-TURMAS OR WRK-ACHOU-OK
           IF WRK-TAB-TUR-TURMA (WRK-T) = EX5-DC-TURMA
               MOVE 'S' TO WRK-ACHOU
           END-IF
       END-PERFORM
       IF WRK-ACHOU-OK
           SUBTRACT 1 FROM WRK-T
       ELSE
           IF WRK-QTD-TURMAS >= 50
               PERFORM 9000-ABORTAR-CAPACIDADE
           END-IF
           ADD 1 TO WRK-QTD-TURMAS
           MOVE WRK-QTD-TURMAS TO WRK-T
           MOVE EX5-DC-TURMA TO WRK-TAB-TUR-TURMA (WRK-T)
           PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > 6
               PERFORM VARYING WRK-H FROM 1 BY 1 UNTIL WRK-H > 10
                   MOVE ZEROS TO WRK-TAB-TUR-SLOT (WRK-T WRK-D WRK-H)
               END-PERFORM
           END-PERFORM
       END-IF.

       0190-LOCALIZAR-PROFESSOR.
       MOVE 'N' TO WRK-ACHOU
       PERFORM VARYING WRK-P FROM 1 BY 1
               UNTIL WRK-P > WRK-QTD-PROFESSORES OR WRK-ACHOU-OK
           IF WRK-TAB-PRF-NOME (WRK-P) = EX5-ID-PROFESSOR
               MOVE 'S' TO WRK-ACHOU
           END-IF
       END-PERFORM
       IF WRK-ACHOU-OK
           SUBTRACT 1 FROM WRK-P
       ELSE
           IF WRK-QTD-PROFESSORES >= 80
               PERFORM 9000-ABORTAR-CAPACIDADE
           END-IF
           ADD 1 TO WRK-QTD-PROFESSORES
           MOVE WRK-QTD-PROFESSORES TO WRK-P
           MOVE EX5-ID-PROFESSOR TO WRK-TAB-PRF-NOME (WRK-P)
           PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > 6
               PERFORM VARYING WRK-H FROM 1 BY 1 UNTIL WRK-H > 10
                   MOVE ZEROS TO WRK-TAB-PRF-SLOT (WRK-P WRK-D WRK-H)
                   MOVE 'N' TO WRK-TAB-PRF-BLOQ (WRK-P WRK-D WRK-H)
               END-PERFORM
           END-PERFORM
       END-IF.

       0200-ABRIR-ARQUIVOS.
       OPEN OUTPUT EX5-HORARIO-REL-FILE
       OPEN OUTPUT EX5-HORARIO-EXC-FILE
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX5-HORARIO-REL-LINHA FROM WRK-CABECALHO
       WRITE EX5-HORARIO-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       WRITE EX5-HORARIO-EXC-LINHA FROM WRK-CABECALHO-EXC
       WRITE EX5-HORARIO-EXC-LINHA FROM WRK-LINHA-DATA-RELATORIO
       WRITE EX5-HORARIO-EXC-LINHA FROM WRK-LINHA-BRANCO.

       0300-ALOCAR-AULAS.
       PERFORM VARYING WRK-A FROM 1 BY 1 UNTIL WRK-A > WRK-QTD-AULAS
           MOVE WRK-TAB-AUL-TUR (WRK-A) TO WRK-T
           MOVE WRK-TAB-AUL-PRF (WRK-A) TO WRK-P
           MOVE 'S' TO WRK-COLOCOU
           PERFORM 0400-COLOCAR-UMA-AULA
               UNTIL WRK-TAB-AUL-COLOCADAS (WRK-A)
                     >= WRK-TAB-AUL-SEMANA (WRK-A)
                  OR NOT WRK-COLOCOU-OK
           IF NOT WRK-COLOCOU-OK
               PERFORM 0550-GRAVAR-EXCECAO
           END-IF
       END-PERFORM.

      *    first pass only takes a day the disciplina is not on yet;
      *    the search starts on a different day for every lesson so
      *    the week fills evenly
       0400-COLOCAR-UMA-AULA.
       COMPUTE WRK-SOMA-DIA = WRK-A + WRK-TAB-AUL-COLOCADAS (WRK-A)
       DIVIDE WRK-SOMA-DIA BY WRK-QTD-DIAS GIVING WRK-QUOCIENTE
           REMAINDER WRK-DIA-INICIO
       MOVE 'N' TO WRK-COLOCOU
       PERFORM VARYING WRK-PASSO FROM 1 BY 1
               UNTIL WRK-PASSO > 2 OR WRK-COLOCOU-OK
           PERFORM VARYING WRK-DESLOC FROM 0 BY 1
                   UNTIL WRK-DESLOC >= WRK-QTD-DIAS OR WRK-COLOCOU-OK
               COMPUTE WRK-SOMA-DIA = WRK-DIA-INICIO + WRK-DESLOC
               DIVIDE WRK-SOMA-DIA BY WRK-QTD-DIAS GIVING WRK-QUOCIENTE
                   REMAINDER WRK-D
               ADD 1 TO WRK-D
               PERFORM 0420-VERIFICAR-DIA-USADO
               IF WRK-PASSO = 2 OR NOT WRK-DIA-USADO-OK
                   PERFORM 0440-PROCURAR-PERIODO
               END-IF
           END-PERFORM
       END-PERFORM.

       0420-VERIFICAR-DIA-USADO.
       MOVE 'N' TO WRK-DIA-USADO
       PERFORM VARYING WRK-H2 FROM 1 BY 1
               UNTIL WRK-H2 > WRK-QTD-PERIODOS
           IF WRK-TAB-TUR-SLOT (WRK-T WRK-D WRK-H2) = WRK-A
               MOVE 'S' TO WRK-DIA-USADO
           END-IF
       END-PERFORM.

       0440-PROCURAR-PERIODO.
       PERFORM VARYING WRK-H FROM 1 BY 1
               UNTIL WRK-H > WRK-QTD-PERIODOS OR WRK-COLOCOU-OK
           IF WRK-TAB-TUR-SLOT (WRK-T WRK-D WRK-H) = ZEROS
              AND WRK-TAB-PRF-SLOT (WRK-P WRK-D WRK-H) = ZEROS
              AND WRK-TAB-PRF-BLOQ (WRK-P WRK-D WRK-H) NOT = 'S'
               MOVE WRK-A TO WRK-TAB-TUR-SLOT (WRK-T WRK-D WRK-H)
               MOVE WRK-A TO WRK-TAB-PRF-SLOT (WRK-P WRK-D WRK-H)
               ADD 1 TO WRK-TAB-AUL-COLOCADAS (WRK-A)
               ADD 1 TO WRK-QT-AULAS-COLOCADAS
               MOVE 'S' TO WRK-COLOCOU
           END-IF
       END-PERFORM.

       0550-GRAVAR-EXCECAO.
       ADD 1 TO WRK-QT-EXCECOES
       COMPUTE WRK-FALTAM = WRK-TAB-AUL-SEMANA (WRK-A)
           - WRK-TAB-AUL-COLOCADAS (WRK-A)
       MOVE ZEROS TO WRK-LIVRES-TURMA
       PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > WRK-QTD-DIAS
           PERFORM VARYING WRK-H FROM 1 BY 1
                   UNTIL WRK-H > WRK-QTD-PERIODOS
               IF WRK-TAB-TUR-SLOT (WRK-T WRK-D WRK-H) = ZEROS
                   ADD 1 TO WRK-LIVRES-TURMA
               END-IF
           END-PERFORM
       END-PERFORM
       MOVE WRK-TAB-AUL-TURMA (WRK-A) TO WRK-LE-TURMA
       MOVE WRK-TAB-AUL-NOME (WRK-A) TO WRK-LE-NOME
       MOVE WRK-TAB-AUL-PROFESSOR (WRK-A) TO WRK-LE-PROFESSOR
       MOVE WRK-FALTAM TO WRK-LE-FALTAM
       IF WRK-LIVRES-TURMA = ZEROS
           MOVE 'GRADE DA TURMA COMPLETA' TO WRK-LE-MOTIVO
       ELSE
           MOVE 'PROFESSOR OCUPADO/INDISPON.' TO WRK-LE-MOTIVO
       END-IF
       WRITE EX5-HORARIO-EXC-LINHA FROM WRK-LINHA-EXCECAO.

       0600-IMPRIMIR-TURMAS.
       WRITE EX5-HORARIO-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX5-HORARIO-REL-LINHA FROM WRK-TITULO-TURMAS
       PERFORM VARYING WRK-T FROM 1 BY 1 UNTIL WRK-T > WRK-QTD-TURMAS
           WRITE EX5-HORARIO-REL-LINHA FROM WRK-LINHA-BRANCO
           MOVE WRK-TAB-TUR-TURMA (WRK-T) TO WRK-LT-TURMA
           WRITE EX5-HORARIO-REL-LINHA FROM WRK-LINHA-TURMA
           PERFORM 0680-CABECALHO-GRADE
           PERFORM VARYING WRK-H FROM 1 BY 1
                   UNTIL WRK-H > WRK-QTD-PERIODOS
               PERFORM 0650-LINHA-TURMA
           END-PERFORM
       END-PERFORM.

       0650-LINHA-TURMA.
       MOVE SPACES TO WRK-LINHA-GRADE
       MOVE WRK-H TO WRK-H2
       STRING 'AULA ' DELIMITED BY SIZE
           WRK-H2 DELIMITED BY SIZE
           INTO WRK-LG-ROTULO
       PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > WRK-QTD-DIAS
           MOVE WRK-TAB-TUR-SLOT (WRK-T WRK-D WRK-H) TO WRK-A
           IF WRK-A > ZEROS
               MOVE WRK-TAB-AUL-NOME (WRK-A) (1:11)
                   TO WRK-LG-CELULA (WRK-D)
           ELSE
               MOVE '-' TO WRK-LG-CELULA (WRK-D)
           END-IF
       END-PERFORM
       WRITE EX5-HORARIO-REL-LINHA FROM WRK-LINHA-GRADE.

       0680-CABECALHO-GRADE.
       MOVE SPACES TO WRK-LINHA-GRADE
       PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > WRK-QTD-DIAS
           MOVE WRK-NOME-DIA (WRK-D) TO WRK-LG-CELULA (WRK-D)
       END-PERFORM
       WRITE EX5-HORARIO-REL-LINHA FROM WRK-LINHA-GRADE.

       0700-IMPRIMIR-PROFESSORES.
       WRITE EX5-HORARIO-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX5-HORARIO-REL-LINHA FROM WRK-TITULO-PROFESSORES
       PERFORM VARYING WRK-P FROM 1 BY 1
               UNTIL WRK-P > WRK-QTD-PROFESSORES
           WRITE EX5-HORARIO-REL-LINHA FROM WRK-LINHA-BRANCO
           MOVE WRK-TAB-PRF-NOME (WRK-P) TO WRK-LP-NOME
           WRITE EX5-HORARIO-REL-LINHA FROM WRK-LINHA-PROFESSOR
           PERFORM 0680-CABECALHO-GRADE
           PERFORM VARYING WRK-H FROM 1 BY 1
                   UNTIL WRK-H > WRK-QTD-PERIODOS
               PERFORM 0750-LINHA-PROFESSOR
           END-PERFORM
       END-PERFORM.

       0750-LINHA-PROFESSOR.
       MOVE SPACES TO WRK-LINHA-GRADE
       MOVE WRK-H TO WRK-H2
       STRING 'AULA ' DELIMITED BY SIZE
           WRK-H2 DELIMITED BY SIZE
           INTO WRK-LG-ROTULO
       PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > WRK-QTD-DIAS
           MOVE WRK-TAB-PRF-SLOT (WRK-P WRK-D WRK-H) TO WRK-A
           EVALUATE TRUE
               WHEN WRK-A > ZEROS
                   MOVE WRK-TAB-AUL-TURMA (WRK-A) TO WRK-CP-TURMA
                   MOVE WRK-TAB-AUL-NOME (WRK-A) TO WRK-CP-NOME
                   MOVE WRK-CELULA-PROFESSOR TO WRK-LG-CELULA (WRK-D)
               WHEN WRK-TAB-PRF-BLOQ (WRK-P WRK-D WRK-H) = 'S'
                   MOVE 'INDISP.' TO WRK-LG-CELULA (WRK-D)
               WHEN OTHER
                   MOVE '-' TO WRK-LG-CELULA (WRK-D)
           END-EVALUATE
       END-PERFORM
       WRITE EX5-HORARIO-REL-LINHA FROM WRK-LINHA-GRADE.

       0800-RELATORIO-TOTAIS.
       WRITE EX5-HORARIO-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'AULAS PREVISTAS.......: ' DELIMITED BY SIZE
           WRK-QT-AULAS-PREVISTAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-HORARIO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'AULAS ALOCADAS........: ' DELIMITED BY SIZE
           WRK-QT-AULAS-COLOCADAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-HORARIO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'DISCIPLINAS PENDENTES.: ' DELIMITED BY SIZE
           WRK-QT-EXCECOES DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-HORARIO-REL-LINHA FROM WRK-LINHA-RESUMO
       WRITE EX5-HORARIO-EXC-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX5-HORARIO-EXC-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       CLOSE EX5-HORARIO-REL-FILE
       CLOSE EX5-HORARIO-EXC-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
