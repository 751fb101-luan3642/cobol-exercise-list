      ******************************************************************
      * Author:
      * Date:
      * Purpose: monthly lesson-hours feed from the ex5 school into
      *          the EX26 payroll. For the competencia in EX5AULPRM.DAT
      *          (AAAAMM plus the minutes of one lesson NNN; defaults
      *          are the business-date month and 50 minutes) counts
      *          the lessons actually given, taken from the daily roll
      *          calls of EX5CHAM.DAT (one lesson per turma,
      *          disciplina, date and lesson number, the last call
      *          counting when it was repeated). A lesson goes to the
      *          substitute whose matricula was keyed in the roll
      *          call, otherwise to the titular professor of the
      *          disciplina in EX5DISC.DAT. A turma/disciplina with no
      *          roll call in the month is estimated from
      *          EX5-DC-AULAS-SEMANA times the weeks of the month.
      *          Professor names are mapped to their payroll matricula
      *          by EX5PROF.DAT. Writes EX26AULA.DAT (lessons and
      *          hours per matricula) for EX26-SALARIO to price with
      *          the teacher tariff, and the report EX5AULREL.DAT.
      *          Lessons of professors missing from EX5PROF.DAT are
      *          listed and not paid; the run then ends with RC 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX5-AULAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX5-AULPRM-FILE ASSIGN TO 'EX5AULPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARAM-STATUS.
           SELECT EX5-DISC-FILE ASSIGN TO 'EX5DISC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DISC-STATUS.
           SELECT EX5-PROF-FILE ASSIGN TO 'EX5PROF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROF-STATUS.
           SELECT EX5-CHAMADA-FILE ASSIGN TO 'EX5CHAM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CHAMADA-STATUS.
           SELECT EX26-AULA-FILE ASSIGN TO 'EX26AULA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AULA-STATUS.
           SELECT EX5-AUL-REL-FILE ASSIGN TO 'EX5AULREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT EX5-SORT-FILE ASSIGN TO 'EX5AUL.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD  EX5-AULPRM-FILE.
       01 EX5-AULPRM-LINHA.
           05 EX5-AP-COMPETENCIA PIC X(06).
           05 EX5-AP-MINUTOS     PIC X(03).

       FD  EX5-DISC-FILE.
       01 EX5-DISC-LINHA PIC X(41).

       FD  EX5-PROF-FILE.
       01 EX5-PROF-LINHA PIC X(25).

       FD  EX5-CHAMADA-FILE.
       01 EX5-CHAMADA-LINHA PIC X(25).

       FD  EX26-AULA-FILE.
       01 EX26-AULA-LINHA PIC X(20).

       FD  EX5-AUL-REL-FILE.
       01 EX5-AUL-REL-LINHA PIC X(80).

       SD  EX5-SORT-FILE.
       01 EX5-SORT-REG.
           05 EX5-SR-TURMA       PIC X(03).
           05 EX5-SR-DISCIPLINA  PIC 9(01).
           05 EX5-SR-DATA        PIC 9(08).
           05 EX5-SR-AULA        PIC 9(02).
           05 EX5-SR-SEQUENCIA   PIC 9(07).
           05 EX5-SR-SUBSTITUTO  PIC 9(05).

       WORKING-STORAGE SECTION.
       COPY EX5REC.
       COPY EX26REC.

       77 WRK-PARAM-STATUS     PIC X(02) VALUE '00'.
       77 WRK-DISC-STATUS      PIC X(02) VALUE '00'.
       77 WRK-PROF-STATUS      PIC X(02) VALUE '00'.
       77 WRK-CHAMADA-STATUS   PIC X(02) VALUE '00'.
       77 WRK-AULA-STATUS      PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-SORT    PIC X(01) VALUE 'N'.
           88 WRK-FIM-SORT-OK VALUE 'S'.
       77 WRK-HA-PENDENTE PIC X(01) VALUE 'N'.
           88 WRK-HA-PENDENTE-OK VALUE 'S'.

       01 WRK-DATA-NEGOCIO.
           05 WRK-DN-ANO  PIC 9(04).
           05 WRK-DN-MES  PIC 9(02).
           05 WRK-DN-DIA  PIC 9(02).
       01 WRK-DATA-NEGOCIO-N REDEFINES WRK-DATA-NEGOCIO PIC 9(08).

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-COMPETENCIA.
           05 WRK-CP-ANO  PIC 9(04).
           05 WRK-CP-MES  PIC 9(02).
       01 WRK-COMPETENCIA-N REDEFINES WRK-COMPETENCIA PIC 9(06).

       01 WRK-DATA-CHAMADA.
           05 WRK-DC-ANO-MES PIC 9(06).
           05 WRK-DC-DIA     PIC 9(02).
       01 WRK-DATA-CHAMADA-N REDEFINES WRK-DATA-CHAMADA PIC 9(08).

       01 WRK-PRIMEIRO-DIA.
           05 WRK-PD-ANO  PIC 9(04).
           05 WRK-PD-MES  PIC 9(02).
           05 WRK-PD-DIA  PIC 9(02).
       01 WRK-PRIMEIRO-DIA-N REDEFINES WRK-PRIMEIRO-DIA PIC 9(08).
       01 WRK-PROXIMO-MES.
           05 WRK-PM-ANO  PIC 9(04).
           05 WRK-PM-MES  PIC 9(02).
           05 WRK-PM-DIA  PIC 9(02).
       01 WRK-PROXIMO-MES-N REDEFINES WRK-PROXIMO-MES PIC 9(08).
       77 WRK-DIAS-MES PIC 9(02) VALUE ZEROS.

       77 WRK-MINUTOS-AULA PIC 9(03) VALUE 50.

       01 WRK-TABELA-DISCIPLINAS.
           05 WRK-TAB-DSC OCCURS 100 TIMES
               INDEXED BY WRK-DSC-IDX.
               10 WRK-TAB-DSC-TURMA      PIC X(03).
               10 WRK-TAB-DSC-DISCIPLINA PIC 9(01).
               10 WRK-TAB-DSC-PROFESSOR  PIC X(20).
               10 WRK-TAB-DSC-AULAS-SEM  PIC 9(02).
               10 WRK-TAB-DSC-CHAMADAS   PIC 9(04).
       77 WRK-QTD-DISCIPLINAS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-PROFESSORES.
           05 WRK-TAB-PRF OCCURS 200 TIMES
               INDEXED BY WRK-PRF-IDX.
               10 WRK-TAB-PRF-NOME      PIC X(20).
               10 WRK-TAB-PRF-MATRICULA PIC 9(05).
       77 WRK-QTD-PROFESSORES PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-DOCENTES.
           05 WRK-TAB-DOC OCCURS 200 TIMES
               INDEXED BY WRK-DOC-IDX.
               10 WRK-TAB-DOC-MATRICULA PIC 9(05).
               10 WRK-TAB-DOC-NOME      PIC X(20).
               10 WRK-TAB-DOC-TITULAR   PIC 9(04).
               10 WRK-TAB-DOC-SUBSTITUTO PIC 9(04).
               10 WRK-TAB-DOC-ESTIMADAS PIC 9(04).
       77 WRK-QTD-DOCENTES PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-SEM-MAPA.
           05 WRK-TAB-SMP OCCURS 100 TIMES
               INDEXED BY WRK-SMP-IDX.
               10 WRK-TAB-SMP-NOME   PIC X(20).
               10 WRK-TAB-SMP-AULAS  PIC 9(04).
       77 WRK-QTD-SEM-MAPA PIC 9(03) VALUE ZEROS.

       01 WRK-PENDENTE.
           05 WRK-PEN-TURMA      PIC X(03).
           05 WRK-PEN-DISCIPLINA PIC 9(01).
           05 WRK-PEN-DATA       PIC 9(08).
           05 WRK-PEN-AULA       PIC 9(02).
           05 WRK-PEN-SUBSTITUTO PIC 9(05).

       77 WRK-CRD-MATRICULA PIC 9(05) VALUE ZEROS.
       77 WRK-CRD-NOME      PIC X(20) VALUE SPACES.
       77 WRK-CRD-TIPO      PIC X(01) VALUE SPACES.
       77 WRK-CRD-AULAS     PIC 9(04) VALUE ZEROS.
       77 WRK-SEQUENCIA     PIC 9(07) VALUE ZEROS.
       77 WRK-AULAS-DOCENTE PIC 9(04) VALUE ZEROS.

       77 WRK-QT-LICOES        PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SUBSTITUICOES PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ESTIMADAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-MAPA      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-GRAVADOS      PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-HORAS        PIC 9(05)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED         PIC ZZ.ZZ9,99.

       01 WRK-CABECALHO PIC X(60) VALUE
           'HORAS-AULA DOS PROFESSORES - EX5-AULAS'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-COMPETENCIA.
           05 FILLER      PIC X(13) VALUE 'COMPETENCIA: '.
           05 WRK-LC-MES  PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LC-ANO  PIC 9999.
           05 FILLER      PIC X(20) VALUE '   MINUTOS POR AULA:'.
           05 WRK-LC-MINUTOS PIC ZZ9.
       01 WRK-LINHA-TITULO.
           05 FILLER PIC X(40) VALUE
               'MATRIC NOME               TITULAR    SUB'.
           05 FILLER PIC X(40) VALUE
               'ST.    ESTIM.   HORAS'.
       01 WRK-LINHA-DETALHE.
           05 WRK-LD-MATRICULA  PIC 9(05).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-NOME       PIC X(20).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-TITULAR    PIC ZZZ9.
           05 FILLER            PIC X(06) VALUE SPACES.
           05 WRK-LD-SUBSTITUTO PIC ZZZ9.
           05 FILLER            PIC X(06) VALUE SPACES.
           05 WRK-LD-ESTIMADAS  PIC ZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-HORAS      PIC ZZ9,99.
       01 WRK-TITULO-SEM-MAPA PIC X(60) VALUE
           'PROFESSORES SEM MATRICULA EM EX5PROF - AULAS NAO PAGAS'.
       01 WRK-LINHA-SEM-MAPA.
           05 FILLER            PIC X(07) VALUE SPACES.
           05 WRK-LS-NOME       PIC X(20).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LS-AULAS      PIC ZZZ9.
           05 FILLER            PIC X(06) VALUE ' AULAS'.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0140-CARREGAR-PARAMETROS.
       PERFORM 0150-CARREGAR-DISCIPLINAS.
       PERFORM 0160-CARREGAR-PROFESSORES.
       PERFORM 0200-ABRIR-ARQUIVOS.
       OPEN INPUT EX5-CHAMADA-FILE
       IF WRK-CHAMADA-STATUS = '00'
           CLOSE EX5-CHAMADA-FILE
           SORT EX5-SORT-FILE
               ON ASCENDING KEY EX5-SR-TURMA
                                EX5-SR-DISCIPLINA
                                EX5-SR-DATA
                                EX5-SR-AULA
                                EX5-SR-SEQUENCIA
               INPUT PROCEDURE IS 0500-LER-CHAMADAS
               OUTPUT PROCEDURE IS 0600-CONTAR-AULAS
       END-IF.
       PERFORM 0680-ESTIMAR-SEM-CHAMADA.
       PERFORM 0750-GRAVAR-DOCENTES.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       IF WRK-QTD-SEM-MAPA > ZEROS
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0140-CARREGAR-PARAMETROS.
       MOVE ZEROS TO WRK-COMPETENCIA-N
       OPEN INPUT EX5-AULPRM-FILE
       IF WRK-PARAM-STATUS = '00'
           READ EX5-AULPRM-FILE
               AT END CONTINUE
               NOT AT END
                   IF EX5-AP-COMPETENCIA IS NUMERIC
                       MOVE EX5-AP-COMPETENCIA TO WRK-COMPETENCIA-N
                   END-IF
                   IF EX5-AP-MINUTOS IS NUMERIC
                      AND EX5-AP-MINUTOS > '000'
                       MOVE EX5-AP-MINUTOS TO WRK-MINUTOS-AULA
                   END-IF
           END-READ
           CLOSE EX5-AULPRM-FILE
       END-IF
       IF WRK-COMPETENCIA-N = ZEROS
           CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
           MOVE WRK-DN-ANO TO WRK-CP-ANO
           MOVE WRK-DN-MES TO WRK-CP-MES
       END-IF
       MOVE WRK-CP-ANO TO WRK-PD-ANO
       MOVE WRK-CP-MES TO WRK-PD-MES
       MOVE 1 TO WRK-PD-DIA
       IF WRK-CP-MES = 12
           COMPUTE WRK-PM-ANO = WRK-CP-ANO + 1
           MOVE 1 TO WRK-PM-MES
       ELSE
           MOVE WRK-CP-ANO TO WRK-PM-ANO
           COMPUTE WRK-PM-MES = WRK-CP-MES + 1
       END-IF
       MOVE 1 TO WRK-PM-DIA
       COMPUTE WRK-DIAS-MES =
           FUNCTION INTEGER-OF-DATE (WRK-PROXIMO-MES-N)
           - FUNCTION INTEGER-OF-DATE (WRK-PRIMEIRO-DIA-N).

       0150-CARREGAR-DISCIPLINAS.
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
                       MOVE EX5-DC-PROFESSOR TO
                           WRK-TAB-DSC-PROFESSOR (WRK-QTD-DISCIPLINAS)
                       IF EX5-DC-AULAS-SEMANA IS NUMERIC
                           MOVE EX5-DC-AULAS-SEMANA TO
                               WRK-TAB-DSC-AULAS-SEM
                                   (WRK-QTD-DISCIPLINAS)
                       ELSE
                           MOVE ZEROS TO
                               WRK-TAB-DSC-AULAS-SEM
                                   (WRK-QTD-DISCIPLINAS)
                       END-IF
                       MOVE ZEROS TO
                           WRK-TAB-DSC-CHAMADAS (WRK-QTD-DISCIPLINAS)
               END-READ
           END-PERFORM
           CLOSE EX5-DISC-FILE
       END-IF.

       0160-CARREGAR-PROFESSORES.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-PROF-FILE
       IF WRK-PROF-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX5-PROF-FILE INTO EX5-PROFESSOR-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-PROFESSORES >= 200
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-PROFESSORES
                       MOVE EX5-PF-NOME TO
                           WRK-TAB-PRF-NOME (WRK-QTD-PROFESSORES)
                       MOVE EX5-PF-MATRICULA TO
                           WRK-TAB-PRF-MATRICULA (WRK-QTD-PROFESSORES)
               END-READ
           END-PERFORM
           CLOSE EX5-PROF-FILE
       END-IF.

       0200-ABRIR-ARQUIVOS.
       OPEN OUTPUT EX26-AULA-FILE
       OPEN OUTPUT EX5-AUL-REL-FILE
       WRITE EX5-AUL-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX5-AUL-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       MOVE WRK-CP-MES TO WRK-LC-MES
       MOVE WRK-CP-ANO TO WRK-LC-ANO
       MOVE WRK-MINUTOS-AULA TO WRK-LC-MINUTOS
       WRITE EX5-AUL-REL-LINHA FROM WRK-LINHA-COMPETENCIA
       WRITE EX5-AUL-REL-LINHA FROM WRK-LINHA-BRANCO.

       0500-LER-CHAMADAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-CHAMADA-FILE
       PERFORM UNTIL WRK-FIM-ARQUIVO-OK
           READ EX5-CHAMADA-FILE INTO EX5-CHAMADA-REC
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE EX5-CH-DATA TO WRK-DATA-CHAMADA-N
                   IF EX5-CH-DATA IS NUMERIC
                      AND EX5-CH-AULA IS NUMERIC
                      AND WRK-DC-ANO-MES = WRK-COMPETENCIA-N
                       ADD 1 TO WRK-SEQUENCIA
                       MOVE EX5-CH-TURMA TO EX5-SR-TURMA
                       MOVE EX5-CH-DISCIPLINA TO EX5-SR-DISCIPLINA
                       MOVE EX5-CH-DATA TO EX5-SR-DATA
                       MOVE EX5-CH-AULA TO EX5-SR-AULA
                       MOVE WRK-SEQUENCIA TO EX5-SR-SEQUENCIA
                       IF EX5-CH-SUBSTITUTO IS NUMERIC
                           MOVE EX5-CH-SUBSTITUTO TO EX5-SR-SUBSTITUTO
                       ELSE
                           MOVE ZEROS TO EX5-SR-SUBSTITUTO
                       END-IF
                       RELEASE EX5-SORT-REG
                   END-IF
           END-READ
       END-PERFORM
       CLOSE EX5-CHAMADA-FILE.

       0600-CONTAR-AULAS.
       MOVE 'N' TO WRK-FIM-SORT
       PERFORM 0650-LER-ORDENADO
       PERFORM UNTIL WRK-FIM-SORT-OK
           IF WRK-HA-PENDENTE-OK
               IF EX5-SR-TURMA NOT = WRK-PEN-TURMA
                  OR EX5-SR-DISCIPLINA NOT = WRK-PEN-DISCIPLINA
                  OR EX5-SR-DATA NOT = WRK-PEN-DATA
                  OR EX5-SR-AULA NOT = WRK-PEN-AULA
                   PERFORM 0660-CREDITAR-LICAO
               END-IF
           END-IF
           MOVE EX5-SR-TURMA TO WRK-PEN-TURMA
           MOVE EX5-SR-DISCIPLINA TO WRK-PEN-DISCIPLINA
           MOVE EX5-SR-DATA TO WRK-PEN-DATA
           MOVE EX5-SR-AULA TO WRK-PEN-AULA
           MOVE EX5-SR-SUBSTITUTO TO WRK-PEN-SUBSTITUTO
           MOVE 'S' TO WRK-HA-PENDENTE
           PERFORM 0650-LER-ORDENADO
       END-PERFORM
       IF WRK-HA-PENDENTE-OK
           PERFORM 0660-CREDITAR-LICAO
       END-IF.

       0650-LER-ORDENADO.
       RETURN EX5-SORT-FILE
           AT END MOVE 'S' TO WRK-FIM-SORT
       END-RETURN.

       0660-CREDITAR-LICAO.
       ADD 1 TO WRK-QT-LICOES
       MOVE 1 TO WRK-CRD-AULAS
       MOVE 'DISCIPLINA S/ CADAST' TO WRK-CRD-NOME
       SET WRK-DSC-IDX TO 1
       SEARCH WRK-TAB-DSC
           AT END
               CONTINUE
           WHEN WRK-TAB-DSC-TURMA (WRK-DSC-IDX) = WRK-PEN-TURMA
            AND WRK-TAB-DSC-DISCIPLINA (WRK-DSC-IDX) =
                WRK-PEN-DISCIPLINA
               ADD 1 TO WRK-TAB-DSC-CHAMADAS (WRK-DSC-IDX)
               MOVE WRK-TAB-DSC-PROFESSOR (WRK-DSC-IDX) TO
                   WRK-CRD-NOME
       END-SEARCH
       IF WRK-PEN-SUBSTITUTO NOT = ZEROS
           ADD 1 TO WRK-QT-SUBSTITUICOES
           MOVE WRK-PEN-SUBSTITUTO TO WRK-CRD-MATRICULA
           MOVE 'SUBSTITUTO' TO WRK-CRD-NOME
           SET WRK-PRF-IDX TO 1
           SEARCH WRK-TAB-PRF
               AT END
                   CONTINUE
               WHEN WRK-TAB-PRF-MATRICULA (WRK-PRF-IDX) =
                    WRK-PEN-SUBSTITUTO
                   MOVE WRK-TAB-PRF-NOME (WRK-PRF-IDX) TO
                       WRK-CRD-NOME
           END-SEARCH
           MOVE 'S' TO WRK-CRD-TIPO
           PERFORM 0700-CREDITAR-DOCENTE
       ELSE
           MOVE 'T' TO WRK-CRD-TIPO
           PERFORM 0690-CREDITAR-TITULAR
       END-IF.

       0680-ESTIMAR-SEM-CHAMADA.
       PERFORM VARYING WRK-DSC-IDX FROM 1 BY 1
               UNTIL WRK-DSC-IDX > WRK-QTD-DISCIPLINAS
           IF WRK-TAB-DSC-CHAMADAS (WRK-DSC-IDX) = ZEROS
              AND WRK-TAB-DSC-AULAS-SEM (WRK-DSC-IDX) > ZEROS
               COMPUTE WRK-CRD-AULAS ROUNDED =
                   WRK-TAB-DSC-AULAS-SEM (WRK-DSC-IDX)
                   * WRK-DIAS-MES / 7
               ADD WRK-CRD-AULAS TO WRK-QT-ESTIMADAS
               MOVE WRK-TAB-DSC-PROFESSOR (WRK-DSC-IDX) TO
                   WRK-CRD-NOME
               MOVE 'E' TO WRK-CRD-TIPO
               PERFORM 0690-CREDITAR-TITULAR
           END-IF
       END-PERFORM.

       0690-CREDITAR-TITULAR.
       SET WRK-PRF-IDX TO 1
       SEARCH WRK-TAB-PRF
           AT END
               PERFORM 0710-REGISTRAR-SEM-MAPA
           WHEN WRK-TAB-PRF-NOME (WRK-PRF-IDX) = WRK-CRD-NOME
               MOVE WRK-TAB-PRF-MATRICULA (WRK-PRF-IDX) TO
                   WRK-CRD-MATRICULA
               PERFORM 0700-CREDITAR-DOCENTE
       END-SEARCH.

       0700-CREDITAR-DOCENTE.
       SET WRK-DOC-IDX TO 1
       SEARCH WRK-TAB-DOC
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-DOC-IDX > WRK-QTD-DOCENTES
               ADD 1 TO WRK-QTD-DOCENTES
               MOVE WRK-CRD-MATRICULA TO
                   WRK-TAB-DOC-MATRICULA (WRK-DOC-IDX)
               MOVE WRK-CRD-NOME TO WRK-TAB-DOC-NOME (WRK-DOC-IDX)
               MOVE ZEROS TO WRK-TAB-DOC-TITULAR (WRK-DOC-IDX)
               MOVE ZEROS TO WRK-TAB-DOC-SUBSTITUTO (WRK-DOC-IDX)
               MOVE ZEROS TO WRK-TAB-DOC-ESTIMADAS (WRK-DOC-IDX)
           WHEN WRK-TAB-DOC-MATRICULA (WRK-DOC-IDX) =
                WRK-CRD-MATRICULA
               CONTINUE
       END-SEARCH
       EVALUATE WRK-CRD-TIPO
           WHEN 'T'
               ADD WRK-CRD-AULAS TO WRK-TAB-DOC-TITULAR (WRK-DOC-IDX)
           WHEN 'S'
               ADD WRK-CRD-AULAS TO
                   WRK-TAB-DOC-SUBSTITUTO (WRK-DOC-IDX)
           WHEN 'E'
               ADD WRK-CRD-AULAS TO
                   WRK-TAB-DOC-ESTIMADAS (WRK-DOC-IDX)
       END-EVALUATE.

       0710-REGISTRAR-SEM-MAPA.
       ADD WRK-CRD-AULAS TO WRK-QT-SEM-MAPA
       SET WRK-SMP-IDX TO 1
       SEARCH WRK-TAB-SMP
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-SMP-IDX > WRK-QTD-SEM-MAPA
               ADD 1 TO WRK-QTD-SEM-MAPA
               MOVE WRK-CRD-NOME TO WRK-TAB-SMP-NOME (WRK-SMP-IDX)
               MOVE ZEROS TO WRK-TAB-SMP-AULAS (WRK-SMP-IDX)
           WHEN WRK-TAB-SMP-NOME (WRK-SMP-IDX) = WRK-CRD-NOME
               CONTINUE
       END-SEARCH
       ADD WRK-CRD-AULAS TO WRK-TAB-SMP-AULAS (WRK-SMP-IDX).

       0750-GRAVAR-DOCENTES.
       WRITE EX5-AUL-REL-LINHA FROM WRK-LINHA-TITULO
       PERFORM VARYING WRK-DOC-IDX FROM 1 BY 1
               UNTIL WRK-DOC-IDX > WRK-QTD-DOCENTES
           COMPUTE WRK-AULAS-DOCENTE =
               WRK-TAB-DOC-TITULAR (WRK-DOC-IDX)
               + WRK-TAB-DOC-SUBSTITUTO (WRK-DOC-IDX)
               + WRK-TAB-DOC-ESTIMADAS (WRK-DOC-IDX)
           MOVE WRK-TAB-DOC-MATRICULA (WRK-DOC-IDX) TO
               EX26-AL-MATRICULA
           MOVE WRK-COMPETENCIA-N TO EX26-AL-COMPETENCIA
           MOVE WRK-AULAS-DOCENTE TO EX26-AL-QT-AULAS
           COMPUTE EX26-AL-HORAS ROUNDED =
               WRK-AULAS-DOCENTE * WRK-MINUTOS-AULA / 60
           MOVE EX26-AULA-REC TO EX26-AULA-LINHA
           WRITE EX26-AULA-LINHA
           ADD 1 TO WRK-QT-GRAVADOS
           ADD EX26-AL-HORAS TO WRK-TOT-HORAS
           MOVE WRK-TAB-DOC-MATRICULA (WRK-DOC-IDX) TO
               WRK-LD-MATRICULA
           MOVE WRK-TAB-DOC-NOME (WRK-DOC-IDX) TO WRK-LD-NOME
           MOVE WRK-TAB-DOC-TITULAR (WRK-DOC-IDX) TO WRK-LD-TITULAR
           MOVE WRK-TAB-DOC-SUBSTITUTO (WRK-DOC-IDX) TO
               WRK-LD-SUBSTITUTO
           MOVE WRK-TAB-DOC-ESTIMADAS (WRK-DOC-IDX) TO
               WRK-LD-ESTIMADAS
           MOVE EX26-AL-HORAS TO WRK-LD-HORAS
           WRITE EX5-AUL-REL-LINHA FROM WRK-LINHA-DETALHE
       END-PERFORM
       IF WRK-QTD-SEM-MAPA > ZEROS
           WRITE EX5-AUL-REL-LINHA FROM WRK-LINHA-BRANCO
           WRITE EX5-AUL-REL-LINHA FROM WRK-TITULO-SEM-MAPA
           PERFORM VARYING WRK-SMP-IDX FROM 1 BY 1
                   UNTIL WRK-SMP-IDX > WRK-QTD-SEM-MAPA
               MOVE WRK-TAB-SMP-NOME (WRK-SMP-IDX) TO WRK-LS-NOME
               MOVE WRK-TAB-SMP-AULAS (WRK-SMP-IDX) TO WRK-LS-AULAS
               WRITE EX5-AUL-REL-LINHA FROM WRK-LINHA-SEM-MAPA
           END-PERFORM
       END-IF.

       0800-RELATORIO-TOTAIS.
       WRITE EX5-AUL-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'AULAS NA CHAMADA......: ' DELIMITED BY SIZE
           WRK-QT-LICOES DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-AUL-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'DADAS POR SUBSTITUTO..: ' DELIMITED BY SIZE
           WRK-QT-SUBSTITUICOES DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-AUL-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'AULAS ESTIMADAS.......: ' DELIMITED BY SIZE
           WRK-QT-ESTIMADAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-AUL-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'AULAS SEM MATRICULA...: ' DELIMITED BY SIZE
           WRK-QT-SEM-MAPA DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-AUL-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'PROFESSORES NA FOLHA..: ' DELIMITED BY SIZE
           WRK-QT-GRAVADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-AUL-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE WRK-TOT-HORAS TO WRK-TOTAL-ED
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'TOTAL DE HORAS-AULA...: ' DELIMITED BY SIZE
           WRK-TOTAL-ED DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-AUL-REL-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       CLOSE EX26-AULA-FILE
       CLOSE EX5-AUL-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
