      ******************************************************************
      * Author:
      * Date:
      * Purpose: daily roll-call screen for the ex5 gradebook - the
      *          teacher picks the turma, the disciplina (1 to 3), the
      *          date (the business date when left blank), the lesson
      *          of that day (01 when blank) and, when the titular
      *          professor did not teach it, the payroll matricula of
      *          the substitute (blank otherwise), so that EX5-AULAS
      *          pays the lesson to whoever gave it. The program then
      *          lists the turma's students from EX5ALU.DAT one at a
      *          time to be marked P (presente, the default), F
      *          (falta) or J (falta justificada). After the teacher
      *          confirms the summary one record per student for that
      *          lesson is appended to EX5CHAM.DAT. Calling the roll
      *          of a lesson again is allowed - the teacher is warned
      *          and the newer marks replace the older ones when
      *          EX5-FREQUENCIA rebuilds EX5FREQ.DAT. Matriculas are
      *          typed with their modulo-11 check digit (shared
      *          SIS-DIGITO subprogram) as a sixth position; a wrong
      *          digit takes the same path as an invalid matricula.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX5-CHAMADA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX5-ALUNOS-FILE ASSIGN TO 'EX5ALU.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ALUNOS-STATUS.
           SELECT EX5-CHAMADA-FILE ASSIGN TO 'EX5CHAM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CHAMADA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX5-ALUNOS-FILE.
       01 EX5-ALUNOS-LINHA PIC X(58).

       FD  EX5-CHAMADA-FILE.
       01 EX5-CHAMADA-LINHA PIC X(25).

       WORKING-STORAGE SECTION.
       COPY EX5REC.

       77 WRK-ALUNOS-STATUS  PIC X(02) VALUE '00'.
       77 WRK-CHAMADA-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-DATA-NEGOCIO.
           05 WRK-DN-ANO  PIC 9(04).
           05 WRK-DN-MES  PIC 9(02).
           05 WRK-DN-DIA  PIC 9(02).
       01 WRK-DATA-NEGOCIO-N REDEFINES WRK-DATA-NEGOCIO PIC 9(08).

       01 WRK-TABELA-TURMA.
           05 WRK-TAB-TUR OCCURS 200 TIMES
               INDEXED BY WRK-TUR-IDX.
               10 WRK-TAB-TUR-MATRICULA PIC 9(05).
               10 WRK-TAB-TUR-NOME      PIC X(20).
               10 WRK-TAB-TUR-SITUACAO  PIC X(01).
       77 WRK-QTD-TURMA PIC 9(03) VALUE ZEROS.

       77 WRK-TURMA        PIC X(03) VALUE SPACES.
       77 WRK-DISCIPLINA-IN PIC X(01) VALUE SPACES.
       77 WRK-DISCIPLINA   PIC 9(01) VALUE ZEROS.
       77 WRK-DATA-IN      PIC X(08) VALUE SPACES.
       77 WRK-AULA-IN      PIC X(02) VALUE SPACES.
       77 WRK-AULA         PIC 9(02) VALUE ZEROS.
       77 WRK-SUBSTITUTO-IN PIC X(06) VALUE SPACES.
       77 WRK-DV-CODIGO    PIC X(80) VALUE SPACES.
       77 WRK-DV-DIGITO    PIC X(01) VALUE SPACE.
       77 WRK-SUBSTITUTO   PIC 9(05) VALUE ZEROS.
       77 WRK-SITUACAO     PIC X(01) VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01) VALUE SPACES.
       77 WRK-DATA-VALIDA  PIC X(01) VALUE 'N'.
           88 WRK-DATA-VALIDA-OK VALUE 'S'.
       77 WRK-JA-REGISTRADA PIC X(01) VALUE 'N'.
           88 WRK-JA-REGISTRADA-OK VALUE 'S'.

       01 WRK-DATA-AULA.
           05 WRK-DA-ANO  PIC 9(04).
           05 WRK-DA-MES  PIC 9(02).
           05 WRK-DA-DIA  PIC 9(02).
       01 WRK-DATA-AULA-N REDEFINES WRK-DATA-AULA PIC 9(08).

       77 WRK-QT-PRESENTES    PIC 9(03) VALUE ZEROS.
       77 WRK-QT-FALTAS       PIC 9(03) VALUE ZEROS.
       77 WRK-QT-JUSTIFICADAS PIC 9(03) VALUE ZEROS.

       01 WRK-LINHA-LISTA.
           05 WRK-LL-MATRICULA PIC 9(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LL-NOME      PIC X(20).

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO.
       PERFORM 0200-OBTER-AULA.
       PERFORM 0150-CARREGAR-TURMA.
       IF WRK-QTD-TURMA = ZEROS
           DISPLAY 'NENHUM ALUNO NA TURMA INFORMADA'
           STOP RUN
       END-IF.
       PERFORM 0170-VERIFICAR-REGISTRADA.
       PERFORM VARYING WRK-TUR-IDX FROM 1 BY 1
               UNTIL WRK-TUR-IDX > WRK-QTD-TURMA
           PERFORM 0350-MARCAR-ALUNO
       END-PERFORM.
       PERFORM 0600-RESUMO-CHAMADA.
       STOP RUN.

       0150-CARREGAR-TURMA.
       OPEN INPUT EX5-ALUNOS-FILE
       IF WRK-ALUNOS-STATUS NOT = '00'
           DISPLAY 'FALHA AO ABRIR EX5ALU.DAT - RUN ABORTADO'
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL WRK-FIM-ARQUIVO-OK
           READ EX5-ALUNOS-FILE INTO EX5-ALUNO-REC
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF EX5-AL-TURMA = WRK-TURMA
                       IF WRK-QTD-TURMA >= 200
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-TURMA
                       MOVE EX5-AL-MATRICULA TO
                           WRK-TAB-TUR-MATRICULA (WRK-QTD-TURMA)
                       MOVE EX5-AL-NOME TO
                           WRK-TAB-TUR-NOME (WRK-QTD-TURMA)
                       MOVE 'P' TO
                           WRK-TAB-TUR-SITUACAO (WRK-QTD-TURMA)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE EX5-ALUNOS-FILE.

       0170-VERIFICAR-REGISTRADA.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-CHAMADA-FILE
       IF WRK-CHAMADA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX5-CHAMADA-FILE INTO EX5-CHAMADA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX5-CH-TURMA = WRK-TURMA
                          AND EX5-CH-DISCIPLINA = WRK-DISCIPLINA
                          AND EX5-CH-DATA = WRK-DATA-AULA-N
                          AND EX5-CH-AULA = WRK-AULA
                           MOVE 'S' TO WRK-JA-REGISTRADA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX5-CHAMADA-FILE
       END-IF
       IF WRK-JA-REGISTRADA-OK
           DISPLAY 'CHAMADA JA REGISTRADA PARA ESTA AULA'
           DISPLAY 'AS NOVAS MARCACOES SUBSTITUEM AS ANTERIORES'
       END-IF.

       0200-OBTER-AULA.
       DISPLAY 'INFORME A TURMA (3 CARACTERES)'
       ACCEPT WRK-TURMA FROM CONSOLE
       MOVE ZEROS TO WRK-DISCIPLINA
       PERFORM UNTIL WRK-DISCIPLINA >= 1 AND WRK-DISCIPLINA <= 3
           DISPLAY 'INFORME A DISCIPLINA (1, 2 OU 3)'
           ACCEPT WRK-DISCIPLINA-IN FROM CONSOLE
           IF WRK-DISCIPLINA-IN IS NUMERIC
               MOVE WRK-DISCIPLINA-IN TO WRK-DISCIPLINA
           END-IF
       END-PERFORM
       MOVE 'N' TO WRK-DATA-VALIDA
       PERFORM UNTIL WRK-DATA-VALIDA-OK
           DISPLAY 'INFORME A DATA DA AULA (AAAAMMDD, BRANCO = HOJE)'
           MOVE SPACES TO WRK-DATA-IN
           ACCEPT WRK-DATA-IN FROM CONSOLE
           PERFORM 0250-VALIDAR-DATA
       END-PERFORM
       MOVE ZEROS TO WRK-AULA
       PERFORM UNTIL WRK-AULA >= 1
           DISPLAY 'INFORME A AULA DO DIA (01 A 10, BRANCO = 01)'
           MOVE SPACES TO WRK-AULA-IN
           ACCEPT WRK-AULA-IN FROM CONSOLE
           IF WRK-AULA-IN = SPACES
               MOVE 1 TO WRK-AULA
           ELSE
               IF WRK-AULA-IN IS NUMERIC
                  AND WRK-AULA-IN <= '10'
                   MOVE WRK-AULA-IN TO WRK-AULA
               END-IF
           END-IF
       END-PERFORM
       MOVE 'N' TO WRK-DATA-VALIDA
       PERFORM UNTIL WRK-DATA-VALIDA-OK
           DISPLAY 'MATRICULA E DV DO SUBSTITUTO (BRANCO = TITULAR)'
           MOVE SPACES TO WRK-SUBSTITUTO-IN
           ACCEPT WRK-SUBSTITUTO-IN FROM CONSOLE
           PERFORM 0260-CONFERIR-DIGITO
           IF WRK-SUBSTITUTO-IN = SPACES
               MOVE ZEROS TO WRK-SUBSTITUTO
               MOVE 'S' TO WRK-DATA-VALIDA
           ELSE
               IF WRK-SUBSTITUTO-IN IS NUMERIC
                   MOVE WRK-SUBSTITUTO-IN (1:5) TO WRK-SUBSTITUTO
                   MOVE 'S' TO WRK-DATA-VALIDA
               END-IF
           END-IF
       END-PERFORM.

       0250-VALIDAR-DATA.
       IF WRK-DATA-IN = SPACES
           MOVE WRK-DATA-NEGOCIO-N TO WRK-DATA-AULA-N
           MOVE 'S' TO WRK-DATA-VALIDA
       ELSE
           IF WRK-DATA-IN IS NUMERIC
               MOVE WRK-DATA-IN TO WRK-DATA-AULA-N
               IF WRK-DA-MES >= 1 AND WRK-DA-MES <= 12
                  AND WRK-DA-DIA >= 1 AND WRK-DA-DIA <= 31
                  AND WRK-DATA-AULA-N <= WRK-DATA-NEGOCIO-N
                   MOVE 'S' TO WRK-DATA-VALIDA
               END-IF
           END-IF
           IF NOT WRK-DATA-VALIDA-OK
               DISPLAY 'DATA INVALIDA OU FUTURA, TENTE NOVAMENTE'
           END-IF
       END-IF.

       0260-CONFERIR-DIGITO.
       IF WRK-SUBSTITUTO-IN (1:5) IS NUMERIC
           MOVE SPACES TO WRK-DV-CODIGO
           MOVE WRK-SUBSTITUTO-IN (1:5) TO WRK-DV-CODIGO
           CALL 'SIS-DIGITO' USING WRK-DV-CODIGO WRK-DV-DIGITO
           IF WRK-SUBSTITUTO-IN (6:1) NOT = WRK-DV-DIGITO
               DISPLAY 'DIGITO VERIFICADOR DA MATRICULA INVALIDO'
               MOVE ALL 'X' TO WRK-SUBSTITUTO-IN
           END-IF
       END-IF.

       0350-MARCAR-ALUNO.
       MOVE WRK-TAB-TUR-MATRICULA (WRK-TUR-IDX) TO WRK-LL-MATRICULA
       MOVE WRK-TAB-TUR-NOME (WRK-TUR-IDX) TO WRK-LL-NOME
       DISPLAY WRK-LINHA-LISTA
       MOVE 'X' TO WRK-SITUACAO
       PERFORM UNTIL WRK-SITUACAO = 'P' OR 'F' OR 'J'
           DISPLAY 'P=PRESENTE F=FALTA J=JUSTIFICADA (BRANCO = P)'
           MOVE SPACES TO WRK-SITUACAO
           ACCEPT WRK-SITUACAO FROM CONSOLE
           IF WRK-SITUACAO = SPACES
               MOVE 'P' TO WRK-SITUACAO
           END-IF
       END-PERFORM
       MOVE WRK-SITUACAO TO WRK-TAB-TUR-SITUACAO (WRK-TUR-IDX)
       EVALUATE WRK-SITUACAO
           WHEN 'P'
               ADD 1 TO WRK-QT-PRESENTES
           WHEN 'F'
               ADD 1 TO WRK-QT-FALTAS
           WHEN 'J'
               ADD 1 TO WRK-QT-JUSTIFICADAS
       END-EVALUATE.

       0600-RESUMO-CHAMADA.
       DISPLAY 'RESUMO DA CHAMADA'
       DISPLAY 'TURMA/DISCIPLINA: ' WRK-TURMA ' / ' WRK-DISCIPLINA
       DISPLAY 'DATA / AULA.....: ' WRK-DATA-AULA-N ' / ' WRK-AULA
       IF WRK-SUBSTITUTO NOT = ZEROS
           DISPLAY 'SUBSTITUTO......: ' WRK-SUBSTITUTO
       END-IF
       DISPLAY 'PRESENTES.......: ' WRK-QT-PRESENTES
       DISPLAY 'FALTAS..........: ' WRK-QT-FALTAS
       DISPLAY 'JUSTIFICADAS....: ' WRK-QT-JUSTIFICADAS
       DISPLAY 'CONFIRMA A GRAVACAO DA CHAMADA? (S/N)'
       ACCEPT WRK-CONFIRMA FROM CONSOLE
       IF WRK-CONFIRMA = 'S'
           PERFORM 0700-GRAVAR-CHAMADA
           DISPLAY 'CHAMADA GRAVADA'
       ELSE
           DISPLAY 'CHAMADA DESCARTADA - NADA GRAVADO'
       END-IF.

       0700-GRAVAR-CHAMADA.
       OPEN EXTEND EX5-CHAMADA-FILE
       IF WRK-CHAMADA-STATUS = '35'
           OPEN OUTPUT EX5-CHAMADA-FILE
       END-IF
       PERFORM VARYING WRK-TUR-IDX FROM 1 BY 1
               UNTIL WRK-TUR-IDX > WRK-QTD-TURMA
           MOVE WRK-TAB-TUR-MATRICULA (WRK-TUR-IDX) TO
               EX5-CH-MATRICULA
           MOVE WRK-TURMA TO EX5-CH-TURMA
           MOVE WRK-DISCIPLINA TO EX5-CH-DISCIPLINA
           MOVE WRK-DATA-AULA-N TO EX5-CH-DATA
           MOVE WRK-AULA TO EX5-CH-AULA
           MOVE WRK-TAB-TUR-SITUACAO (WRK-TUR-IDX) TO
               EX5-CH-SITUACAO
           MOVE WRK-SUBSTITUTO TO EX5-CH-SUBSTITUTO
           MOVE EX5-CHAMADA-REC TO EX5-CHAMADA-LINHA
           WRITE EX5-CHAMADA-LINHA
       END-PERFORM
       CLOSE EX5-CHAMADA-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
