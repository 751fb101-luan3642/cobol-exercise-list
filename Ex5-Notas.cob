      *          NOTA1/NOTA2 one student at a time, validating 0 to
      *          100; it rewrites only the two grade fields of the
      *          chosen disciplina and never touches the rest of the
      *          record. Instead of walking the whole turma the
      *          teacher may go straight to students by matricula,
      *          typed with its modulo-11 check digit (shared
      *          SIS-DIGITO subprogram) as a sixth position; the
      *          listing shows every matricula with its digit.
      *          The teacher's user id is asked at the start and the
      *          turma chosen is locked for them through SIS-TRAVA
      *          until the program ends, so a second teacher on the
      *          same turma, or a batch job wanting the whole roster,
      *          is told who holds it and since when. The roster is
      *          read after the lock is taken, and on saving the
      *          file is read again and only this turma's lines are
      *          replaced, under a short lock on the writing itself,
      *          so work saved meanwhile on other turmas is kept.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       COPY EX5REC.
       COPY SISTRVREC.

       77 WRK-ALUNOS-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
               10 WRK-TAB-ALU-REC PIC X(58).
       77 WRK-QTD-ALUNOS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-ATUAL.
           05 WRK-TAB-ATU OCCURS 500 TIMES
               INDEXED BY WRK-ATU-IDX.
               10 WRK-TAB-ATU-REC PIC X(58).
       77 WRK-QTD-ATUAL PIC 9(03) VALUE ZEROS.
       77 WRK-USUARIO      PIC X(10) VALUE SPACES.
       77 WRK-TENTATIVAS   PIC 9(03) VALUE ZEROS.

       77 WRK-TURMA        PIC X(03) VALUE SPACES.
       77 WRK-DISCIPLINA-IN PIC X(01) VALUE SPACES.
       77 WRK-DISCIPLINA   PIC 9(01) VALUE ZEROS.
           88 WRK-TEVE-TURMA-OK VALUE 'S'.
       77 WRK-HOUVE-ALTERACAO PIC X(01) VALUE 'N'.
           88 WRK-HOUVE-ALTERACAO-OK VALUE 'S'.
       77 WRK-MATRICULA-IN PIC X(06) VALUE SPACES.
       77 WRK-DV-CODIGO    PIC X(80) VALUE SPACES.
       77 WRK-DV-DIGITO    PIC X(01) VALUE SPACE.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.

       01 WRK-LINHA-LISTA.
           05 WRK-LL-MATRICULA PIC 9(05).
           05 FILLER           PIC X(01) VALUE '-'.
           05 WRK-LL-DIGITO    PIC X(01).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LL-NOME      PIC X(20).
           05 FILLER           PIC X(08) VALUE ' NOTA1: '.
       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       DISPLAY 'INFORME O SEU USUARIO'
       ACCEPT WRK-USUARIO FROM CONSOLE
       IF WRK-USUARIO = SPACES
           DISPLAY 'USUARIO NAO INFORMADO - PROGRAMA ENCERRADO'
           STOP RUN
       END-IF
       PERFORM 0200-OBTER-TURMA-DISCIPLINA.
       PERFORM 0220-TRAVAR-TURMA.
       IF SIS-TP-NEGADA
           DISPLAY 'TURMA ' WRK-TURMA ' ' SIS-TP-MENSAGEM
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 0150-CARREGAR-ALUNOS.
       DISPLAY 'MATRICULA COM O DIGITO (6 DIGITOS) OU BRANCO = TURMA'
       PERFORM 0250-ACEITAR-MATRICULA.
       IF WRK-MATRICULA-IN = SPACES
           PERFORM 0300-PERCORRER-ALUNOS
       ELSE
           PERFORM 0500-ALUNO-POR-MATRICULA
               UNTIL WRK-MATRICULA-IN = SPACES
       END-IF.
       IF NOT WRK-TEVE-TURMA-OK
           DISPLAY 'NENHUM ALUNO NA TURMA INFORMADA'
       END-IF
       IF WRK-HOUVE-ALTERACAO-OK
           PERFORM 0700-GRAVAR-ALUNOS THRU 0700-GRAVAR-ALUNOS-EXIT
       END-IF.
       PERFORM 0230-LIBERAR-TURMA.
       STOP RUN.

       0150-CARREGAR-ALUNOS.
       OPEN INPUT EX5-ALUNOS-FILE
       IF WRK-ALUNOS-STATUS NOT = '00'
           DISPLAY 'FALHA AO ABRIR EX5ALU.DAT - RUN ABORTADO'
           PERFORM 0230-LIBERAR-TURMA
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
           END-IF
       END-PERFORM.

      *    taking the lock again refreshes it while the teacher works
       0220-TRAVAR-TURMA.
       MOVE SPACES TO SIS-TRAVA-PEDIDO
       SET SIS-TP-TRAVAR TO TRUE
       MOVE 'EX5ALU.DAT' TO SIS-TP-ARQUIVO
       MOVE WRK-TURMA TO SIS-TP-CHAVE
       MOVE WRK-USUARIO TO SIS-TP-USUARIO
       MOVE 'EX5-NOTAS' TO SIS-TP-PROGRAMA
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO.

       0230-LIBERAR-TURMA.
       MOVE SPACES TO SIS-TRAVA-PEDIDO
       SET SIS-TP-LIBERAR TO TRUE
       MOVE 'EX5ALU.DAT' TO SIS-TP-ARQUIVO
       MOVE WRK-TURMA TO SIS-TP-CHAVE
       MOVE WRK-USUARIO TO SIS-TP-USUARIO
       MOVE 'EX5-NOTAS' TO SIS-TP-PROGRAMA
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO.

       0250-ACEITAR-MATRICULA.
       MOVE SPACES TO WRK-MATRICULA-IN
       ACCEPT WRK-MATRICULA-IN FROM CONSOLE
       IF WRK-MATRICULA-IN IS NUMERIC
           MOVE SPACES TO WRK-DV-CODIGO
           MOVE WRK-MATRICULA-IN (1:5) TO WRK-DV-CODIGO
           CALL 'SIS-DIGITO' USING WRK-DV-CODIGO WRK-DV-DIGITO
           IF WRK-MATRICULA-IN (6:1) NOT = WRK-DV-DIGITO
               DISPLAY 'DIGITO VERIFICADOR DA MATRICULA INVALIDO'
               MOVE ALL 'X' TO WRK-MATRICULA-IN
           END-IF
       END-IF.

       0300-PERCORRER-ALUNOS.
       PERFORM VARYING WRK-ALU-IDX FROM 1 BY 1
               UNTIL WRK-ALU-IDX > WRK-QTD-ALUNOS

       0350-TRATAR-UM-ALUNO.
       MOVE EX5-AL-MATRICULA TO WRK-LL-MATRICULA
       MOVE SPACES TO WRK-DV-CODIGO
       MOVE EX5-AL-MATRICULA TO WRK-DV-CODIGO (1:5)
       CALL 'SIS-DIGITO' USING WRK-DV-CODIGO WRK-DV-DIGITO
       MOVE WRK-DV-DIGITO TO WRK-LL-DIGITO
       MOVE EX5-AL-NOME TO WRK-LL-NOME
       MOVE EX5-AL-NOTA1 (WRK-DISCIPLINA) TO WRK-LL-NOTA1
       MOVE EX5-AL-NOTA2 (WRK-DISCIPLINA) TO WRK-LL-NOTA2
       IF WRK-RESPOSTA NOT = 'S'
           GO TO 0350-TRATAR-UM-ALUNO-EXIT
       END-IF
       PERFORM 0220-TRAVAR-TURMA

       DISPLAY 'INFORME A NOTA1 (NNN,NN DE 0 A 100)'
       PERFORM 0400-OBTER-NOTA
           END-IF
       END-IF.

       0500-ALUNO-POR-MATRICULA.
       IF WRK-MATRICULA-IN NOT NUMERIC
           DISPLAY 'MATRICULA NAO NUMERICA'
       ELSE
           MOVE 'N' TO WRK-ACHOU
           SET WRK-ALU-IDX TO 1
           SEARCH WRK-TAB-ALU
               AT END
                   CONTINUE
               WHEN WRK-ALU-IDX > WRK-QTD-ALUNOS
                   CONTINUE
               WHEN WRK-TAB-ALU-REC (WRK-ALU-IDX) (1:5)
                       = WRK-MATRICULA-IN (1:5)
                  AND WRK-TAB-ALU-REC (WRK-ALU-IDX) (56:3) = WRK-TURMA
                   MOVE 'S' TO WRK-ACHOU
           END-SEARCH
           IF WRK-ACHOU-OK
               MOVE WRK-TAB-ALU-REC (WRK-ALU-IDX) TO EX5-ALUNO-REC
               MOVE 'S' TO WRK-TEVE-TURMA
               PERFORM 0350-TRATAR-UM-ALUNO
                   THRU 0350-TRATAR-UM-ALUNO-EXIT
           ELSE
               DISPLAY 'MATRICULA NAO ENCONTRADA NA TURMA'
           END-IF
       END-IF
       DISPLAY 'PROXIMA MATRICULA COM O DIGITO OU BRANCO = ENCERRAR'
       PERFORM 0250-ACEITAR-MATRICULA.

       0700-GRAVAR-ALUNOS.
       PERFORM 0220-TRAVAR-TURMA
       IF SIS-TP-NEGADA
           DISPLAY 'TURMA ' WRK-TURMA ' ' SIS-TP-MENSAGEM
           DISPLAY 'NOTAS NAO GRAVADAS - REFACA A DIGITACAO'
           MOVE 8 TO RETURN-CODE
           GO TO 0700-GRAVAR-ALUNOS-EXIT
       END-IF
       MOVE ZEROS TO WRK-TENTATIVAS
       PERFORM 0720-TRAVAR-GRAVACAO
       PERFORM 0720-TRAVAR-GRAVACAO
           UNTIL SIS-TP-CONCEDIDA OR WRK-TENTATIVAS >= 100
       IF SIS-TP-NEGADA
           DISPLAY 'EX5ALU.DAT ' SIS-TP-MENSAGEM
           DISPLAY 'NOTAS NAO GRAVADAS - REFACA A DIGITACAO'
           MOVE 8 TO RETURN-CODE
           GO TO 0700-GRAVAR-ALUNOS-EXIT
       END-IF
       PERFORM 0740-RELER-ALUNOS
       OPEN OUTPUT EX5-ALUNOS-FILE
       PERFORM VARYING WRK-ATU-IDX FROM 1 BY 1
               UNTIL WRK-ATU-IDX > WRK-QTD-ATUAL
           MOVE WRK-TAB-ATU-REC (WRK-ATU-IDX) TO EX5-ALUNOS-LINHA
           IF WRK-TAB-ATU-REC (WRK-ATU-IDX) (56:3) = WRK-TURMA
               PERFORM 0760-TOMAR-DA-SESSAO
           END-IF
           WRITE EX5-ALUNOS-LINHA
       END-PERFORM
       CLOSE EX5-ALUNOS-FILE
       SET SIS-TP-LIBERAR TO TRUE
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO
       DISPLAY 'NOTAS ALTERADAS: ' WRK-QT-ALTERADOS.
       0700-GRAVAR-ALUNOS-EXIT.
       EXIT.

      *    the writing itself is held under its own short lock
       0720-TRAVAR-GRAVACAO.
       ADD 1 TO WRK-TENTATIVAS
       MOVE SPACES TO SIS-TRAVA-PEDIDO
       SET SIS-TP-TRAVAR TO TRUE
       MOVE 'EX5ALU.DAT' TO SIS-TP-ARQUIVO
       MOVE 'GRAVACAO' TO SIS-TP-CHAVE
       MOVE WRK-USUARIO TO SIS-TP-USUARIO
       MOVE 'EX5-NOTAS' TO SIS-TP-PROGRAMA
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO.

       0740-RELER-ALUNOS.
       MOVE ZEROS TO WRK-QTD-ATUAL
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-ALUNOS-FILE
       IF WRK-ALUNOS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX5-ALUNOS-FILE
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-ATUAL >= 500
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-ATUAL
                       MOVE EX5-ALUNOS-LINHA TO
                           WRK-TAB-ATU-REC (WRK-QTD-ATUAL)
               END-READ
           END-PERFORM
           CLOSE EX5-ALUNOS-FILE
       END-IF.

       0760-TOMAR-DA-SESSAO.
       SET WRK-ALU-IDX TO 1
       SEARCH WRK-TAB-ALU
           AT END
               CONTINUE
           WHEN WRK-ALU-IDX > WRK-QTD-ALUNOS
               CONTINUE
           WHEN WRK-TAB-ALU-REC (WRK-ALU-IDX) (1:5)
                   = WRK-TAB-ATU-REC (WRK-ATU-IDX) (1:5)
              AND WRK-TAB-ALU-REC (WRK-ALU-IDX) (56:3) = WRK-TURMA
               MOVE WRK-TAB-ALU-REC (WRK-ALU-IDX) TO EX5-ALUNOS-LINHA
       END-SEARCH.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
