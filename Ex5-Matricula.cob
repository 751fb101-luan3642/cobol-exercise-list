      ******************************************************************
      * Author:
      * Date:
      * Purpose: new-student enrollment screen for the ex5 school with
      *          seats per turma and a waiting list. The seats of each
      *          turma come from EX5CAPAC.DAT (turma, vagas). A new
      *          request (student name, desired turma, guardian name,
      *          address and delivery preference) gets the next free
      *          matricula - above every number in EX5ALU.DAT,
      *          EX5RESP.DAT and the history EX5CUM.DAT - and its
      *          EX5ALU and EX5RESP records when the turma has a free
      *          seat; otherwise it joins the waiting list
      *          EX5ESPERA.DAT in arrival order. When a student
      *          leaves (the EX5ALU record is removed) the seat is
      *          offered to the first candidate waiting for that
      *          turma and held for them until the office keys the
      *          answer: an accepted offer becomes an enrollment, a
      *          refused one passes the seat to the next in line.
      *          Seats freed by a larger capacity are offered the
      *          same way when the program starts. On exit the
      *          report EX5MATREL.DAT shows seats used, offered and
      *          free per turma and the waiting list of each turma.
      *          Matriculas are typed with their modulo-11 check digit
      *          (shared SIS-DIGITO subprogram) as a sixth position; a
      *          wrong digit takes the same path as an invalid
      *          matricula. The digit of a new matricula is shown when
      *          it is effectivated. The clerk's user id is asked
      *          at the start and the whole of EX5ALU.DAT is locked
      *          for them through SIS-TRAVA for the session; while a
      *          teacher holds a turma in EX5-NOTAS, or a batch job
      *          holds the file, the program stops with the holder's
      *          user and time (return code 8).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX5-MATRICULA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX5-CAPAC-FILE ASSIGN TO 'EX5CAPAC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAPAC-STATUS.
           SELECT EX5-ALUNOS-FILE ASSIGN TO 'EX5ALU.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ALUNOS-STATUS.
           SELECT EX5-RESP-FILE ASSIGN TO 'EX5RESP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RESP-STATUS.
           SELECT EX5-ESPERA-FILE ASSIGN TO 'EX5ESPERA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ESPERA-STATUS.
           SELECT EX5-CUM-FILE ASSIGN TO 'EX5CUM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CUM-STATUS.
           SELECT EX5-MAT-REL-FILE ASSIGN TO 'EX5MATREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX5-CAPAC-FILE.
       01 EX5-CAPAC-LINHA PIC X(06).

       FD  EX5-ALUNOS-FILE.
       01 EX5-ALUNOS-LINHA PIC X(58).

       FD  EX5-RESP-FILE.
       01 EX5-RESP-LINHA PIC X(91).

       FD  EX5-ESPERA-FILE.
       01 EX5-ESPERA-LINHA PIC X(132).

       FD  EX5-CUM-FILE.
       01 EX5-CUM-LINHA PIC X(12).

       FD  EX5-MAT-REL-FILE.
       01 EX5-MAT-REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EX5REC.
       COPY SISTRVREC.

       77 WRK-CAPAC-STATUS     PIC X(02) VALUE '00'.
       77 WRK-ALUNOS-STATUS    PIC X(02) VALUE '00'.
       77 WRK-RESP-STATUS      PIC X(02) VALUE '00'.
       77 WRK-ESPERA-STATUS    PIC X(02) VALUE '00'.
       77 WRK-CUM-STATUS       PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-DATA-NEGOCIO.
           05 WRK-DN-ANO  PIC 9(04).
           05 WRK-DN-MES  PIC 9(02).
           05 WRK-DN-DIA  PIC 9(02).
       01 WRK-DATA-NEGOCIO-N REDEFINES WRK-DATA-NEGOCIO PIC 9(08).

       01 WRK-TABELA-CAPACIDADE.
           05 WRK-TAB-CAP OCCURS 50 TIMES
               INDEXED BY WRK-CAP-IDX.
               10 WRK-TAB-CAP-TURMA PIC X(03).
               10 WRK-TAB-CAP-VAGAS PIC 9(03).
       77 WRK-QTD-CAPACIDADE PIC 9(02) VALUE ZEROS.

       01 WRK-TABELA-ALUNOS.
           05 WRK-TAB-ALU OCCURS 500 TIMES.
               10 WRK-TAB-ALU-REC PIC X(58).
               10 WRK-TAB-ALU-CAMPOS REDEFINES WRK-TAB-ALU-REC.
                   15 FILLER          PIC X(55).
                   15 WRK-TAB-ALU-TURMA PIC X(03).
       77 WRK-QTD-ALUNOS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-RESPONSAVEIS.
           05 WRK-TAB-RSP OCCURS 500 TIMES.
               10 WRK-TAB-RSP-REC PIC X(91).
       77 WRK-QTD-RESPONSAVEIS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-ESPERA.
           05 WRK-TAB-ESP OCCURS 300 TIMES.
               10 WRK-TAB-ESP-REC PIC X(132).
       77 WRK-QTD-ESPERA PIC 9(03) VALUE ZEROS.

       77 WRK-IND          PIC 9(03) VALUE ZEROS.
       77 WRK-IND-TURMA    PIC 9(02) VALUE ZEROS.
       77 WRK-POSICAO      PIC 9(03) VALUE ZEROS.
       77 WRK-PROXIMA-MATRICULA PIC 9(05) VALUE 1.
       77 WRK-ULTIMA-SEQUENCIA  PIC 9(06) VALUE ZEROS.
       77 WRK-OCUPADAS     PIC S9(04) VALUE ZEROS.
       77 WRK-OFERTAS      PIC S9(04) VALUE ZEROS.
       77 WRK-EM-ESPERA    PIC S9(04) VALUE ZEROS.
       77 WRK-LIVRES       PIC S9(04) VALUE ZEROS.

       77 WRK-OPCAO        PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-VALIDA PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-OK VALUE 'S'.
       77 WRK-USUARIO      PIC X(10) VALUE SPACES.
       77 WRK-SAIR         PIC X(01) VALUE 'N'.
           88 WRK-SAIR-OK  VALUE 'S'.
       77 WRK-HOUVE-ALTERACAO PIC X(01) VALUE 'N'.
           88 WRK-HOUVE-ALTERACAO-OK VALUE 'S'.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-RESPOSTA     PIC X(01) VALUE SPACES.

       77 WRK-MATRICULA-IN PIC X(06) VALUE SPACES.
       77 WRK-DV-CODIGO    PIC X(80) VALUE SPACES.
       77 WRK-DV-DIGITO    PIC X(01) VALUE SPACE.
       77 WRK-MATRICULA    PIC 9(05) VALUE ZEROS.
       77 WRK-SEQUENCIA-IN PIC X(06) VALUE SPACES.
       77 WRK-SEQUENCIA    PIC 9(06) VALUE ZEROS.
       77 WRK-NOME         PIC X(20) VALUE SPACES.
       77 WRK-TURMA        PIC X(03) VALUE SPACES.
       77 WRK-RESP-NOME    PIC X(25) VALUE SPACES.
       77 WRK-ENDERECO1    PIC X(30) VALUE SPACES.
       77 WRK-ENDERECO2    PIC X(30) VALUE SPACES.
       77 WRK-PREFERENCIA  PIC X(01) VALUE SPACES.

       77 WRK-QT-MATRICULADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SAIDAS       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NA-ESPERA    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-OFERTAS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RECUSAS      PIC 9(05) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-DATA-EDICAO.
           05 WRK-DE-ANO  PIC 9(04).
           05 WRK-DE-MES  PIC 9(02).
           05 WRK-DE-DIA  PIC 9(02).
       01 WRK-DATA-EDICAO-N REDEFINES WRK-DATA-EDICAO PIC 9(08).

       01 WRK-CABECALHO PIC X(60) VALUE
           'VAGAS POR TURMA E LISTA DE ESPERA - EX5-MATRICULA'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-TITULO-VAGAS.
           05 FILLER PIC X(07) VALUE 'TURMA  '.
           05 FILLER PIC X(07) VALUE '  VAGAS'.
           05 FILLER PIC X(10) VALUE '  OCUPADAS'.
           05 FILLER PIC X(09) VALUE '  OFERTAS'.
           05 FILLER PIC X(08) VALUE '  LIVRES'.
           05 FILLER PIC X(11) VALUE '  EM ESPERA'.
       01 WRK-LINHA-VAGAS.
           05 WRK-LV-TURMA     PIC X(03).
           05 FILLER           PIC X(08) VALUE SPACES.
           05 WRK-LV-VAGAS     PIC ZZ9.
           05 FILLER           PIC X(06) VALUE SPACES.
           05 WRK-LV-OCUPADAS  PIC ZZZ9.
           05 FILLER           PIC X(05) VALUE SPACES.
           05 WRK-LV-OFERTAS   PIC ZZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LV-LIVRES    PIC -ZZZ9.
           05 FILLER           PIC X(07) VALUE SPACES.
           05 WRK-LV-ESPERA    PIC ZZZ9.
       01 WRK-TITULO-ESPERA PIC X(60) VALUE
           'LISTA DE ESPERA POR TURMA (ORDEM DE CHEGADA)'.
       01 WRK-TITULO-ESPERA-COL.
           05 FILLER PIC X(08) VALUE 'TUR POS '.
           05 FILLER PIC X(07) VALUE 'NUMERO '.
           05 FILLER PIC X(11) VALUE 'CHEGADA    '.
           05 FILLER PIC X(21) VALUE 'ALUNO'.
           05 FILLER PIC X(08) VALUE 'SITUACAO'.
       01 WRK-LINHA-ESPERA.
           05 WRK-LE-TURMA     PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LE-POSICAO   PIC ZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LE-SEQUENCIA PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LE-DIA       PIC 99.
           05 FILLER           PIC X(01) VALUE '/'.
           05 WRK-LE-MES       PIC 99.
           05 FILLER           PIC X(01) VALUE '/'.
           05 WRK-LE-ANO       PIC 9999.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LE-NOME      PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LE-SITUACAO  PIC X(17).
       01 WRK-SITUACAO-OFERTA.
           05 FILLER      PIC X(07) VALUE 'OFERTA '.
           05 WRK-SO-DIA  PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-SO-MES  PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-SO-ANO  PIC 9999.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       DISPLAY 'INFORME O SEU USUARIO'
       ACCEPT WRK-USUARIO FROM CONSOLE
       IF WRK-USUARIO = SPACES
           DISPLAY 'USUARIO NAO INFORMADO - PROGRAMA ENCERRADO'
           STOP RUN
       END-IF
       PERFORM 0110-TRAVAR-ALUNOS.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO.
       PERFORM 0140-CARREGAR-CAPACIDADE.
       PERFORM 0150-CARREGAR-ALUNOS.
       PERFORM 0160-CARREGAR-RESPONSAVEIS.
       PERFORM 0170-CARREGAR-ESPERA.
       PERFORM 0180-APURAR-MATRICULA-CUM.
       PERFORM VARYING WRK-IND-TURMA FROM 1 BY 1
               UNTIL WRK-IND-TURMA > WRK-QTD-CAPACIDADE
           MOVE WRK-TAB-CAP-TURMA (WRK-IND-TURMA) TO WRK-TURMA
           PERFORM 0600-OFERECER-VAGAS
       END-PERFORM.
       PERFORM 0200-EXECUTAR-CICLO UNTIL WRK-SAIR-OK.
       IF WRK-HOUVE-ALTERACAO-OK
           PERFORM 0700-GRAVAR-ARQUIVOS
       END-IF.
       PERFORM 0800-RELATORIO-VAGAS.
       PERFORM 0115-LIBERAR-ALUNOS.
       STOP RUN.

      *    the roster is held whole for the session; while it is
      *    in use elsewhere the program does not start
       0110-TRAVAR-ALUNOS.
       MOVE SPACES TO SIS-TRAVA-PEDIDO
       SET SIS-TP-TRAVAR TO TRUE
       MOVE 'EX5ALU.DAT' TO SIS-TP-ARQUIVO
       MOVE WRK-USUARIO TO SIS-TP-USUARIO
       MOVE 'EX5-MATRICULA' TO SIS-TP-PROGRAMA
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO
       IF SIS-TP-NEGADA
           DISPLAY 'EX5ALU.DAT ' SIS-TP-MENSAGEM
           DISPLAY 'MATRICULA NAO DISPONIVEL - TENTE MAIS TARDE'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       0115-LIBERAR-ALUNOS.
       SET SIS-TP-LIBERAR TO TRUE
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO.

       0140-CARREGAR-CAPACIDADE.
       OPEN INPUT EX5-CAPAC-FILE
       IF WRK-CAPAC-STATUS NOT = '00'
           DISPLAY 'FALHA AO ABRIR EX5CAPAC.DAT - RUN ABORTADO'
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL WRK-FIM-ARQUIVO-OK
           READ EX5-CAPAC-FILE INTO EX5-CAPAC-REC
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-QTD-CAPACIDADE >= 50
                       PERFORM 9000-ABORTAR-CAPACIDADE
                   END-IF
                   ADD 1 TO WRK-QTD-CAPACIDADE
                   MOVE EX5-CP-TURMA TO
                       WRK-TAB-CAP-TURMA (WRK-QTD-CAPACIDADE)
                   MOVE EX5-CP-VAGAS TO
                       WRK-TAB-CAP-VAGAS (WRK-QTD-CAPACIDADE)
           END-READ
       END-PERFORM
       CLOSE EX5-CAPAC-FILE.

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
                       MOVE EX5-ALUNO-REC TO
                           WRK-TAB-ALU-REC (WRK-QTD-ALUNOS)
                       IF EX5-AL-MATRICULA >= WRK-PROXIMA-MATRICULA
                           COMPUTE WRK-PROXIMA-MATRICULA =
                               EX5-AL-MATRICULA + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX5-ALUNOS-FILE
       END-IF.

       0160-CARREGAR-RESPONSAVEIS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-RESP-FILE
       IF WRK-RESP-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX5-RESP-FILE INTO EX5-RESPONSAVEL-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-RESPONSAVEIS >= 500
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-RESPONSAVEIS
                       MOVE EX5-RESPONSAVEL-REC TO
                           WRK-TAB-RSP-REC (WRK-QTD-RESPONSAVEIS)
                       IF EX5-RP-MATRICULA >= WRK-PROXIMA-MATRICULA
                           COMPUTE WRK-PROXIMA-MATRICULA =
                               EX5-RP-MATRICULA + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX5-RESP-FILE
       END-IF.

       0170-CARREGAR-ESPERA.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-ESPERA-FILE
       IF WRK-ESPERA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX5-ESPERA-FILE INTO EX5-ESPERA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-ESPERA >= 300
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-ESPERA
                       MOVE EX5-ESPERA-REC TO
                           WRK-TAB-ESP-REC (WRK-QTD-ESPERA)
                       IF EX5-ES-SEQUENCIA > WRK-ULTIMA-SEQUENCIA
                           MOVE EX5-ES-SEQUENCIA TO
                               WRK-ULTIMA-SEQUENCIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX5-ESPERA-FILE
       END-IF.

       0180-APURAR-MATRICULA-CUM.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-CUM-FILE
       IF WRK-CUM-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX5-CUM-FILE INTO EX5-CUM-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX5-CM-MATRICULA >= WRK-PROXIMA-MATRICULA
                           COMPUTE WRK-PROXIMA-MATRICULA =
                               EX5-CM-MATRICULA + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX5-CUM-FILE
       END-IF.

       0200-EXECUTAR-CICLO.
       MOVE 'N' TO WRK-OPCAO-VALIDA
       PERFORM 0250-OBTER-OPCAO UNTIL WRK-OPCAO-OK.
       EVALUATE WRK-OPCAO
           WHEN 0
               MOVE 'S' TO WRK-SAIR
           WHEN 1
               PERFORM 0300-NOVA-SOLICITACAO
                   THRU 0300-NOVA-SOLICITACAO-EXIT
           WHEN 2
               PERFORM 0350-SAIDA-ALUNO THRU 0350-SAIDA-ALUNO-EXIT
           WHEN 3
               PERFORM 0380-RESPOSTA-OFERTA
                   THRU 0380-RESPOSTA-OFERTA-EXIT
       END-EVALUATE.

       0250-OBTER-OPCAO.
       DISPLAY 'MATRICULA DE ALUNOS NOVOS (EX5)'
       DISPLAY '1- NOVA SOLICITACAO DE MATRICULA'
       DISPLAY '2- SAIDA DE ALUNO'
       DISPLAY '3- RESPOSTA A OFERTA DE VAGA'
       DISPLAY '0- SAIR'
       ACCEPT WRK-OPCAO FROM CONSOLE

       IF WRK-OPCAO >= 0 AND WRK-OPCAO <= 3
           MOVE 'S' TO WRK-OPCAO-VALIDA
       ELSE
           DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
       END-IF.

       0300-NOVA-SOLICITACAO.
       MOVE SPACES TO WRK-NOME
       DISPLAY 'INFORME O NOME DO ALUNO'
       ACCEPT WRK-NOME FROM CONSOLE
       IF WRK-NOME = SPACES
           DISPLAY 'NOME EM BRANCO - SOLICITACAO CANCELADA'
           GO TO 0300-NOVA-SOLICITACAO-EXIT
       END-IF
       MOVE SPACES TO WRK-TURMA
       DISPLAY 'INFORME A TURMA DESEJADA (3 CARACTERES)'
       ACCEPT WRK-TURMA FROM CONSOLE
       PERFORM 0500-LOCALIZAR-TURMA
       IF NOT WRK-ACHOU-OK
           DISPLAY 'TURMA SEM VAGAS CADASTRADAS EM EX5CAPAC.DAT'
           GO TO 0300-NOVA-SOLICITACAO-EXIT
       END-IF
       PERFORM 0320-OBTER-RESPONSAVEL
       IF WRK-RESP-NOME = SPACES
           DISPLAY 'RESPONSAVEL EM BRANCO - SOLICITACAO CANCELADA'
           GO TO 0300-NOVA-SOLICITACAO-EXIT
       END-IF
       PERFORM 0550-APURAR-TURMA
       IF WRK-LIVRES > ZEROS
           PERFORM 0400-EFETIVAR-MATRICULA
       ELSE
           PERFORM 0450-INCLUIR-ESPERA
       END-IF
       MOVE 'S' TO WRK-HOUVE-ALTERACAO.
       0300-NOVA-SOLICITACAO-EXIT.
       EXIT.

       0320-OBTER-RESPONSAVEL.
       MOVE SPACES TO WRK-RESP-NOME
       DISPLAY 'INFORME O NOME DO RESPONSAVEL'
       ACCEPT WRK-RESP-NOME FROM CONSOLE
       IF WRK-RESP-NOME NOT = SPACES
           MOVE SPACES TO WRK-ENDERECO1
           DISPLAY 'INFORME O ENDERECO (LINHA 1)'
           ACCEPT WRK-ENDERECO1 FROM CONSOLE
           MOVE SPACES TO WRK-ENDERECO2
           DISPLAY 'INFORME O ENDERECO (LINHA 2)'
           ACCEPT WRK-ENDERECO2 FROM CONSOLE
           MOVE SPACES TO WRK-PREFERENCIA
           PERFORM UNTIL WRK-PREFERENCIA = 'C'
                  OR WRK-PREFERENCIA = 'R'
               DISPLAY 'PREFERENCIA (C-CORREIO / R-RETIRADA)'
               ACCEPT WRK-PREFERENCIA FROM CONSOLE
           END-PERFORM
       END-IF.

       0350-SAIDA-ALUNO.
       DISPLAY 'INFORME A MATRICULA DO ALUNO (6 DIGITOS, COM O DIGITO)'
       ACCEPT WRK-MATRICULA-IN FROM CONSOLE
       PERFORM 0360-CONFERIR-DIGITO
       IF WRK-MATRICULA-IN NOT NUMERIC
           DISPLAY 'MATRICULA NAO NUMERICA'
           GO TO 0350-SAIDA-ALUNO-EXIT
       END-IF
       MOVE WRK-MATRICULA-IN (1:5) TO WRK-MATRICULA
       MOVE ZEROS TO WRK-POSICAO
       PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-ALUNOS
              OR WRK-POSICAO > ZEROS
           MOVE WRK-TAB-ALU-REC (WRK-IND) TO EX5-ALUNO-REC
           IF EX5-AL-MATRICULA = WRK-MATRICULA
               MOVE WRK-IND TO WRK-POSICAO
           END-IF
       END-PERFORM
       IF WRK-POSICAO = ZEROS
           DISPLAY 'ALUNO NAO ENCONTRADO EM EX5ALU.DAT'
           GO TO 0350-SAIDA-ALUNO-EXIT
       END-IF
       MOVE WRK-TAB-ALU-REC (WRK-POSICAO) TO EX5-ALUNO-REC
       DISPLAY 'ALUNO: ' EX5-AL-NOME ' TURMA: ' EX5-AL-TURMA
       DISPLAY 'CONFIRMA A SAIDA DO ALUNO? (S/N)'
       ACCEPT WRK-RESPOSTA FROM CONSOLE
       IF WRK-RESPOSTA NOT = 'S'
           GO TO 0350-SAIDA-ALUNO-EXIT
       END-IF
       MOVE EX5-AL-TURMA TO WRK-TURMA
       PERFORM VARYING WRK-IND FROM WRK-POSICAO BY 1
               UNTIL WRK-IND >= WRK-QTD-ALUNOS
           MOVE WRK-TAB-ALU-REC (WRK-IND + 1) TO
               WRK-TAB-ALU-REC (WRK-IND)
       END-PERFORM
       SUBTRACT 1 FROM WRK-QTD-ALUNOS
       ADD 1 TO WRK-QT-SAIDAS
       MOVE 'S' TO WRK-HOUVE-ALTERACAO
       DISPLAY 'SAIDA REGISTRADA'
       PERFORM 0600-OFERECER-VAGAS.
       0350-SAIDA-ALUNO-EXIT.
       EXIT.

       0360-CONFERIR-DIGITO.
       IF WRK-MATRICULA-IN IS NUMERIC
           MOVE SPACES TO WRK-DV-CODIGO
           MOVE WRK-MATRICULA-IN (1:5) TO WRK-DV-CODIGO
           CALL 'SIS-DIGITO' USING WRK-DV-CODIGO WRK-DV-DIGITO
           IF WRK-MATRICULA-IN (6:1) NOT = WRK-DV-DIGITO
               DISPLAY 'DIGITO VERIFICADOR DA MATRICULA INVALIDO'
               MOVE SPACES TO WRK-MATRICULA-IN
           END-IF
       END-IF.

       0380-RESPOSTA-OFERTA.
       DISPLAY 'INFORME O NUMERO NA LISTA DE ESPERA (6 DIGITOS)'
       ACCEPT WRK-SEQUENCIA-IN FROM CONSOLE
       IF WRK-SEQUENCIA-IN NOT NUMERIC
           DISPLAY 'NUMERO NAO NUMERICO'
           GO TO 0380-RESPOSTA-OFERTA-EXIT
       END-IF
       MOVE WRK-SEQUENCIA-IN TO WRK-SEQUENCIA
       MOVE ZEROS TO WRK-POSICAO
       PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-ESPERA
              OR WRK-POSICAO > ZEROS
           MOVE WRK-TAB-ESP-REC (WRK-IND) TO EX5-ESPERA-REC
           IF EX5-ES-SEQUENCIA = WRK-SEQUENCIA
              AND EX5-ES-OFERECIDA
               MOVE WRK-IND TO WRK-POSICAO
           END-IF
       END-PERFORM
       IF WRK-POSICAO = ZEROS
           DISPLAY 'NAO HA OFERTA DE VAGA PENDENTE PARA ESTE NUMERO'
           GO TO 0380-RESPOSTA-OFERTA-EXIT
       END-IF
       MOVE WRK-TAB-ESP-REC (WRK-POSICAO) TO EX5-ESPERA-REC
       DISPLAY 'CANDIDATO: ' EX5-ES-NOME ' TURMA: ' EX5-ES-TURMA
       DISPLAY 'A- ACEITA A VAGA / R- RECUSA A VAGA'
       ACCEPT WRK-RESPOSTA FROM CONSOLE
       EVALUATE WRK-RESPOSTA
           WHEN 'A'
               MOVE EX5-ES-NOME TO WRK-NOME
               MOVE EX5-ES-TURMA TO WRK-TURMA
               MOVE EX5-ES-RESP-NOME TO WRK-RESP-NOME
               MOVE EX5-ES-ENDERECO1 TO WRK-ENDERECO1
               MOVE EX5-ES-ENDERECO2 TO WRK-ENDERECO2
               MOVE EX5-ES-PREFERENCIA TO WRK-PREFERENCIA
               PERFORM 0480-RETIRAR-DA-ESPERA
               PERFORM 0400-EFETIVAR-MATRICULA
           WHEN 'R'
               MOVE EX5-ES-TURMA TO WRK-TURMA
               PERFORM 0480-RETIRAR-DA-ESPERA
               ADD 1 TO WRK-QT-RECUSAS
               DISPLAY 'OFERTA RECUSADA - CANDIDATO RETIRADO DA LISTA'
               PERFORM 0600-OFERECER-VAGAS
           WHEN OTHER
               DISPLAY 'RESPOSTA INVALIDA - OFERTA MANTIDA'
               GO TO 0380-RESPOSTA-OFERTA-EXIT
       END-EVALUATE
       MOVE 'S' TO WRK-HOUVE-ALTERACAO.
       0380-RESPOSTA-OFERTA-EXIT.
       EXIT.

       0400-EFETIVAR-MATRICULA.
       IF WRK-QTD-ALUNOS >= 500 OR WRK-QTD-RESPONSAVEIS >= 500
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       INITIALIZE EX5-ALUNO-REC
       MOVE WRK-PROXIMA-MATRICULA TO EX5-AL-MATRICULA
       MOVE WRK-NOME TO EX5-AL-NOME
       MOVE WRK-TURMA TO EX5-AL-TURMA
       PERFORM 0420-INSERIR-ALUNO

       MOVE WRK-PROXIMA-MATRICULA TO EX5-RP-MATRICULA
       MOVE WRK-RESP-NOME TO EX5-RP-NOME
       MOVE WRK-ENDERECO1 TO EX5-RP-ENDERECO1
       MOVE WRK-ENDERECO2 TO EX5-RP-ENDERECO2
       MOVE WRK-PREFERENCIA TO EX5-RP-PREFERENCIA
       ADD 1 TO WRK-QTD-RESPONSAVEIS
       MOVE EX5-RESPONSAVEL-REC TO
           WRK-TAB-RSP-REC (WRK-QTD-RESPONSAVEIS)

       MOVE SPACES TO WRK-DV-CODIGO
       MOVE WRK-PROXIMA-MATRICULA TO WRK-DV-CODIGO (1:5)
       CALL 'SIS-DIGITO' USING WRK-DV-CODIGO WRK-DV-DIGITO
       DISPLAY 'MATRICULA EFETIVADA: ' WRK-PROXIMA-MATRICULA
           '-' WRK-DV-DIGITO ' TURMA: ' WRK-TURMA
       ADD 1 TO WRK-PROXIMA-MATRICULA
       ADD 1 TO WRK-QT-MATRICULADOS.

       0420-INSERIR-ALUNO.
       MOVE ZEROS TO WRK-POSICAO
       PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-ALUNOS
           IF WRK-TAB-ALU-TURMA (WRK-IND) = WRK-TURMA
               MOVE WRK-IND TO WRK-POSICAO
           END-IF
       END-PERFORM
       IF WRK-POSICAO = ZEROS
           MOVE WRK-QTD-ALUNOS TO WRK-POSICAO
       END-IF
       ADD 1 TO WRK-POSICAO
       PERFORM VARYING WRK-IND FROM WRK-QTD-ALUNOS BY -1
               UNTIL WRK-IND < WRK-POSICAO
           MOVE WRK-TAB-ALU-REC (WRK-IND) TO
               WRK-TAB-ALU-REC (WRK-IND + 1)
       END-PERFORM
       MOVE EX5-ALUNO-REC TO WRK-TAB-ALU-REC (WRK-POSICAO)
       ADD 1 TO WRK-QTD-ALUNOS.

       0450-INCLUIR-ESPERA.
       IF WRK-QTD-ESPERA >= 300
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-ULTIMA-SEQUENCIA
       MOVE WRK-ULTIMA-SEQUENCIA TO EX5-ES-SEQUENCIA
       MOVE WRK-DATA-NEGOCIO-N TO EX5-ES-DATA
       MOVE 'E' TO EX5-ES-SITUACAO
       MOVE ZEROS TO EX5-ES-DATA-OFERTA
       MOVE WRK-NOME TO EX5-ES-NOME
       MOVE WRK-TURMA TO EX5-ES-TURMA
       MOVE WRK-RESP-NOME TO EX5-ES-RESP-NOME
       MOVE WRK-ENDERECO1 TO EX5-ES-ENDERECO1
       MOVE WRK-ENDERECO2 TO EX5-ES-ENDERECO2
       MOVE WRK-PREFERENCIA TO EX5-ES-PREFERENCIA
       ADD 1 TO WRK-QTD-ESPERA
       MOVE EX5-ESPERA-REC TO WRK-TAB-ESP-REC (WRK-QTD-ESPERA)
       ADD 1 TO WRK-QT-NA-ESPERA
       COMPUTE WRK-POSICAO = WRK-OFERTAS + WRK-EM-ESPERA + 1
       DISPLAY 'TURMA LOTADA - INCLUIDO NA LISTA DE ESPERA'
       DISPLAY 'NUMERO: ' WRK-ULTIMA-SEQUENCIA
           ' POSICAO NA TURMA: ' WRK-POSICAO.

       0480-RETIRAR-DA-ESPERA.
       PERFORM VARYING WRK-IND FROM WRK-POSICAO BY 1
               UNTIL WRK-IND >= WRK-QTD-ESPERA
           MOVE WRK-TAB-ESP-REC (WRK-IND + 1) TO
               WRK-TAB-ESP-REC (WRK-IND)
       END-PERFORM
       SUBTRACT 1 FROM WRK-QTD-ESPERA.

       0500-LOCALIZAR-TURMA.
       MOVE 'N' TO WRK-ACHOU
       SET WRK-CAP-IDX TO 1
       SEARCH WRK-TAB-CAP
           AT END
               CONTINUE
           WHEN WRK-CAP-IDX > WRK-QTD-CAPACIDADE
               CONTINUE
           WHEN WRK-TAB-CAP-TURMA (WRK-CAP-IDX) = WRK-TURMA
               MOVE 'S' TO WRK-ACHOU
       END-SEARCH.

       0550-APURAR-TURMA.
       MOVE ZEROS TO WRK-OCUPADAS
       MOVE ZEROS TO WRK-OFERTAS
       MOVE ZEROS TO WRK-EM-ESPERA
       PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-ALUNOS
           IF WRK-TAB-ALU-TURMA (WRK-IND) = WRK-TURMA
               ADD 1 TO WRK-OCUPADAS
           END-IF
       END-PERFORM
       PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-ESPERA
           MOVE WRK-TAB-ESP-REC (WRK-IND) TO EX5-ESPERA-REC
           IF EX5-ES-TURMA = WRK-TURMA
               IF EX5-ES-OFERECIDA
                   ADD 1 TO WRK-OFERTAS
               ELSE
                   ADD 1 TO WRK-EM-ESPERA
               END-IF
           END-IF
       END-PERFORM
       COMPUTE WRK-LIVRES = WRK-TAB-CAP-VAGAS (WRK-CAP-IDX)
           - WRK-OCUPADAS - WRK-OFERTAS.

       0600-OFERECER-VAGAS.
       PERFORM 0500-LOCALIZAR-TURMA
       IF WRK-ACHOU-OK
           PERFORM 0550-APURAR-TURMA
           PERFORM 0650-OFERECER-PRIMEIRO
               UNTIL WRK-LIVRES <= ZEROS OR WRK-EM-ESPERA = ZEROS
       END-IF.

       0650-OFERECER-PRIMEIRO.
       MOVE ZEROS TO WRK-POSICAO
       PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-ESPERA
              OR WRK-POSICAO > ZEROS
           MOVE WRK-TAB-ESP-REC (WRK-IND) TO EX5-ESPERA-REC
           IF EX5-ES-TURMA = WRK-TURMA AND EX5-ES-AGUARDANDO
               MOVE WRK-IND TO WRK-POSICAO
           END-IF
       END-PERFORM
       MOVE WRK-TAB-ESP-REC (WRK-POSICAO) TO EX5-ESPERA-REC
       MOVE 'O' TO EX5-ES-SITUACAO
       MOVE WRK-DATA-NEGOCIO-N TO EX5-ES-DATA-OFERTA
       MOVE EX5-ESPERA-REC TO WRK-TAB-ESP-REC (WRK-POSICAO)
       DISPLAY 'VAGA NA TURMA ' WRK-TURMA ' OFERECIDA A '
           EX5-ES-NOME ' (NUMERO ' EX5-ES-SEQUENCIA ')'
       ADD 1 TO WRK-QT-OFERTAS
       ADD 1 TO WRK-OFERTAS
       SUBTRACT 1 FROM WRK-EM-ESPERA
       SUBTRACT 1 FROM WRK-LIVRES
       MOVE 'S' TO WRK-HOUVE-ALTERACAO.

       0700-GRAVAR-ARQUIVOS.
       OPEN OUTPUT EX5-ALUNOS-FILE
       PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-ALUNOS
           MOVE WRK-TAB-ALU-REC (WRK-IND) TO EX5-ALUNOS-LINHA
           WRITE EX5-ALUNOS-LINHA
       END-PERFORM
       CLOSE EX5-ALUNOS-FILE

       OPEN OUTPUT EX5-RESP-FILE
       PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-RESPONSAVEIS
           MOVE WRK-TAB-RSP-REC (WRK-IND) TO EX5-RESP-LINHA
           WRITE EX5-RESP-LINHA
       END-PERFORM
       CLOSE EX5-RESP-FILE

       OPEN OUTPUT EX5-ESPERA-FILE
       PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-ESPERA
           MOVE WRK-TAB-ESP-REC (WRK-IND) TO EX5-ESPERA-LINHA
           WRITE EX5-ESPERA-LINHA
       END-PERFORM
       CLOSE EX5-ESPERA-FILE.

       0800-RELATORIO-VAGAS.
       OPEN OUTPUT EX5-MAT-REL-FILE
       WRITE EX5-MAT-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX5-MAT-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       WRITE EX5-MAT-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX5-MAT-REL-LINHA FROM WRK-TITULO-VAGAS
       PERFORM VARYING WRK-CAP-IDX FROM 1 BY 1
               UNTIL WRK-CAP-IDX > WRK-QTD-CAPACIDADE
           MOVE WRK-TAB-CAP-TURMA (WRK-CAP-IDX) TO WRK-TURMA
           PERFORM 0550-APURAR-TURMA
           MOVE WRK-TURMA TO WRK-LV-TURMA
           MOVE WRK-TAB-CAP-VAGAS (WRK-CAP-IDX) TO WRK-LV-VAGAS
           MOVE WRK-OCUPADAS TO WRK-LV-OCUPADAS
           MOVE WRK-OFERTAS TO WRK-LV-OFERTAS
           MOVE WRK-LIVRES TO WRK-LV-LIVRES
           MOVE WRK-EM-ESPERA TO WRK-LV-ESPERA
           WRITE EX5-MAT-REL-LINHA FROM WRK-LINHA-VAGAS
       END-PERFORM

       WRITE EX5-MAT-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX5-MAT-REL-LINHA FROM WRK-TITULO-ESPERA
       WRITE EX5-MAT-REL-LINHA FROM WRK-TITULO-ESPERA-COL
       PERFORM VARYING WRK-CAP-IDX FROM 1 BY 1
               UNTIL WRK-CAP-IDX > WRK-QTD-CAPACIDADE
           MOVE WRK-TAB-CAP-TURMA (WRK-CAP-IDX) TO WRK-TURMA
           PERFORM 0850-LISTAR-ESPERA-TURMA
       END-PERFORM

       WRITE EX5-MAT-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'MATRICULAS EFETIVADAS.: ' DELIMITED BY SIZE
           WRK-QT-MATRICULADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-MAT-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'SAIDAS REGISTRADAS....: ' DELIMITED BY SIZE
           WRK-QT-SAIDAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-MAT-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'INCLUIDOS NA ESPERA...: ' DELIMITED BY SIZE
           WRK-QT-NA-ESPERA DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-MAT-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'VAGAS OFERECIDAS......: ' DELIMITED BY SIZE
           WRK-QT-OFERTAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-MAT-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'OFERTAS RECUSADAS.....: ' DELIMITED BY SIZE
           WRK-QT-RECUSAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-MAT-REL-LINHA FROM WRK-LINHA-RESUMO
       CLOSE EX5-MAT-REL-FILE.

       0850-LISTAR-ESPERA-TURMA.
       MOVE ZEROS TO WRK-POSICAO
       PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-ESPERA
           MOVE WRK-TAB-ESP-REC (WRK-IND) TO EX5-ESPERA-REC
           IF EX5-ES-TURMA = WRK-TURMA
               ADD 1 TO WRK-POSICAO
               MOVE WRK-TURMA TO WRK-LE-TURMA
               MOVE WRK-POSICAO TO WRK-LE-POSICAO
               MOVE EX5-ES-SEQUENCIA TO WRK-LE-SEQUENCIA
               MOVE EX5-ES-DATA TO WRK-DATA-EDICAO-N
               MOVE WRK-DE-DIA TO WRK-LE-DIA
               MOVE WRK-DE-MES TO WRK-LE-MES
               MOVE WRK-DE-ANO TO WRK-LE-ANO
               MOVE EX5-ES-NOME TO WRK-LE-NOME
               IF EX5-ES-OFERECIDA
                   MOVE EX5-ES-DATA-OFERTA TO WRK-DATA-EDICAO-N
                   MOVE WRK-DE-DIA TO WRK-SO-DIA
                   MOVE WRK-DE-MES TO WRK-SO-MES
                   MOVE WRK-DE-ANO TO WRK-SO-ANO
                   MOVE WRK-SITUACAO-OFERTA TO WRK-LE-SITUACAO
               ELSE
                   MOVE 'AGUARDANDO VAGA' TO WRK-LE-SITUACAO
               END-IF
               WRITE EX5-MAT-REL-LINHA FROM WRK-LINHA-ESPERA
           END-IF
       END-PERFORM.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
