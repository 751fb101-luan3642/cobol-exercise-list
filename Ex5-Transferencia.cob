      ******************************************************************
      * Author:
      * Date:
      * Purpose: mid-term transfer of students between turmas for the
      *          ex5 gradebook - reads EX5TRF.DAT (matricula, turma
      *          destino, transfer date; a blank date means the
      *          business date) and moves each student to the new
      *          turma instead of the office editing EX5-AL-TURMA by
      *          hand. Every discipline of the old turma is matched
      *          by name against the EX5DISC.DAT catalog of the new
      *          one: the notes on EX5ALU.DAT and the attendance
      *          totals on EX5FREQ.DAT follow the matching
      *          discipline, and a discipline with no match is
      *          flagged and dropped from the active record. The
      *          student's EX5CUM.DAT row for the current term is
      *          recomputed with the weights of the new turma, the
      *          record is moved next to the new turma's students
      *          and the seats of EX5CAPAC.DAT are respected (held
      *          offers of EX5ESPERA.DAT count as taken). Every
      *          transfer, with the old notes and attendance of each
      *          discipline, is appended to the history EX5TRFHIS.DAT
      *          read by EX5-BOLETIM, EX5-HISTORICO and
      *          EX5-FREQUENCIA. Listing: EX5TRFREL.DAT. The whole
      *          of EX5ALU.DAT is locked for the run through
      *          SIS-TRAVA; while a teacher holds a turma in
      *          EX5-NOTAS the run stops with return code 8 before
      *          anything is changed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX5-TRANSFERENCIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX5-TRANSF-FILE ASSIGN TO 'EX5TRF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRANSF-STATUS.
           SELECT EX5-ALUNOS-FILE ASSIGN TO 'EX5ALU.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ALUNOS-STATUS.
           SELECT EX5-PARM-FILE ASSIGN TO 'EX5PARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARM-STATUS.
           SELECT EX5-CUM-FILE ASSIGN TO 'EX5CUM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CUM-STATUS.
           SELECT EX5-DISC-FILE ASSIGN TO 'EX5DISC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DISC-STATUS.
           SELECT EX5-FREQ-FILE ASSIGN TO 'EX5FREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FREQ-STATUS.
           SELECT EX5-CAPAC-FILE ASSIGN TO 'EX5CAPAC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAPAC-STATUS.
           SELECT EX5-ESPERA-FILE ASSIGN TO 'EX5ESPERA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ESPERA-STATUS.
           SELECT EX5-TRFHIS-FILE ASSIGN TO 'EX5TRFHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRFHIS-STATUS.
           SELECT EX5-TRANSF-REL-FILE ASSIGN TO 'EX5TRFREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX5-TRANSF-FILE.
       01 EX5-TRANSF-LINHA PIC X(16).

       FD  EX5-ALUNOS-FILE.
       01 EX5-ALUNOS-LINHA PIC X(58).

       FD  EX5-PARM-FILE.
       01 EX5-PARM-LINHA PIC X(23).

       FD  EX5-CUM-FILE.
       01 EX5-CUM-LINHA PIC X(12).

       FD  EX5-DISC-FILE.
       01 EX5-DISC-LINHA PIC X(41).

       FD  EX5-FREQ-FILE.
       01 EX5-FREQ-LINHA PIC X(12).

       FD  EX5-CAPAC-FILE.
       01 EX5-CAPAC-LINHA PIC X(06).

       FD  EX5-ESPERA-FILE.
       01 EX5-ESPERA-LINHA PIC X(132).

       FD  EX5-TRFHIS-FILE.
       01 EX5-TRFHIS-LINHA PIC X(77).

       FD  EX5-TRANSF-REL-FILE.
       01 EX5-TRANSF-REL-LINHA PIC X(90).

       WORKING-STORAGE SECTION.
       COPY EX5REC.
       COPY SISTRVREC.

       77 WRK-TRANSF-STATUS    PIC X(02) VALUE '00'.
       77 WRK-ALUNOS-STATUS    PIC X(02) VALUE '00'.
       77 WRK-PARM-STATUS      PIC X(02) VALUE '00'.
       77 WRK-CUM-STATUS       PIC X(02) VALUE '00'.
       77 WRK-DISC-STATUS      PIC X(02) VALUE '00'.
       77 WRK-FREQ-STATUS      PIC X(02) VALUE '00'.
       77 WRK-CAPAC-STATUS     PIC X(02) VALUE '00'.
       77 WRK-ESPERA-STATUS    PIC X(02) VALUE '00'.
       77 WRK-TRFHIS-STATUS    PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-TRANSF  PIC X(01) VALUE 'N'.
           88 WRK-FIM-TRANSF-OK VALUE 'S'.
       77 WRK-FIM-PARM    PIC X(01) VALUE 'N'.
           88 WRK-FIM-PARM-OK VALUE 'S'.

       01 WRK-DATA-NEGOCIO.
           05 WRK-DN-ANO  PIC 9(04).
           05 WRK-DN-MES  PIC 9(02).
           05 WRK-DN-DIA  PIC 9(02).
       01 WRK-DATA-NEGOCIO-N REDEFINES WRK-DATA-NEGOCIO PIC 9(08).

       01 WRK-DATA-TRANSF.
           05 WRK-DTR-ANO PIC 9(04).
           05 WRK-DTR-MES PIC 9(02).
           05 WRK-DTR-DIA PIC 9(02).
       01 WRK-DATA-TRANSF-N REDEFINES WRK-DATA-TRANSF PIC 9(08).

       77 WRK-TERMO-ATUAL PIC 9(02) VALUE ZEROS.
       01 WRK-PESO-PADRAO OCCURS 3 TIMES PIC 9(02) VALUE 1.
       01 WRK-PESO-DISCIPLINA OCCURS 3 TIMES PIC 9(02) VALUE 1.

       01 WRK-TABELA-PARAMETROS.
           05 WRK-TAB-PRM OCCURS 10 TIMES
               INDEXED BY WRK-PRM-IDX.
               10 WRK-TAB-PRM-TURMA PIC X(03).
               10 WRK-TAB-PRM-PESO OCCURS 3 TIMES PIC 9(02).
       77 WRK-QTD-PARAMETROS PIC 9(02) VALUE ZEROS.

       01 WRK-TABELA-ALUNOS.
           05 WRK-TAB-ALU OCCURS 500 TIMES.
               10 WRK-TAB-ALU-REC PIC X(58).
               10 WRK-TAB-ALU-CAMPOS REDEFINES WRK-TAB-ALU-REC.
                   15 WRK-TAB-ALU-MATRICULA PIC 9(05).
                   15 FILLER          PIC X(50).
                   15 WRK-TAB-ALU-TURMA PIC X(03).
       77 WRK-QTD-ALUNOS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-DISCIPLINAS.
           05 WRK-TAB-DSC OCCURS 100 TIMES
               INDEXED BY WRK-DSC-IDX.
               10 WRK-TAB-DSC-TURMA      PIC X(03).
               10 WRK-TAB-DSC-DISCIPLINA PIC 9(01).
               10 WRK-TAB-DSC-NOME       PIC X(15).
       77 WRK-QTD-DISCIPLINAS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-CUMULATIVO.
           05 WRK-TAB-CUM OCCURS 5000 TIMES
               INDEXED BY WRK-CUM-IDX.
               10 WRK-TAB-CUM-MATRICULA PIC 9(05).
               10 WRK-TAB-CUM-TERMO     PIC 9(02).
               10 WRK-TAB-CUM-MEDIA     PIC 9(03)V99.
       77 WRK-QTD-CUM PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-FREQUENCIA.
           05 WRK-TAB-FRQ OCCURS 1500 TIMES
               INDEXED BY WRK-FRQ-IDX.
               10 WRK-TAB-FRQ-MATRICULA  PIC 9(05).
               10 WRK-TAB-FRQ-DISCIPLINA PIC 9(01).
               10 WRK-TAB-FRQ-DADAS      PIC 9(03).
               10 WRK-TAB-FRQ-PRESENTES  PIC 9(03).
               10 WRK-TAB-FRQ-SITUACAO   PIC X(01).
                   88 WRK-TAB-FRQ-EXCLUIDA VALUE 'X'.
       77 WRK-QTD-FREQUENCIA PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-CAPACIDADE.
           05 WRK-TAB-CAP OCCURS 50 TIMES
               INDEXED BY WRK-CAP-IDX.
               10 WRK-TAB-CAP-TURMA   PIC X(03).
               10 WRK-TAB-CAP-VAGAS   PIC 9(03).
               10 WRK-TAB-CAP-OFERTAS PIC 9(03).
       77 WRK-QTD-CAPACIDADE PIC 9(02) VALUE ZEROS.
       77 WRK-TEM-CAPACIDADE PIC X(01) VALUE 'N'.
           88 WRK-TEM-CAPACIDADE-OK VALUE 'S'.

       77 WRK-IND            PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-ALUNO      PIC 9(04) VALUE ZEROS.
       77 WRK-POSICAO        PIC 9(04) VALUE ZEROS.
       77 WRK-INDICE         PIC 9(01) VALUE ZEROS.
       77 WRK-DESTINO        PIC 9(01) VALUE ZEROS.
       77 WRK-TURMA-ORIGEM   PIC X(03) VALUE SPACES.
       77 WRK-TURMA-BUSCA    PIC X(03) VALUE SPACES.
       77 WRK-NOME-BUSCA     PIC X(15) VALUE SPACES.
       77 WRK-NOME-ACHADO    PIC X(15) VALUE SPACES.
       77 WRK-DISC-ACHADA    PIC 9(01) VALUE ZEROS.
       77 WRK-QTD-DISC-DESTINO PIC 9(02) VALUE ZEROS.
       77 WRK-OCUPADAS       PIC 9(04) VALUE ZEROS.
       77 WRK-TURMA-LOTADA   PIC X(01) VALUE 'N'.
           88 WRK-TURMA-LOTADA-OK VALUE 'S'.
       77 WRK-SEM-VAGAS      PIC X(01) VALUE 'N'.
           88 WRK-SEM-VAGAS-OK VALUE 'S'.
       77 WRK-EFETIVADA      PIC X(01) VALUE 'N'.
           88 WRK-EFETIVADA-OK VALUE 'S'.
       01 WRK-DESTINO-USADO OCCURS 3 TIMES PIC X(01).
       01 WRK-NOVA-DISCIPLINA OCCURS 3 TIMES.
           05 WRK-NOVA-NOTA1 PIC 9(03)V99.
           05 WRK-NOVA-NOTA2 PIC 9(03)V99.

       77 WRK-MEDIA-NOVA  PIC 9(03)V99 VALUE ZEROS.
       77 WRK-SOMA-PONDERADA PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SOMA-PESOS  PIC 9(03) VALUE ZEROS.
       01 WRK-MEDIA-DISCIPLINA OCCURS 3 TIMES PIC 9(03)V99 VALUE ZEROS.

       77 WRK-QT-LIDAS         PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EFETIVADAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJEITADAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-CORRESP   PIC 9(05) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'TRANSFERENCIA DE ALUNOS ENTRE TURMAS - EX5-TRANSFERENCIA'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-DETALHE.
           05 FILLER           PIC X(06) VALUE 'MATR: '.
           05 WRK-LD-MATRICULA  PIC 9(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LD-NOME       PIC X(20).
           05 FILLER           PIC X(04) VALUE ' DE '.
           05 WRK-LD-ORIGEM     PIC X(03).
           05 FILLER           PIC X(06) VALUE ' PARA '.
           05 WRK-LD-DESTINO    PIC X(03).
           05 FILLER           PIC X(04) VALUE ' EM '.
           05 WRK-LD-DIA        PIC 99.
           05 FILLER           PIC X(01) VALUE '/'.
           05 WRK-LD-MES        PIC 99.
           05 FILLER           PIC X(01) VALUE '/'.
           05 WRK-LD-ANO        PIC 9999.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-RESULTADO  PIC X(22).
       01 WRK-LINHA-MAPA.
           05 FILLER           PIC X(09) VALUE '    DISC '.
           05 WRK-LM-ORIGEM     PIC 9(01).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LM-NOME-ORIGEM PIC X(15).
           05 FILLER           PIC X(04) VALUE ' -> '.
           05 WRK-LM-DESTINO.
               10 WRK-LM-DST-ROTULO PIC X(05).
               10 WRK-LM-DST-NUMERO PIC 9(01).
               10 FILLER           PIC X(01).
               10 WRK-LM-DST-NOME   PIC X(15).
           05 WRK-LM-SEM-DESTINO REDEFINES WRK-LM-DESTINO PIC X(22).
           05 FILLER           PIC X(07) VALUE ' NOTAS '.
           05 WRK-LM-NOTA1      PIC ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LM-NOTA2      PIC ZZ9,99.
           05 FILLER           PIC X(06) VALUE ' FREQ '.
           05 WRK-LM-PRES       PIC ZZ9.
           05 FILLER           PIC X(01) VALUE '/'.
           05 WRK-LM-DADAS      PIC ZZ9.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO.
       OPEN INPUT EX5-TRANSF-FILE
       IF WRK-TRANSF-STATUS NOT = '00'
           DISPLAY 'EX5TRF.DAT NAO ENCONTRADO - NADA A TRANSFERIR'
           MOVE 4 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM 0110-TRAVAR-ALUNOS.
       PERFORM 0150-CARREGAR-PARAMETROS.
       PERFORM 0160-CARREGAR-ALUNOS.
       PERFORM 0165-CARREGAR-DISCIPLINAS.
       PERFORM 0170-CARREGAR-CUMULATIVO.
       PERFORM 0175-CARREGAR-FREQUENCIA.
       PERFORM 0180-CARREGAR-CAPACIDADE.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0300-PROCESSAR UNTIL WRK-FIM-TRANSF-OK.
       IF WRK-QT-EFETIVADAS > ZEROS
           PERFORM 0600-REGRAVAR-ALUNOS
           PERFORM 0650-REGRAVAR-CUMULATIVO
           PERFORM 0670-REGRAVAR-FREQUENCIA
       END-IF.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       PERFORM 0115-LIBERAR-ALUNOS.
       IF WRK-QT-REJEITADAS = 0 AND WRK-QT-SEM-CORRESP = 0
           MOVE 0 TO RETURN-CODE
       ELSE
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

      *    the whole file is held for the run; a session open on
      *    it stops the run before anything is changed
       0110-TRAVAR-ALUNOS.
       MOVE SPACES TO SIS-TRAVA-PEDIDO
       SET SIS-TP-TRAVAR TO TRUE
       MOVE 'EX5ALU.DAT' TO SIS-TP-ARQUIVO
       MOVE 'LOTE' TO SIS-TP-USUARIO
       MOVE 'EX5-TRANSFERENCIA' TO SIS-TP-PROGRAMA
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO
       IF SIS-TP-NEGADA
           DISPLAY 'EX5ALU.DAT ' SIS-TP-MENSAGEM
           DISPLAY 'TRANSFERENCIAS NAO PROCESSADAS - NADA ALTERADO'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       0115-LIBERAR-ALUNOS.
       SET SIS-TP-LIBERAR TO TRUE
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO.

       0150-CARREGAR-PARAMETROS.
       OPEN INPUT EX5-PARM-FILE
       IF WRK-PARM-STATUS = '00'
           PERFORM 0155-LER-PARAMETRO
           PERFORM UNTIL WRK-FIM-PARM-OK
               IF WRK-QTD-PARAMETROS = ZEROS
                   MOVE EX5-PM-TERMO TO WRK-TERMO-ATUAL
                   MOVE EX5-PM-PESO (1) TO WRK-PESO-PADRAO (1)
                   MOVE EX5-PM-PESO (2) TO WRK-PESO-PADRAO (2)
                   MOVE EX5-PM-PESO (3) TO WRK-PESO-PADRAO (3)
               END-IF
               IF WRK-QTD-PARAMETROS >= 10
                   PERFORM 9000-ABORTAR-CAPACIDADE
               END-IF
               ADD 1 TO WRK-QTD-PARAMETROS
               MOVE EX5-PM-TURMA TO
                   WRK-TAB-PRM-TURMA (WRK-QTD-PARAMETROS)
               MOVE EX5-PM-PESO (1) TO
                   WRK-TAB-PRM-PESO (WRK-QTD-PARAMETROS 1)
               MOVE EX5-PM-PESO (2) TO
                   WRK-TAB-PRM-PESO (WRK-QTD-PARAMETROS 2)
               MOVE EX5-PM-PESO (3) TO
                   WRK-TAB-PRM-PESO (WRK-QTD-PARAMETROS 3)
               PERFORM 0155-LER-PARAMETRO
           END-PERFORM
           CLOSE EX5-PARM-FILE
       END-IF.

       0155-LER-PARAMETRO.
       READ EX5-PARM-FILE INTO EX5-PARM-REC
           AT END MOVE 'S' TO WRK-FIM-PARM
       END-READ.

       0158-LOCALIZAR-PARAMETROS.
       MOVE WRK-PESO-PADRAO (1) TO WRK-PESO-DISCIPLINA (1)
       MOVE WRK-PESO-PADRAO (2) TO WRK-PESO-DISCIPLINA (2)
       MOVE WRK-PESO-PADRAO (3) TO WRK-PESO-DISCIPLINA (3)
       SET WRK-PRM-IDX TO 1
       SEARCH WRK-TAB-PRM
           AT END
               CONTINUE
           WHEN WRK-PRM-IDX > WRK-QTD-PARAMETROS
               CONTINUE
           WHEN WRK-TAB-PRM-TURMA (WRK-PRM-IDX) = EX5-AL-TURMA
               MOVE WRK-TAB-PRM-PESO (WRK-PRM-IDX 1)
                   TO WRK-PESO-DISCIPLINA (1)
               MOVE WRK-TAB-PRM-PESO (WRK-PRM-IDX 2)
                   TO WRK-PESO-DISCIPLINA (2)
               MOVE WRK-TAB-PRM-PESO (WRK-PRM-IDX 3)
                   TO WRK-PESO-DISCIPLINA (3)
       END-SEARCH.

       0160-CARREGAR-ALUNOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-ALUNOS-FILE
       IF WRK-ALUNOS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX5-ALUNOS-FILE
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-ALUNOS >= 500
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-ALUNOS
                       MOVE EX5-ALUNOS-LINHA TO
                           WRK-TAB-ALU-REC (WRK-QTD-ALUNOS)
               END-READ
           END-PERFORM
           CLOSE EX5-ALUNOS-FILE
       END-IF.

       0165-CARREGAR-DISCIPLINAS.
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

       0170-CARREGAR-CUMULATIVO.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-CUM-FILE
       IF WRK-CUM-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX5-CUM-FILE INTO EX5-CUM-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-CUM >= 5000
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-CUM
                       MOVE EX5-CM-MATRICULA TO
                           WRK-TAB-CUM-MATRICULA (WRK-QTD-CUM)
                       MOVE EX5-CM-TERMO TO
                           WRK-TAB-CUM-TERMO (WRK-QTD-CUM)
                       MOVE EX5-CM-MEDIA TO
                           WRK-TAB-CUM-MEDIA (WRK-QTD-CUM)
               END-READ
           END-PERFORM
           CLOSE EX5-CUM-FILE
       END-IF.

       0175-CARREGAR-FREQUENCIA.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-FREQ-FILE
       IF WRK-FREQ-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX5-FREQ-FILE INTO EX5-FREQ-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-FREQUENCIA >= 1500
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-FREQUENCIA
                       MOVE EX5-FQ-MATRICULA TO
                           WRK-TAB-FRQ-MATRICULA (WRK-QTD-FREQUENCIA)
                       MOVE EX5-FQ-DISCIPLINA TO
                           WRK-TAB-FRQ-DISCIPLINA (WRK-QTD-FREQUENCIA)
                       MOVE EX5-FQ-AULAS-DADAS TO
                           WRK-TAB-FRQ-DADAS (WRK-QTD-FREQUENCIA)
                       MOVE EX5-FQ-AULAS-PRES TO
                           WRK-TAB-FRQ-PRESENTES (WRK-QTD-FREQUENCIA)
                       MOVE 'M' TO
                           WRK-TAB-FRQ-SITUACAO (WRK-QTD-FREQUENCIA)
               END-READ
           END-PERFORM
           CLOSE EX5-FREQ-FILE
       END-IF.

       0180-CARREGAR-CAPACIDADE.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-CAPAC-FILE
       IF WRK-CAPAC-STATUS = '00'
           MOVE 'S' TO WRK-TEM-CAPACIDADE
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
                       MOVE ZEROS TO
                           WRK-TAB-CAP-OFERTAS (WRK-QTD-CAPACIDADE)
               END-READ
           END-PERFORM
           CLOSE EX5-CAPAC-FILE
       END-IF

       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-ESPERA-FILE
       IF WRK-ESPERA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX5-ESPERA-FILE INTO EX5-ESPERA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX5-ES-OFERECIDA
                           PERFORM 0185-CONTAR-OFERTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX5-ESPERA-FILE
       END-IF.

       0185-CONTAR-OFERTA.
       SET WRK-CAP-IDX TO 1
       SEARCH WRK-TAB-CAP
           AT END
               CONTINUE
           WHEN WRK-CAP-IDX > WRK-QTD-CAPACIDADE
               CONTINUE
           WHEN WRK-TAB-CAP-TURMA (WRK-CAP-IDX) = EX5-ES-TURMA
               ADD 1 TO WRK-TAB-CAP-OFERTAS (WRK-CAP-IDX)
       END-SEARCH.

       0200-ABRIR-ARQUIVOS.
       OPEN EXTEND EX5-TRFHIS-FILE
       IF WRK-TRFHIS-STATUS = '35'
           OPEN OUTPUT EX5-TRFHIS-FILE
       END-IF
       OPEN OUTPUT EX5-TRANSF-REL-FILE
       WRITE EX5-TRANSF-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX5-TRANSF-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       WRITE EX5-TRANSF-REL-LINHA FROM WRK-LINHA-BRANCO
       READ EX5-TRANSF-FILE INTO EX5-TRANSF-REC
           AT END MOVE 'S' TO WRK-FIM-TRANSF
       END-READ.

       0300-PROCESSAR.
       ADD 1 TO WRK-QT-LIDAS
       MOVE 'N' TO WRK-EFETIVADA
       MOVE ZEROS TO WRK-IDX-ALUNO
       IF EX5-TF-MATRICULA IS NUMERIC
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-ALUNOS
               IF WRK-TAB-ALU-MATRICULA (WRK-IND) = EX5-TF-MATRICULA
                   MOVE WRK-IND TO WRK-IDX-ALUNO
               END-IF
           END-PERFORM
       END-IF
       IF EX5-TF-DATA IS NUMERIC AND EX5-TF-DATA > ZEROS
           MOVE EX5-TF-DATA TO WRK-DATA-TRANSF-N
       ELSE
           MOVE WRK-DATA-NEGOCIO-N TO WRK-DATA-TRANSF-N
       END-IF

       MOVE EX5-TF-MATRICULA TO WRK-LD-MATRICULA
       MOVE SPACES TO WRK-LD-NOME
       MOVE SPACES TO WRK-LD-ORIGEM
       MOVE EX5-TF-TURMA-DESTINO TO WRK-LD-DESTINO
       MOVE WRK-DTR-DIA TO WRK-LD-DIA
       MOVE WRK-DTR-MES TO WRK-LD-MES
       MOVE WRK-DTR-ANO TO WRK-LD-ANO
       IF WRK-IDX-ALUNO > ZEROS
           MOVE WRK-TAB-ALU-REC (WRK-IDX-ALUNO) TO EX5-ALUNO-REC
           MOVE EX5-AL-NOME TO WRK-LD-NOME
           MOVE EX5-AL-TURMA TO WRK-LD-ORIGEM
           PERFORM 0350-VERIFICAR-DESTINO
       END-IF

       EVALUATE TRUE
           WHEN WRK-IDX-ALUNO = ZEROS
               ADD 1 TO WRK-QT-REJEITADAS
               MOVE 'MATRICULA INEXISTENTE' TO WRK-LD-RESULTADO
           WHEN WRK-DATA-TRANSF-N > WRK-DATA-NEGOCIO-N
               ADD 1 TO WRK-QT-REJEITADAS
               MOVE 'DATA FUTURA' TO WRK-LD-RESULTADO
           WHEN EX5-TF-TURMA-DESTINO = EX5-AL-TURMA
               ADD 1 TO WRK-QT-REJEITADAS
               MOVE 'JA ESTA NA TURMA' TO WRK-LD-RESULTADO
           WHEN WRK-QTD-DISC-DESTINO = ZEROS
               ADD 1 TO WRK-QT-REJEITADAS
               MOVE 'TURMA SEM DISCIPLINAS' TO WRK-LD-RESULTADO
           WHEN WRK-SEM-VAGAS-OK
               ADD 1 TO WRK-QT-REJEITADAS
               MOVE 'TURMA SEM VAGAS CADAST' TO WRK-LD-RESULTADO
           WHEN WRK-TURMA-LOTADA-OK
               ADD 1 TO WRK-QT-REJEITADAS
               MOVE 'TURMA DESTINO LOTADA' TO WRK-LD-RESULTADO
           WHEN OTHER
               PERFORM 0400-EFETIVAR-TRANSFERENCIA
               MOVE 'TRANSFERIDO' TO WRK-LD-RESULTADO
       END-EVALUATE
       WRITE EX5-TRANSF-REL-LINHA FROM WRK-LINHA-DETALHE
       IF WRK-EFETIVADA-OK
           PERFORM 0460-LISTAR-MAPA
       END-IF

       READ EX5-TRANSF-FILE INTO EX5-TRANSF-REC
           AT END MOVE 'S' TO WRK-FIM-TRANSF
       END-READ.

       0350-VERIFICAR-DESTINO.
       MOVE ZEROS TO WRK-QTD-DISC-DESTINO
       PERFORM VARYING WRK-DSC-IDX FROM 1 BY 1
               UNTIL WRK-DSC-IDX > WRK-QTD-DISCIPLINAS
           IF WRK-TAB-DSC-TURMA (WRK-DSC-IDX) = EX5-TF-TURMA-DESTINO
               ADD 1 TO WRK-QTD-DISC-DESTINO
           END-IF
       END-PERFORM

       MOVE 'N' TO WRK-SEM-VAGAS
       MOVE 'N' TO WRK-TURMA-LOTADA
       IF WRK-TEM-CAPACIDADE-OK
           SET WRK-CAP-IDX TO 1
           SEARCH WRK-TAB-CAP
               AT END
                   MOVE 'S' TO WRK-SEM-VAGAS
               WHEN WRK-CAP-IDX > WRK-QTD-CAPACIDADE
                   MOVE 'S' TO WRK-SEM-VAGAS
               WHEN WRK-TAB-CAP-TURMA (WRK-CAP-IDX) =
                    EX5-TF-TURMA-DESTINO
                   PERFORM 0355-APURAR-OCUPACAO
           END-SEARCH
       END-IF.

       0355-APURAR-OCUPACAO.
       MOVE WRK-TAB-CAP-OFERTAS (WRK-CAP-IDX) TO WRK-OCUPADAS
       PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-ALUNOS
           IF WRK-TAB-ALU-TURMA (WRK-IND) = EX5-TF-TURMA-DESTINO
               ADD 1 TO WRK-OCUPADAS
           END-IF
       END-PERFORM
       IF WRK-OCUPADAS >= WRK-TAB-CAP-VAGAS (WRK-CAP-IDX)
           MOVE 'S' TO WRK-TURMA-LOTADA
       END-IF.

       0400-EFETIVAR-TRANSFERENCIA.
       MOVE EX5-AL-TURMA TO WRK-TURMA-ORIGEM
       PERFORM 0158-LOCALIZAR-PARAMETROS
       PERFORM 0450-CALCULAR-MEDIA

       INITIALIZE EX5-TRFHIS-REC
       MOVE EX5-AL-MATRICULA TO EX5-TH-MATRICULA
       MOVE WRK-TERMO-ATUAL TO EX5-TH-TERMO
       MOVE WRK-DATA-TRANSF-N TO EX5-TH-DATA
       MOVE WRK-TURMA-ORIGEM TO EX5-TH-TURMA-ORIGEM
       MOVE EX5-TF-TURMA-DESTINO TO EX5-TH-TURMA-DESTINO
       MOVE WRK-MEDIA-NOVA TO EX5-TH-MEDIA-ORIGEM

       PERFORM VARYING WRK-INDICE FROM 1 BY 1
               UNTIL WRK-INDICE > 3
           MOVE 'N' TO WRK-DESTINO-USADO (WRK-INDICE)
           MOVE ZEROS TO WRK-NOVA-NOTA1 (WRK-INDICE)
           MOVE ZEROS TO WRK-NOVA-NOTA2 (WRK-INDICE)
       END-PERFORM

       PERFORM VARYING WRK-INDICE FROM 1 BY 1
               UNTIL WRK-INDICE > 3
           PERFORM 0410-MAPEAR-DISCIPLINA
       END-PERFORM

       PERFORM VARYING WRK-FRQ-IDX FROM 1 BY 1
               UNTIL WRK-FRQ-IDX > WRK-QTD-FREQUENCIA
           IF WRK-TAB-FRQ-MATRICULA (WRK-FRQ-IDX) = EX5-AL-MATRICULA
              AND NOT WRK-TAB-FRQ-EXCLUIDA (WRK-FRQ-IDX)
               PERFORM 0420-MAPEAR-FREQUENCIA
           END-IF
       END-PERFORM

       PERFORM VARYING WRK-INDICE FROM 1 BY 1
               UNTIL WRK-INDICE > 3
           MOVE WRK-NOVA-NOTA1 (WRK-INDICE) TO
               EX5-AL-NOTA1 (WRK-INDICE)
           MOVE WRK-NOVA-NOTA2 (WRK-INDICE) TO
               EX5-AL-NOTA2 (WRK-INDICE)
       END-PERFORM
       MOVE EX5-TF-TURMA-DESTINO TO EX5-AL-TURMA
       PERFORM 0158-LOCALIZAR-PARAMETROS
       PERFORM 0450-CALCULAR-MEDIA
       PERFORM 0500-ATUALIZAR-CUMULATIVO
       PERFORM 0430-REPOSICIONAR-ALUNO

       MOVE EX5-TRFHIS-REC TO EX5-TRFHIS-LINHA
       WRITE EX5-TRFHIS-LINHA
       ADD 1 TO WRK-QT-EFETIVADAS
       MOVE 'S' TO WRK-EFETIVADA.

       0410-MAPEAR-DISCIPLINA.
       MOVE EX5-AL-NOTA1 (WRK-INDICE) TO EX5-TH-NOTA1 (WRK-INDICE)
       MOVE EX5-AL-NOTA2 (WRK-INDICE) TO EX5-TH-NOTA2 (WRK-INDICE)
       MOVE ZEROS TO EX5-TH-DISC-DESTINO (WRK-INDICE)

       MOVE WRK-TURMA-ORIGEM TO WRK-TURMA-BUSCA
       MOVE WRK-INDICE TO WRK-DISC-ACHADA
       PERFORM 0415-NOME-DISCIPLINA
       MOVE WRK-NOME-ACHADO TO WRK-NOME-BUSCA

       IF WRK-NOME-BUSCA NOT = SPACES
           PERFORM VARYING WRK-DSC-IDX FROM 1 BY 1
                   UNTIL WRK-DSC-IDX > WRK-QTD-DISCIPLINAS
               IF WRK-TAB-DSC-TURMA (WRK-DSC-IDX) =
                  EX5-TF-TURMA-DESTINO
                  AND WRK-TAB-DSC-NOME (WRK-DSC-IDX) = WRK-NOME-BUSCA
                  AND WRK-TAB-DSC-DISCIPLINA (WRK-DSC-IDX) >= 1
                  AND WRK-TAB-DSC-DISCIPLINA (WRK-DSC-IDX) <= 3
                  AND EX5-TH-DISC-DESTINO (WRK-INDICE) = ZEROS
                   MOVE WRK-TAB-DSC-DISCIPLINA (WRK-DSC-IDX)
                       TO WRK-DESTINO
                   IF WRK-DESTINO-USADO (WRK-DESTINO) = 'N'
                       MOVE WRK-DESTINO TO
                           EX5-TH-DISC-DESTINO (WRK-INDICE)
                       MOVE 'S' TO WRK-DESTINO-USADO (WRK-DESTINO)
                   END-IF
               END-IF
           END-PERFORM
       END-IF

       IF EX5-TH-DISC-DESTINO (WRK-INDICE) = ZEROS
           ADD 1 TO WRK-QT-SEM-CORRESP
       ELSE
           MOVE EX5-TH-DISC-DESTINO (WRK-INDICE) TO WRK-DESTINO
           MOVE EX5-AL-NOTA1 (WRK-INDICE) TO
               WRK-NOVA-NOTA1 (WRK-DESTINO)
           MOVE EX5-AL-NOTA2 (WRK-INDICE) TO
               WRK-NOVA-NOTA2 (WRK-DESTINO)
       END-IF.

       0415-NOME-DISCIPLINA.
       MOVE SPACES TO WRK-NOME-ACHADO
       SET WRK-DSC-IDX TO 1
       SEARCH WRK-TAB-DSC
           AT END
               CONTINUE
           WHEN WRK-DSC-IDX > WRK-QTD-DISCIPLINAS
               CONTINUE
           WHEN WRK-TAB-DSC-TURMA (WRK-DSC-IDX) = WRK-TURMA-BUSCA
              AND WRK-TAB-DSC-DISCIPLINA (WRK-DSC-IDX) =
                  WRK-DISC-ACHADA
               MOVE WRK-TAB-DSC-NOME (WRK-DSC-IDX) TO WRK-NOME-ACHADO
       END-SEARCH.

       0420-MAPEAR-FREQUENCIA.
       MOVE WRK-TAB-FRQ-DISCIPLINA (WRK-FRQ-IDX) TO WRK-INDICE
       IF WRK-INDICE >= 1 AND WRK-INDICE <= 3
           ADD WRK-TAB-FRQ-DADAS (WRK-FRQ-IDX) TO
               EX5-TH-AULAS-DADAS (WRK-INDICE)
           ADD WRK-TAB-FRQ-PRESENTES (WRK-FRQ-IDX) TO
               EX5-TH-AULAS-PRES (WRK-INDICE)
           IF EX5-TH-DISC-DESTINO (WRK-INDICE) = ZEROS
               MOVE 'X' TO WRK-TAB-FRQ-SITUACAO (WRK-FRQ-IDX)
           ELSE
               MOVE EX5-TH-DISC-DESTINO (WRK-INDICE) TO
                   WRK-TAB-FRQ-DISCIPLINA (WRK-FRQ-IDX)
           END-IF
       END-IF.

       0430-REPOSICIONAR-ALUNO.
       PERFORM VARYING WRK-IND FROM WRK-IDX-ALUNO BY 1
               UNTIL WRK-IND >= WRK-QTD-ALUNOS
           MOVE WRK-TAB-ALU-REC (WRK-IND + 1) TO
               WRK-TAB-ALU-REC (WRK-IND)
       END-PERFORM
       SUBTRACT 1 FROM WRK-QTD-ALUNOS

       MOVE ZEROS TO WRK-POSICAO
       PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-ALUNOS
           IF WRK-TAB-ALU-TURMA (WRK-IND) = EX5-AL-TURMA
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

       0450-CALCULAR-MEDIA.
       MOVE ZEROS TO WRK-SOMA-PONDERADA
       MOVE ZEROS TO WRK-SOMA-PESOS
       PERFORM VARYING WRK-INDICE FROM 1 BY 1
               UNTIL WRK-INDICE > 3
           COMPUTE WRK-MEDIA-DISCIPLINA (WRK-INDICE) ROUNDED =
               (EX5-AL-NOTA1 (WRK-INDICE) + EX5-AL-NOTA2 (WRK-INDICE))
                   / 2
           COMPUTE WRK-SOMA-PONDERADA ROUNDED = WRK-SOMA-PONDERADA +
               (WRK-MEDIA-DISCIPLINA (WRK-INDICE) *
                   WRK-PESO-DISCIPLINA (WRK-INDICE))
           ADD WRK-PESO-DISCIPLINA (WRK-INDICE) TO WRK-SOMA-PESOS
       END-PERFORM
       IF WRK-SOMA-PESOS > ZEROS
           COMPUTE WRK-MEDIA-NOVA ROUNDED =
               WRK-SOMA-PONDERADA / WRK-SOMA-PESOS
       ELSE
           MOVE ZEROS TO WRK-MEDIA-NOVA
       END-IF.

       0460-LISTAR-MAPA.
       PERFORM VARYING WRK-INDICE FROM 1 BY 1
               UNTIL WRK-INDICE > 3
           MOVE WRK-INDICE TO WRK-LM-ORIGEM
           MOVE WRK-TURMA-ORIGEM TO WRK-TURMA-BUSCA
           MOVE WRK-INDICE TO WRK-DISC-ACHADA
           PERFORM 0415-NOME-DISCIPLINA
           MOVE WRK-NOME-ACHADO TO WRK-LM-NOME-ORIGEM
           MOVE SPACES TO WRK-LM-SEM-DESTINO
           IF EX5-TH-DISC-DESTINO (WRK-INDICE) = ZEROS
               MOVE 'SEM CORRESPONDENCIA' TO WRK-LM-SEM-DESTINO
           ELSE
               MOVE EX5-TF-TURMA-DESTINO TO WRK-TURMA-BUSCA
               MOVE EX5-TH-DISC-DESTINO (WRK-INDICE)
                   TO WRK-DISC-ACHADA
               PERFORM 0415-NOME-DISCIPLINA
               MOVE 'DISC ' TO WRK-LM-DST-ROTULO
               MOVE WRK-DISC-ACHADA TO WRK-LM-DST-NUMERO
               MOVE WRK-NOME-ACHADO TO WRK-LM-DST-NOME
           END-IF
           MOVE EX5-TH-NOTA1 (WRK-INDICE) TO WRK-LM-NOTA1
           MOVE EX5-TH-NOTA2 (WRK-INDICE) TO WRK-LM-NOTA2
           MOVE EX5-TH-AULAS-PRES (WRK-INDICE) TO WRK-LM-PRES
           MOVE EX5-TH-AULAS-DADAS (WRK-INDICE) TO WRK-LM-DADAS
           WRITE EX5-TRANSF-REL-LINHA FROM WRK-LINHA-MAPA
       END-PERFORM.

       0500-ATUALIZAR-CUMULATIVO.
       PERFORM VARYING WRK-CUM-IDX FROM 1 BY 1
               UNTIL WRK-CUM-IDX > WRK-QTD-CUM
           IF WRK-TAB-CUM-MATRICULA (WRK-CUM-IDX) = EX5-AL-MATRICULA
              AND WRK-TAB-CUM-TERMO (WRK-CUM-IDX) = WRK-TERMO-ATUAL
               MOVE WRK-MEDIA-NOVA TO WRK-TAB-CUM-MEDIA (WRK-CUM-IDX)
           END-IF
       END-PERFORM.

       0600-REGRAVAR-ALUNOS.
       OPEN OUTPUT EX5-ALUNOS-FILE
       PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-ALUNOS
           MOVE WRK-TAB-ALU-REC (WRK-IND) TO EX5-ALUNOS-LINHA
           WRITE EX5-ALUNOS-LINHA
       END-PERFORM
       CLOSE EX5-ALUNOS-FILE.

       0650-REGRAVAR-CUMULATIVO.
       OPEN OUTPUT EX5-CUM-FILE
       PERFORM VARYING WRK-CUM-IDX FROM 1 BY 1
               UNTIL WRK-CUM-IDX > WRK-QTD-CUM
           MOVE WRK-TAB-CUM-MATRICULA (WRK-CUM-IDX) TO EX5-CM-MATRICULA
           MOVE WRK-TAB-CUM-TERMO (WRK-CUM-IDX) TO EX5-CM-TERMO
           MOVE WRK-TAB-CUM-MEDIA (WRK-CUM-IDX) TO EX5-CM-MEDIA
           MOVE EX5-CUM-REC TO EX5-CUM-LINHA
           WRITE EX5-CUM-LINHA
       END-PERFORM
       CLOSE EX5-CUM-FILE.

       0670-REGRAVAR-FREQUENCIA.
       OPEN OUTPUT EX5-FREQ-FILE
       PERFORM VARYING WRK-FRQ-IDX FROM 1 BY 1
               UNTIL WRK-FRQ-IDX > WRK-QTD-FREQUENCIA
           IF NOT WRK-TAB-FRQ-EXCLUIDA (WRK-FRQ-IDX)
               MOVE WRK-TAB-FRQ-MATRICULA (WRK-FRQ-IDX)
                   TO EX5-FQ-MATRICULA
               MOVE WRK-TAB-FRQ-DISCIPLINA (WRK-FRQ-IDX)
                   TO EX5-FQ-DISCIPLINA
               MOVE WRK-TAB-FRQ-DADAS (WRK-FRQ-IDX)
                   TO EX5-FQ-AULAS-DADAS
               MOVE WRK-TAB-FRQ-PRESENTES (WRK-FRQ-IDX)
                   TO EX5-FQ-AULAS-PRES
               MOVE EX5-FREQ-REC TO EX5-FREQ-LINHA
               WRITE EX5-FREQ-LINHA
           END-IF
       END-PERFORM
       CLOSE EX5-FREQ-FILE.

       0800-RELATORIO-TOTAIS.
       WRITE EX5-TRANSF-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'TRANSFERENCIAS LIDAS..: ' DELIMITED BY SIZE
           WRK-QT-LIDAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-TRANSF-REL-LINHA FROM WRK-LINHA-RESUMO

       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'TRANSFERENCIAS FEITAS.: ' DELIMITED BY SIZE
           WRK-QT-EFETIVADAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-TRANSF-REL-LINHA FROM WRK-LINHA-RESUMO

       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'TRANSFERENCIAS REJEIT.: ' DELIMITED BY SIZE
           WRK-QT-REJEITADAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-TRANSF-REL-LINHA FROM WRK-LINHA-RESUMO

       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'DISC SEM CORRESPOND...: ' DELIMITED BY SIZE
           WRK-QT-SEM-CORRESP DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-TRANSF-REL-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       CLOSE EX5-TRANSF-FILE
       CLOSE EX5-TRFHIS-FILE
       CLOSE EX5-TRANSF-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
