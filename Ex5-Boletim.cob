      *          carries the planned weekly class count used to
      *          sanity-check EX5-FQ-AULAS-DADAS (an exception goes to
      *          SISEXC.DAT when a discipline reports more classes
      *          than a 20-week term could hold). A student moved
      *          to another turma during the current term (history
      *          EX5TRFHIS.DAT) also gets the turma they came from,
      *          the transfer date and the averages of the old
      *          disciplines with the discipline each one became.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EX5-DISC-FILE ASSIGN TO 'EX5DISC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DISC-STATUS.
           SELECT EX5-TRFHIS-FILE ASSIGN TO 'EX5TRFHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRFHIS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX5-DISC-FILE.
       01 EX5-DISC-LINHA PIC X(41).

       FD  EX5-TRFHIS-FILE.
       01 EX5-TRFHIS-LINHA PIC X(77).

       WORKING-STORAGE SECTION.
       COPY EX5REC.
       COPY EX23REC.
       77 WRK-FIM-DISC       PIC X(01) VALUE 'N'.
           88 WRK-FIM-DISC-OK VALUE 'S'.

       77 WRK-TRFHIS-STATUS  PIC X(02) VALUE '00'.
       77 WRK-FIM-TRFHIS     PIC X(01) VALUE 'N'.
           88 WRK-FIM-TRFHIS-OK VALUE 'S'.
       01 WRK-TABELA-TRANSFERENCIAS.
           05 WRK-TAB-TRF OCCURS 200 TIMES
               INDEXED BY WRK-TRF-IDX.
               10 WRK-TAB-TRF-REG PIC X(77).
               10 WRK-TAB-TRF-CAMPOS REDEFINES WRK-TAB-TRF-REG.
                   15 WRK-TAB-TRF-MATRICULA PIC 9(05).
                   15 FILLER                PIC X(72).
       77 WRK-QTD-TRANSFERENCIAS PIC 9(03) VALUE ZEROS.
       77 WRK-TURMA-DISCIPLINA PIC X(03) VALUE SPACES.

       01 WRK-TABELA-DISCIPLINAS.
           05 WRK-TAB-DSC OCCURS 30 TIMES
               INDEXED BY WRK-DSC-IDX.
           05 WRK-LA-ACUMULADA PIC ZZ9,99.
           05 FILLER          PIC X(11) VALUE '  TERMOS: '.
           05 WRK-LA-QTD-TERMOS PIC ZZ9.
       01 WRK-LINHA-TRANSFERENCIA.
           05 FILLER          PIC X(24) VALUE
               '  TRANSFERIDO DA TURMA '.
           05 WRK-LTR-ORIGEM   PIC X(03).
           05 FILLER          PIC X(04) VALUE ' EM '.
           05 WRK-LTR-DIA      PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-LTR-MES      PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-LTR-ANO      PIC 9999.
           05 FILLER          PIC X(20) VALUE ' - MEDIA NA ORIGEM: '.
           05 WRK-LTR-MEDIA    PIC ZZ9,99.
       01 WRK-LINHA-DISC-ORIGEM.
           05 FILLER          PIC X(11) VALUE '    ORIGEM '.
           05 WRK-LO-NUMERO    PIC 9(01).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-LO-NOME      PIC X(15).
           05 FILLER          PIC X(08) VALUE ' MEDIA: '.
           05 WRK-LO-MEDIA     PIC ZZ9,99.
           05 FILLER          PIC X(04) VALUE ' -> '.
           05 WRK-LO-DESTINO.
               10 WRK-LO-ROTULO  PIC X(11).
               10 WRK-LO-DISC    PIC 9(01).
               10 FILLER         PIC X(07).
           05 WRK-LO-SEM-DESTINO REDEFINES WRK-LO-DESTINO PIC X(19).

       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       0100-PRINCIPAL.
       PERFORM 0145-CARREGAR-DISCIPLINAS.
       PERFORM 0150-CARREGAR-PARAMETROS.
       PERFORM 0152-CARREGAR-TRANSFERENCIAS.
       PERFORM 0155-CARREGAR-FREQUENCIA.
       PERFORM 0160-CARREGAR-CHECKPOINT.
       PERFORM 0170-CARREGAR-CUMULATIVO.
       SEARCH WRK-TAB-DSC
           AT END
               CONTINUE
           WHEN WRK-TAB-DSC-TURMA (WRK-DSC-IDX) = WRK-TURMA-DISCIPLINA
              AND WRK-TAB-DSC-DISCIPLINA (WRK-DSC-IDX) = WRK-INDICE
               MOVE WRK-TAB-DSC-NOME (WRK-DSC-IDX)
                   TO WRK-NOME-DISCIPLINA
           CLOSE EX5-PARM-FILE
       END-IF.

       0152-CARREGAR-TRANSFERENCIAS.
       OPEN INPUT EX5-TRFHIS-FILE
       IF WRK-TRFHIS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-TRFHIS-OK
               READ EX5-TRFHIS-FILE INTO EX5-TRFHIS-REC
                   AT END MOVE 'S' TO WRK-FIM-TRFHIS
                   NOT AT END
                       IF EX5-TH-TERMO = WRK-TERMO-ATUAL
                           IF WRK-QTD-TRANSFERENCIAS >= 200
                               PERFORM 9000-ABORTAR-CAPACIDADE
                           END-IF
                           ADD 1 TO WRK-QTD-TRANSFERENCIAS
                           MOVE EX5-TRFHIS-REC TO
                               WRK-TAB-TRF-REG (WRK-QTD-TRANSFERENCIAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX5-TRFHIS-FILE
       END-IF.

       0155-LER-PARAMETRO.
       READ EX5-PARM-FILE INTO EX5-PARM-REC
           AT END MOVE 'S' TO WRK-FIM-PARM
           MOVE EX5-AL-MATRICULA TO WRK-LA-MATRICULA
           MOVE EX5-AL-NOME TO WRK-LA-NOME
           WRITE EX5-BOLETIM-LINHA FROM WRK-LINHA-ALUNO
           PERFORM 0315-GRAVAR-TRANSFERENCIAS

           MOVE EX5-AL-TURMA TO WRK-TURMA-DISCIPLINA
           PERFORM VARYING WRK-INDICE FROM 1 BY 1
                   UNTIL WRK-INDICE > 3
               PERFORM 0146-LOCALIZAR-DISCIPLINA
           AT END MOVE 'S' TO WRK-FIM-ALUNOS
       END-READ.

       0315-GRAVAR-TRANSFERENCIAS.
       PERFORM VARYING WRK-TRF-IDX FROM 1 BY 1
               UNTIL WRK-TRF-IDX > WRK-QTD-TRANSFERENCIAS
           IF WRK-TAB-TRF-MATRICULA (WRK-TRF-IDX) = EX5-AL-MATRICULA
               MOVE WRK-TAB-TRF-REG (WRK-TRF-IDX) TO EX5-TRFHIS-REC
               MOVE EX5-TH-TURMA-ORIGEM TO WRK-LTR-ORIGEM
               MOVE EX5-TH-DATA (7:2) TO WRK-LTR-DIA
               MOVE EX5-TH-DATA (5:2) TO WRK-LTR-MES
               MOVE EX5-TH-DATA (1:4) TO WRK-LTR-ANO
               MOVE EX5-TH-MEDIA-ORIGEM TO WRK-LTR-MEDIA
               WRITE EX5-BOLETIM-LINHA FROM WRK-LINHA-TRANSFERENCIA
               MOVE EX5-TH-TURMA-ORIGEM TO WRK-TURMA-DISCIPLINA
               PERFORM VARYING WRK-INDICE FROM 1 BY 1
                       UNTIL WRK-INDICE > 3
                   PERFORM 0318-GRAVAR-DISC-ORIGEM
               END-PERFORM
           END-IF
       END-PERFORM.

       0318-GRAVAR-DISC-ORIGEM.
       PERFORM 0146-LOCALIZAR-DISCIPLINA
       MOVE WRK-INDICE TO WRK-LO-NUMERO
       MOVE WRK-NOME-DISCIPLINA TO WRK-LO-NOME
       COMPUTE WRK-LO-MEDIA ROUNDED =
           (EX5-TH-NOTA1 (WRK-INDICE) + EX5-TH-NOTA2 (WRK-INDICE)) / 2
       MOVE SPACES TO WRK-LO-SEM-DESTINO
       IF EX5-TH-DISC-DESTINO (WRK-INDICE) = ZEROS
           MOVE 'SEM CORRESPONDENCIA' TO WRK-LO-SEM-DESTINO
       ELSE
           MOVE 'DISCIPLINA ' TO WRK-LO-ROTULO
           MOVE EX5-TH-DISC-DESTINO (WRK-INDICE) TO WRK-LO-DISC
       END-IF
       WRITE EX5-BOLETIM-LINHA FROM WRK-LINHA-DISC-ORIGEM.

       0330-GRAVAR-FICHA.
       ADD 1 TO WRK-FICHA-PAGINA
       MOVE WRK-FICHA-PAGINA TO WRK-FC-PAGINA
