      * Purpose: student transcript (historico escolar) for the ex5
      *          gradebook - for a requested matricula, prints every
      *          term recorded in EX5CUM.DAT in order with the
      *          per-term average (with the turmas of a term in
      *          which the student was transferred, taken from
      *          EX5TRFHIS.DAT, and any discipline of the old turma
      *          that had no match in the new one), the student's
      *          name taken from the EX5ALU.DAT roster, notes the
      *          recuperacao outcome where one happened
      *          (eligibility from EX5RECU.DAT, exam grade from
      *          EX5RECNOTA.DAT), shows the attendance standing from
      *          EX5FREQ.DAT and closes with the final cumulative
      *          average. The office typed these by hand whenever a
      *          student transferred out.
      *          Output: EX5TRANS.DAT. Matriculas are typed with their
      *          modulo-11 check digit (shared SIS-DIGITO subprogram) as
      *          a sixth position; a wrong digit takes the same path as
      *          an invalid matricula.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EX5-FREQ-FILE ASSIGN TO 'EX5FREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FREQ-STATUS.
           SELECT EX5-TRFHIS-FILE ASSIGN TO 'EX5TRFHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRFHIS-STATUS.
           SELECT EX5-TRANS-FILE ASSIGN TO 'EX5TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRANS-STATUS.
       FD  EX5-FREQ-FILE.
       01 EX5-FREQ-LINHA PIC X(12).

       FD  EX5-TRFHIS-FILE.
       01 EX5-TRFHIS-LINHA PIC X(77).

       FD  EX5-TRANS-FILE.
       01 EX5-TRANS-LINHA PIC X(80).

       77 WRK-RECNOTA-STATUS PIC X(02) VALUE '00'.
       77 WRK-FREQ-STATUS    PIC X(02) VALUE '00'.
       77 WRK-TRANS-STATUS   PIC X(02) VALUE '00'.
       77 WRK-TRFHIS-STATUS  PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       77 WRK-MATRICULA-IN PIC X(06) VALUE SPACES.
       77 WRK-DV-CODIGO    PIC X(80) VALUE SPACES.
       77 WRK-DV-DIGITO    PIC X(01) VALUE SPACE.
       77 WRK-MATRICULA    PIC 9(05) VALUE ZEROS.

       01 WRK-TABELA-TERMOS.
               10 WRK-TAB-TRM-MEDIA PIC 9(03)V99.
       77 WRK-QTD-TERMOS PIC 9(02) VALUE ZEROS.

       01 WRK-TABELA-TRANSFERENCIAS.
           05 WRK-TAB-TRF OCCURS 20 TIMES
               INDEXED BY WRK-TRF-IDX.
               10 WRK-TAB-TRF-REG PIC X(77).
       77 WRK-QTD-TRANSFERENCIAS PIC 9(02) VALUE ZEROS.
       77 WRK-INDICE         PIC 9(01) VALUE ZEROS.

       77 WRK-NOME-ALUNO     PIC X(20) VALUE SPACES.
       77 WRK-TEVE-RECU      PIC X(01) VALUE 'N'.
           88 WRK-TEVE-RECU-OK VALUE 'S'.
           05 WRK-LT-TERMO     PIC Z9.
           05 FILLER          PIC X(10) VALUE '   MEDIA: '.
           05 WRK-LT-MEDIA     PIC ZZ9,99.
       01 WRK-LINHA-TRANSFERENCIA.
           05 FILLER          PIC X(19) VALUE
               '    TRANSFERIDO EM '.
           05 WRK-LTR-DIA      PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-LTR-MES      PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-LTR-ANO      PIC 9999.
           05 FILLER          PIC X(09) VALUE ': TURMA '.
           05 WRK-LTR-ORIGEM   PIC X(03).
           05 FILLER          PIC X(04) VALUE ' -> '.
           05 WRK-LTR-DESTINO  PIC X(03).
       01 WRK-LINHA-SEM-CORRESP.
           05 FILLER          PIC X(11) VALUE '      DISC '.
           05 WRK-LSC-NUMERO   PIC 9(01).
           05 FILLER          PIC X(10) VALUE ' DA TURMA '.
           05 WRK-LSC-TURMA    PIC X(03).
           05 FILLER          PIC X(29) VALUE
               ' SEM CORRESPONDENCIA - MEDIA '.
           05 WRK-LSC-MEDIA    PIC ZZ9,99.
       01 WRK-LINHA-RECU.
           05 FILLER          PIC X(26) VALUE
               '  RECUPERACAO - MEDIA DE: '.
       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       DISPLAY 'INFORME A MATRICULA DO ALUNO (6 DIGITOS, COM O DIGITO)'
       ACCEPT WRK-MATRICULA-IN FROM CONSOLE
       PERFORM 0110-CONFERIR-DIGITO
       IF WRK-MATRICULA-IN NOT NUMERIC
           DISPLAY 'MATRICULA NAO NUMERICA - RUN ABORTADO'
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WRK-MATRICULA-IN (1:5) TO WRK-MATRICULA
       PERFORM 0140-LOCALIZAR-NOME.
       PERFORM 0150-CARREGAR-TERMOS.
       PERFORM 0160-ORDENAR-TERMOS.
       PERFORM 0170-LOCALIZAR-RECUPERACAO.
       PERFORM 0180-ACUMULAR-FREQUENCIA.
       PERFORM 0190-CARREGAR-TRANSFERENCIAS.
       PERFORM 0200-IMPRIMIR-HISTORICO.
       STOP RUN.

       0110-CONFERIR-DIGITO.
       IF WRK-MATRICULA-IN IS NUMERIC
           MOVE SPACES TO WRK-DV-CODIGO
           MOVE WRK-MATRICULA-IN (1:5) TO WRK-DV-CODIGO
           CALL 'SIS-DIGITO' USING WRK-DV-CODIGO WRK-DV-DIGITO
           IF WRK-MATRICULA-IN (6:1) NOT = WRK-DV-DIGITO
               DISPLAY 'DIGITO VERIFICADOR DA MATRICULA INVALIDO'
               MOVE SPACES TO WRK-MATRICULA-IN
           END-IF
       END-IF.

       0140-LOCALIZAR-NOME.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-ALUNOS-FILE
           CLOSE EX5-FREQ-FILE
       END-IF.

       0190-CARREGAR-TRANSFERENCIAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-TRFHIS-FILE
       IF WRK-TRFHIS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX5-TRFHIS-FILE INTO EX5-TRFHIS-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX5-TH-MATRICULA = WRK-MATRICULA
                           IF WRK-QTD-TRANSFERENCIAS >= 20
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

       0200-IMPRIMIR-HISTORICO.
       OPEN OUTPUT EX5-TRANS-FILE
       WRITE EX5-TRANS-LINHA FROM WRK-CABECALHO
           MOVE WRK-TAB-TRM-MEDIA (WRK-I) TO WRK-LT-MEDIA
           ADD WRK-TAB-TRM-MEDIA (WRK-I) TO WRK-SOMA-MEDIAS
           WRITE EX5-TRANS-LINHA FROM WRK-LINHA-TERMO
           PERFORM 0250-IMPRIMIR-TRANSFERENCIAS
       END-PERFORM

       IF WRK-TEVE-RECU-OK AND WRK-TEM-NOTA-RECU-OK
       CLOSE EX5-TRANS-FILE
       DISPLAY 'HISTORICO GRAVADO EM EX5TRANS.DAT'.

       0250-IMPRIMIR-TRANSFERENCIAS.
       PERFORM VARYING WRK-TRF-IDX FROM 1 BY 1
               UNTIL WRK-TRF-IDX > WRK-QTD-TRANSFERENCIAS
           MOVE WRK-TAB-TRF-REG (WRK-TRF-IDX) TO EX5-TRFHIS-REC
           IF EX5-TH-TERMO = WRK-TAB-TRM-TERMO (WRK-I)
               MOVE EX5-TH-DATA (7:2) TO WRK-LTR-DIA
               MOVE EX5-TH-DATA (5:2) TO WRK-LTR-MES
               MOVE EX5-TH-DATA (1:4) TO WRK-LTR-ANO
               MOVE EX5-TH-TURMA-ORIGEM TO WRK-LTR-ORIGEM
               MOVE EX5-TH-TURMA-DESTINO TO WRK-LTR-DESTINO
               WRITE EX5-TRANS-LINHA FROM WRK-LINHA-TRANSFERENCIA
               PERFORM VARYING WRK-INDICE FROM 1 BY 1
                       UNTIL WRK-INDICE > 3
                   IF EX5-TH-DISC-DESTINO (WRK-INDICE) = ZEROS
                       MOVE WRK-INDICE TO WRK-LSC-NUMERO
                       MOVE EX5-TH-TURMA-ORIGEM TO WRK-LSC-TURMA
                       COMPUTE WRK-LSC-MEDIA ROUNDED =
                           (EX5-TH-NOTA1 (WRK-INDICE) +
                            EX5-TH-NOTA2 (WRK-INDICE)) / 2
                       WRITE EX5-TRANS-LINHA FROM WRK-LINHA-SEM-CORRESP
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
