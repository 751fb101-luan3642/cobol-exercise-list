      *          report EX26SALREL.DAT with a cost summary per
      *          department plus a roll-up by parent cost center
      *          from the department master FUNCDEP.DAT, replacing
      *          the month-end spreadsheet. Every gross record is
      *          also appended to the history EX26SALHIS.DAT, which
      *          the 13th salary and vacation runs average over the
      *          months of the period (a rerun of a month appends it
      *          again and the last one written is the one used).
      *          Tariff records are effective-dated (EX26-TA-VIGENCIA,
      *          AAAAMM): each competencia is priced with the latest
      *          record for the department and turno in force in that
      *          month. The hours priced, with the department and
      *          turno used, are appended to EX26FOLHIS.DAT so that
      *          EX26-RETROATIVO can re-price past months when a raise
      *          is signed after its effective date. Teachers'
      *          lesson hours come from EX26AULA.DAT (written by
      *          EX5-AULAS) and are priced at the tariff of their
      *          department with turno A (hora-aula), added to the
      *          normal pay of the same competencia; a teacher with
      *          lessons but no clock hours gets a gross record of
      *          the lessons alone. The lesson hours are kept in
      *          EX26FOLHIS.DAT beside the clock hours. Each gross
      *          and hours record carries the employee's company,
      *          from the master FUNCMST.DAT or, for one missing from
      *          it, the company whose matricula range holds it; the
      *          cost summary and the roll-up are printed per company
      *          with its total, and the cost of the whole group only
      *          when SIS-CONSOLIDA left a request for it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EX26-SALARIO-FILE ASSIGN TO 'EX26SAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALARIO-STATUS.
           SELECT EX26-SALARIO-HIS-FILE ASSIGN TO 'EX26SALHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HISTORICO-STATUS.
           SELECT EX26-FOLHA-HIS-FILE ASSIGN TO 'EX26FOLHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOLHIS-STATUS.
           SELECT EX26-SALARIO-REL-FILE ASSIGN TO 'EX26SALREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT FUNC-DEPTO-FILE ASSIGN TO 'FUNCDEP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPTO-CAD-STATUS.
           SELECT EX26-AULA-FILE ASSIGN TO 'EX26AULA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AULA-STATUS.
           SELECT FUNC-MASTER-FILE ASSIGN TO 'FUNCMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MT-MATRICULA
               FILE STATUS IS WRK-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 EX26-ESCALA-LINHA PIC X(14).

       FD  EX26-TARIFA-FILE.
       01 EX26-TARIFA-LINHA PIC X(27).

       FD  EX26-SALARIO-FILE.
       01 EX26-SALARIO-LINHA PIC X(49).

       FD  EX26-SALARIO-HIS-FILE.
       01 EX26-SALARIO-HIS-LINHA PIC X(49).

       FD  EX26-FOLHA-HIS-FILE.
       01 EX26-FOLHA-HIS-LINHA PIC X(44).

       FD  EX26-SALARIO-REL-FILE.
       01 EX26-SALARIO-REL-LINHA PIC X(80).

       FD  FUNC-DEPTO-FILE.
       01 FUNC-DEPTO-LINHA PIC X(52).

       FD  EX26-AULA-FILE.
       01 EX26-AULA-LINHA PIC X(20).

       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EX26REC.
       COPY EX3REC.
       COPY FUNCREC.
       COPY SISEMPREC.

       77 WRK-FOLPAG-STATUS    PIC X(02) VALUE '00'.
       77 WRK-FUNC-STATUS      PIC X(02) VALUE '00'.
       77 WRK-TARIFA-STATUS    PIC X(02) VALUE '00'.
       77 WRK-SALARIO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-HISTORICO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FOLHIS-STATUS    PIC X(02) VALUE '00'.
       77 WRK-AULA-STATUS      PIC X(02) VALUE '00'.
       77 WRK-MASTER-STATUS    PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       77 WRK-QTD-TURNOS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-TARIFAS.
           05 WRK-TAB-TAR OCCURS 500 TIMES
               INDEXED BY WRK-TAR-IDX.
               10 WRK-TAB-TAR-DEPARTAMENTO PIC X(10).
               10 WRK-TAB-TAR-TURNO        PIC X(01).
               10 WRK-TAB-TAR-VALOR-HORA   PIC 9(04)V99.
               10 WRK-TAB-TAR-PERC-NOT     PIC 9(02)V99.
               10 WRK-TAB-TAR-VIGENCIA     PIC 9(06).
       77 WRK-QTD-TARIFAS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-DEPTOS.
           05 WRK-TAB-DEP OCCURS 99 TIMES
               INDEXED BY WRK-DEP-IDX.
               10 WRK-TAB-DEP-EMPRESA PIC 9(02).
               10 WRK-TAB-DEP-NOME    PIC X(10).
               10 WRK-TAB-DEP-TOTAL   PIC 9(09)V99.
       77 WRK-QTD-DEPTOS PIC 9(02) VALUE ZEROS.

       01 WRK-TABELA-EMPRESAS.
           05 WRK-TAB-EMT OCCURS 99 TIMES
               INDEXED BY WRK-EMT-IDX.
               10 WRK-TAB-EMT-CODIGO PIC 9(02).
               10 WRK-TAB-EMT-QTD    PIC 9(05).
               10 WRK-TAB-EMT-BRUTO  PIC 9(09)V99.
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.
       77 WRK-TOT-BRUTO    PIC 9(09)V99 VALUE ZEROS.

       01 WRK-TABELA-AULAS.
           05 WRK-TAB-AUL OCCURS 500 TIMES
               INDEXED BY WRK-AUL-IDX.
               10 WRK-TAB-AUL-MATRICULA   PIC 9(05).
               10 WRK-TAB-AUL-COMPETENCIA PIC 9(06).
               10 WRK-TAB-AUL-HORAS       PIC 9(03)V99.
               10 WRK-TAB-AUL-USADA       PIC X(01).
       77 WRK-QTD-AULAS PIC 9(03) VALUE ZEROS.
       77 WRK-IND-AULA  PIC 9(03) VALUE ZEROS.

       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-DEPARTAMENTO PIC X(10) VALUE SPACES.
       77 WRK-TURNO        PIC X(01) VALUE SPACES.
       77 WRK-TURNO-TARIFA PIC X(01) VALUE SPACES.
       77 WRK-HRS-AULA     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-VALOR-AULA   PIC 9(04)V99 VALUE ZEROS.
       77 WRK-VLR-AULA     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TARIFA-AULA  PIC X(01) VALUE 'N'.
           88 WRK-TARIFA-AULA-OK VALUE 'S'.
       77 WRK-QT-PROFESSORES PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-HORA   PIC 9(04)V99 VALUE ZEROS.
       77 WRK-PERC-NOTURNO PIC 9(02)V99 VALUE ZEROS.
       77 WRK-VIGENCIA     PIC 9(06) VALUE ZEROS.
       77 WRK-QT-GRAVADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-TARIFA PIC 9(05) VALUE ZEROS.

           05 WRK-LD-NOTURNO     PIC ZZZZZZ9,99.
           05 FILLER            PIC X(08) VALUE ' BRUTO: '.
           05 WRK-LD-BRUTO       PIC ZZZZZZ9,99.
       01 WRK-LINHA-AULA.
           05 FILLER            PIC X(16) VALUE SPACES.
           05 FILLER            PIC X(13) VALUE 'HORAS-AULA: '.
           05 WRK-LA-HORAS       PIC ZZ9,99.
           05 FILLER            PIC X(10) VALUE '  VALOR: '.
           05 WRK-LA-VALOR       PIC ZZZZZZ9,99.
       01 WRK-LINHA-SEM-TARIFA.
           05 FILLER            PIC X(11) VALUE 'MATRICULA: '.
           05 WRK-LT-MATRICULA   PIC 9(05).
           05 WRK-LN-CENTRO      PIC X(10).
           05 FILLER            PIC X(14) VALUE ' CUSTO BRUTO: '.
           05 WRK-LN-TOTAL       PIC ZZZZZZZZ9,99.
       01 WRK-LINHA-TITULO-EMPRESA.
           05 FILLER            PIC X(09) VALUE 'EMPRESA: '.
           05 WRK-LTE-EMPRESA    PIC 9(02).
           05 FILLER            PIC X(03) VALUE ' - '.
           05 WRK-LTE-NOME       PIC X(30).
       01 WRK-LINHA-TOTAL-EMPRESA.
           05 FILLER            PIC X(17) VALUE 'TOTAL DA EMPRESA '.
           05 WRK-LTM-EMPRESA    PIC 9(02).
           05 FILLER            PIC X(07) VALUE ' EMPR: '.
           05 WRK-LTM-QTD        PIC ZZZZ9.
           05 FILLER            PIC X(14) VALUE ' CUSTO BRUTO: '.
           05 WRK-LTM-TOTAL      PIC ZZZZZZZZ9,99.
       01 WRK-LINHA-CONSOLIDADO.
           05 FILLER            PIC X(35) VALUE
               'CONSOLIDADO DO GRUPO - PEDIDO POR: '.
           05 WRK-LC-USUARIO     PIC X(10).
       01 WRK-LINHA-SEM-CONSOLIDADO PIC X(60) VALUE
           'CONSOLIDADO DO GRUPO NAO SOLICITADO'.
       01 WRK-LINHA-TOTAL-GRUPO.
           05 FILLER            PIC X(26) VALUE
               'CUSTO BRUTO DO GRUPO....: '.
           05 WRK-LTG-TOTAL      PIC ZZZZZZZZ9,99.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PERFORM 0150-CARREGAR-FUNCIONARIOS.
       PERFORM 0160-CARREGAR-TURNOS.
       PERFORM 0170-CARREGAR-TARIFAS.
       PERFORM 0180-CARREGAR-AULAS.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0300-PROCESSAR UNTIL WRK-FIM-ARQUIVO-OK.
       PERFORM 0600-PROCESSAR-SO-AULAS.
       PERFORM 0800-RESUMO-DEPARTAMENTOS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       STOP RUN.
               READ EX26-TARIFA-FILE INTO EX26-TARIFA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-TARIFAS >= 500
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-TARIFAS
                           WRK-TAB-TAR-VALOR-HORA (WRK-QTD-TARIFAS)
                       MOVE EX26-TA-PERC-NOTURNO TO
                           WRK-TAB-TAR-PERC-NOT (WRK-QTD-TARIFAS)
                       IF EX26-TA-VIGENCIA IS NUMERIC
                           MOVE EX26-TA-VIGENCIA TO
                               WRK-TAB-TAR-VIGENCIA (WRK-QTD-TARIFAS)
                       ELSE
                           MOVE ZEROS TO
                               WRK-TAB-TAR-VIGENCIA (WRK-QTD-TARIFAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX26-TARIFA-FILE
       END-IF.

       0180-CARREGAR-AULAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-AULA-FILE
       IF WRK-AULA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-AULA-FILE INTO EX26-AULA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-AULAS >= 500
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-AULAS
                       MOVE EX26-AL-MATRICULA TO
                           WRK-TAB-AUL-MATRICULA (WRK-QTD-AULAS)
                       MOVE EX26-AL-COMPETENCIA TO
                           WRK-TAB-AUL-COMPETENCIA (WRK-QTD-AULAS)
                       MOVE EX26-AL-HORAS TO
                           WRK-TAB-AUL-HORAS (WRK-QTD-AULAS)
                       MOVE 'N' TO WRK-TAB-AUL-USADA (WRK-QTD-AULAS)
               END-READ
           END-PERFORM
           CLOSE EX26-AULA-FILE
       END-IF.

       0200-ABRIR-ARQUIVOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-FOLPAG-FILE
       OPEN INPUT FUNC-MASTER-FILE
       OPEN OUTPUT EX26-SALARIO-FILE
       OPEN EXTEND EX26-SALARIO-HIS-FILE
       IF WRK-HISTORICO-STATUS = '35'
           OPEN OUTPUT EX26-SALARIO-HIS-FILE
       END-IF
       OPEN EXTEND EX26-FOLHA-HIS-FILE
       IF WRK-FOLHIS-STATUS = '35'
           OPEN OUTPUT EX26-FOLHA-HIS-FILE
       END-IF
       OPEN OUTPUT EX26-SALARIO-REL-FILE
       WRITE EX26-SALARIO-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       END-READ.

       0300-PROCESSAR.
       PERFORM 0310-COSTEAR
       READ EX26-FOLPAG-FILE INTO EX26-FOLHA-REC
           AT END MOVE 'S' TO WRK-FIM-ARQUIVO
       END-READ.

       0310-COSTEAR.
       PERFORM 0350-OBTER-TARIFA
       IF NOT WRK-ACHOU-OK
          AND WRK-HRS-AULA > ZEROS
          AND EX26-FO-HRS-NORMAIS = ZEROS
          AND EX26-FO-HRS-EXTRAS = ZEROS
          AND EX26-FO-HRS-NOTURNAS = ZEROS
           MOVE ZEROS TO WRK-VALOR-HORA
           MOVE ZEROS TO WRK-PERC-NOTURNO
           MOVE 'S' TO WRK-ACHOU
       END-IF
       IF WRK-ACHOU-OK AND WRK-TARIFA-AULA-OK
           PERFORM 0400-CALCULAR-BRUTO
       ELSE
           ADD 1 TO WRK-QT-SEM-TARIFA
           MOVE EX26-FO-MATRICULA TO WRK-LT-MATRICULA
           WRITE EX26-SALARIO-REL-LINHA FROM WRK-LINHA-SEM-TARIFA
       END-IF.

       0350-OBTER-TARIFA.
       MOVE SPACES TO WRK-DEPARTAMENTO
                   = EX26-FO-MATRICULA
               MOVE WRK-TAB-TUR-TURNO (WRK-TUR-IDX) TO WRK-TURNO
       END-SEARCH
       PERFORM 0370-OBTER-AULAS
       MOVE WRK-TURNO TO WRK-TURNO-TARIFA
       PERFORM 0355-PESQUISAR-TARIFA.

       0355-PESQUISAR-TARIFA.
       MOVE 'N' TO WRK-ACHOU
       MOVE ZEROS TO WRK-VIGENCIA
       PERFORM VARYING WRK-TAR-IDX FROM 1 BY 1
               UNTIL WRK-TAR-IDX > WRK-QTD-TARIFAS
           IF WRK-TAB-TAR-DEPARTAMENTO (WRK-TAR-IDX)
                   = WRK-DEPARTAMENTO
              AND WRK-TAB-TAR-TURNO (WRK-TAR-IDX) = WRK-TURNO-TARIFA
              AND WRK-TAB-TAR-VIGENCIA (WRK-TAR-IDX)
                   NOT > EX26-FO-COMPETENCIA
              AND (NOT WRK-ACHOU-OK
                   OR WRK-TAB-TAR-VIGENCIA (WRK-TAR-IDX)
                       NOT < WRK-VIGENCIA)
               MOVE 'S' TO WRK-ACHOU
               MOVE WRK-TAB-TAR-VIGENCIA (WRK-TAR-IDX)
                   TO WRK-VIGENCIA
               MOVE WRK-TAB-TAR-VALOR-HORA (WRK-TAR-IDX)
                   TO WRK-VALOR-HORA
               MOVE WRK-TAB-TAR-PERC-NOT (WRK-TAR-IDX)
                   TO WRK-PERC-NOTURNO
           END-IF
       END-PERFORM.

       0370-OBTER-AULAS.
       MOVE ZEROS TO WRK-HRS-AULA
       MOVE ZEROS TO WRK-VALOR-AULA
       MOVE 'S' TO WRK-TARIFA-AULA
       SET WRK-AUL-IDX TO 1
       SEARCH WRK-TAB-AUL
           AT END
               CONTINUE
           WHEN WRK-TAB-AUL-MATRICULA (WRK-AUL-IDX)
                   = EX26-FO-MATRICULA
              AND WRK-TAB-AUL-COMPETENCIA (WRK-AUL-IDX)
                   = EX26-FO-COMPETENCIA
               MOVE WRK-TAB-AUL-HORAS (WRK-AUL-IDX) TO WRK-HRS-AULA
               MOVE 'S' TO WRK-TAB-AUL-USADA (WRK-AUL-IDX)
       END-SEARCH
       IF WRK-HRS-AULA > ZEROS
           MOVE 'A' TO WRK-TURNO-TARIFA
           PERFORM 0355-PESQUISAR-TARIFA
           MOVE WRK-ACHOU TO WRK-TARIFA-AULA
           MOVE WRK-VALOR-HORA TO WRK-VALOR-AULA
       END-IF.

       0400-CALCULAR-BRUTO.
       ADD 1 TO WRK-QT-GRAVADOS
       COMPUTE EX26-SA-VLR-NOTURNO ROUNDED =
           EX26-FO-HRS-NOTURNAS * WRK-VALOR-HORA
           * WRK-PERC-NOTURNO / 100
       MOVE ZEROS TO WRK-VLR-AULA
       IF WRK-HRS-AULA > ZEROS
           ADD 1 TO WRK-QT-PROFESSORES
           COMPUTE WRK-VLR-AULA ROUNDED =
               WRK-HRS-AULA * WRK-VALOR-AULA
           ADD WRK-VLR-AULA TO EX26-SA-VLR-NORMAL
       END-IF
       COMPUTE EX26-SA-VLR-BRUTO =
           EX26-SA-VLR-NORMAL + EX26-SA-VLR-EXTRA
           + EX26-SA-VLR-NOTURNO
       PERFORM 0410-EMPRESA-DO-EMPREGADO
       MOVE EX26-SALARIO-REC TO EX26-SALARIO-LINHA
       WRITE EX26-SALARIO-LINHA
       MOVE EX26-SALARIO-REC TO EX26-SALARIO-HIS-LINHA
       WRITE EX26-SALARIO-HIS-LINHA
       MOVE EX26-FO-MATRICULA TO EX26-FH-MATRICULA
       MOVE EX26-FO-COMPETENCIA TO EX26-FH-COMPETENCIA
       MOVE EX26-FO-HRS-NORMAIS TO EX26-FH-HRS-NORMAIS
       MOVE EX26-FO-HRS-EXTRAS TO EX26-FH-HRS-EXTRAS
       MOVE EX26-FO-HRS-NOTURNAS TO EX26-FH-HRS-NOTURNAS
       MOVE WRK-DEPARTAMENTO TO EX26-FH-DEPARTAMENTO
       MOVE WRK-TURNO TO EX26-FH-TURNO
       MOVE WRK-HRS-AULA TO EX26-FH-HRS-AULA
       MOVE EX26-SA-EMPRESA TO EX26-FH-EMPRESA
       MOVE EX26-FOLHA-HIS-REC TO EX26-FOLHA-HIS-LINHA
       WRITE EX26-FOLHA-HIS-LINHA

       MOVE EX26-SA-MATRICULA TO WRK-LD-MATRICULA
       MOVE EX26-SA-VLR-NORMAL TO WRK-LD-NORMAL
       MOVE EX26-SA-VLR-NOTURNO TO WRK-LD-NOTURNO
       MOVE EX26-SA-VLR-BRUTO TO WRK-LD-BRUTO
       WRITE EX26-SALARIO-REL-LINHA FROM WRK-LINHA-DETALHE
       IF WRK-HRS-AULA > ZEROS
           MOVE WRK-HRS-AULA TO WRK-LA-HORAS
           MOVE WRK-VLR-AULA TO WRK-LA-VALOR
           WRITE EX26-SALARIO-REL-LINHA FROM WRK-LINHA-AULA
       END-IF

       PERFORM 0500-ACUMULAR-DEPARTAMENTO
       PERFORM 0510-SOMAR-EMPRESA.

      *    company of the master, or the one whose matricula range
      *    holds an employee missing from it
       0410-EMPRESA-DO-EMPREGADO.
       PERFORM 0420-LOCALIZAR-MASTER
       IF WRK-ACHOU-OK AND FUNC-MS-EMPRESA IS NUMERIC
           MOVE FUNC-MS-EMPRESA TO EX26-SA-EMPRESA
       ELSE
           MOVE SPACES TO SIS-EMPRESA-PEDIDO
           SET SIS-EP-DONA-MATRICULA TO TRUE
           MOVE EX26-SA-MATRICULA TO SIS-EP-MATRICULA
           CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
           MOVE SIS-EP-EMPRESA TO EX26-SA-EMPRESA
       END-IF.

       0420-LOCALIZAR-MASTER.
       MOVE 'N' TO WRK-ACHOU
       MOVE EX26-SA-MATRICULA TO FUNC-MT-MATRICULA
       READ FUNC-MASTER-FILE INTO FUNC-MASTER-REC
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE 'S' TO WRK-ACHOU
       END-READ.

       0500-ACUMULAR-DEPARTAMENTO.
       MOVE 'N' TO WRK-ACHOU
       SEARCH WRK-TAB-DEP
           AT END
               CONTINUE
           WHEN WRK-TAB-DEP-EMPRESA (WRK-DEP-IDX) = EX26-SA-EMPRESA
            AND WRK-TAB-DEP-NOME (WRK-DEP-IDX) = WRK-DEPARTAMENTO
               MOVE 'S' TO WRK-ACHOU
       END-SEARCH
       IF NOT WRK-ACHOU-OK
           IF WRK-QTD-DEPTOS >= 99
               PERFORM 9000-ABORTAR-CAPACIDADE
           END-IF
           ADD 1 TO WRK-QTD-DEPTOS
           SET WRK-DEP-IDX TO WRK-QTD-DEPTOS
           MOVE EX26-SA-EMPRESA TO WRK-TAB-DEP-EMPRESA (WRK-DEP-IDX)
           MOVE WRK-DEPARTAMENTO TO WRK-TAB-DEP-NOME (WRK-DEP-IDX)
           MOVE ZEROS TO WRK-TAB-DEP-TOTAL (WRK-DEP-IDX)
       END-IF
       ADD EX26-SA-VLR-BRUTO TO WRK-TAB-DEP-TOTAL (WRK-DEP-IDX).

       0510-SOMAR-EMPRESA.
       SET WRK-EMT-IDX TO 1
       SEARCH WRK-TAB-EMT
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-EMT-IDX > WRK-QTD-EMPRESAS
               ADD 1 TO WRK-QTD-EMPRESAS
               MOVE EX26-SA-EMPRESA TO WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-QTD (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-BRUTO (WRK-EMT-IDX)
           WHEN WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) = EX26-SA-EMPRESA
               CONTINUE
       END-SEARCH
       ADD 1 TO WRK-TAB-EMT-QTD (WRK-EMT-IDX)
       ADD EX26-SA-VLR-BRUTO TO WRK-TAB-EMT-BRUTO (WRK-EMT-IDX)
       ADD EX26-SA-VLR-BRUTO TO WRK-TOT-BRUTO.

       0600-PROCESSAR-SO-AULAS.
       PERFORM VARYING WRK-IND-AULA FROM 1 BY 1
               UNTIL WRK-IND-AULA > WRK-QTD-AULAS
           IF WRK-TAB-AUL-USADA (WRK-IND-AULA) = 'N'
               MOVE WRK-TAB-AUL-MATRICULA (WRK-IND-AULA) TO
                   EX26-FO-MATRICULA
               MOVE WRK-TAB-AUL-COMPETENCIA (WRK-IND-AULA) TO
                   EX26-FO-COMPETENCIA
               MOVE ZEROS TO EX26-FO-HRS-NORMAIS
               MOVE ZEROS TO EX26-FO-HRS-EXTRAS
               MOVE ZEROS TO EX26-FO-HRS-NOTURNAS
               PERFORM 0310-COSTEAR
           END-IF
       END-PERFORM.

       0800-RESUMO-DEPARTAMENTOS.
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           PERFORM 0810-RESUMO-EMPRESA
       END-PERFORM

       WRITE EX26-SALARIO-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-CONSOLIDADO TO TRUE
       MOVE 'EX26-SALARIO' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NAO
           WRITE EX26-SALARIO-REL-LINHA FROM WRK-LINHA-SEM-CONSOLIDADO
       ELSE
           MOVE SIS-EP-USUARIO TO WRK-LC-USUARIO
           WRITE EX26-SALARIO-REL-LINHA FROM WRK-LINHA-CONSOLIDADO
           MOVE WRK-TOT-BRUTO TO WRK-LTG-TOTAL
           WRITE EX26-SALARIO-REL-LINHA FROM WRK-LINHA-TOTAL-GRUPO
       END-IF

       WRITE EX26-SALARIO-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'EMPREGADOS COSTEADOS..: ' DELIMITED BY SIZE
           WRK-QT-GRAVADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-SALARIO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'SEM TARIFA............: ' DELIMITED BY SIZE
           WRK-QT-SEM-TARIFA DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-SALARIO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'PROFESSORES HORA-AULA.: ' DELIMITED BY SIZE
           WRK-QT-PROFESSORES DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-SALARIO-REL-LINHA FROM WRK-LINHA-RESUMO.

       0810-RESUMO-EMPRESA.
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-VALIDAR TO TRUE
       MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO SIS-EP-EMPRESA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-LTE-EMPRESA
       MOVE SIS-EP-NOME TO WRK-LTE-NOME
       WRITE EX26-SALARIO-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX26-SALARIO-REL-LINHA FROM WRK-LINHA-TITULO-EMPRESA
       WRITE EX26-SALARIO-REL-LINHA FROM WRK-LINHA-SUBTITULO
       MOVE ZEROS TO WRK-QTD-CENTROS
       PERFORM VARYING WRK-DEP-IDX FROM 1 BY 1
               UNTIL WRK-DEP-IDX > WRK-QTD-DEPTOS
           IF WRK-TAB-DEP-EMPRESA (WRK-DEP-IDX)
                   = WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
               MOVE WRK-TAB-DEP-NOME (WRK-DEP-IDX) TO WRK-LE-NOME
               MOVE WRK-TAB-DEP-TOTAL (WRK-DEP-IDX) TO WRK-LE-TOTAL
               WRITE EX26-SALARIO-REL-LINHA FROM WRK-LINHA-DEPTO
               PERFORM 0850-ACUMULAR-CENTRO
           END-IF
       END-PERFORM

       IF WRK-QTD-CENTROS > ZEROS
               WRITE EX26-SALARIO-REL-LINHA FROM WRK-LINHA-CENTRO
           END-PERFORM
       END-IF
       MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-LTM-EMPRESA
       MOVE WRK-TAB-EMT-QTD (WRK-EMT-IDX) TO WRK-LTM-QTD
       MOVE WRK-TAB-EMT-BRUTO (WRK-EMT-IDX) TO WRK-LTM-TOTAL
       WRITE EX26-SALARIO-REL-LINHA FROM WRK-LINHA-TOTAL-EMPRESA.

       0850-ACUMULAR-CENTRO.
       MOVE 'SEM CADAST' TO WRK-CENTRO-PAI
       SEARCH WRK-TAB-CEN
           AT END
               CONTINUE
           WHEN WRK-CEN-IDX > WRK-QTD-CENTROS
               CONTINUE
           WHEN WRK-TAB-CEN-CODIGO (WRK-CEN-IDX) = WRK-CENTRO-PAI
               MOVE 'S' TO WRK-ACHOU
       END-SEARCH

       0900-FECHAR-ARQUIVOS.
       CLOSE EX26-FOLPAG-FILE
       CLOSE FUNC-MASTER-FILE
       CLOSE EX26-SALARIO-FILE
       CLOSE EX26-SALARIO-HIS-FILE
       CLOSE EX26-FOLHA-HIS-FILE
       CLOSE EX26-SALARIO-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
