      ******************************************************************
      * Author:
      * Date:
      * Purpose: gender pay-equity report - joins sex, cargo, grade
      *          and department of the active employees in FUNCMST.DAT
      *          with the gross pay (EX26-SA-VLR-BRUTO) of one
      *          competencia in EX26SAL.DAT and shows, per cargo and
      *          grade and then per department, the headcount,
      *          average and median pay of men and women and the
      *          percentage gap of the women's average against the
      *          men's. FUNCEQPRM.DAT (AAAAMM plus the gap limit in
      *          percent, NNNVV) picks the competencia - the latest
      *          one on file when zero or absent - and the limit,
      *          5,00 % by default; groups whose gap exceeds the limit
      *          are flagged. To protect individual salaries the pay
      *          of any cell with fewer than 5 employees is suppressed
      *          and no gap is computed for its group. The analysis
      *          is made within each company (FUNC-MS-EMPRESA) and
      *          totalled by company; the group totals are printed
      *          only when requested through SIS-CONSOLIDA. Output:
      *          FUNCEQREL.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNC-EQUIDADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNC-MASTER-FILE ASSIGN TO 'FUNCMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MT-MATRICULA
               FILE STATUS IS WRK-MASTER-STATUS.
           SELECT EX26-SALARIO-FILE ASSIGN TO 'EX26SAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALARIO-STATUS.
           SELECT FUNC-EQ-PARAM-FILE ASSIGN TO 'FUNCEQPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARAM-STATUS.
           SELECT FUNC-EQ-REL-FILE ASSIGN TO 'FUNCEQREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT FUNC-SORT-FILE ASSIGN TO 'FUNCEQ.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       FD  EX26-SALARIO-FILE.
       01 EX26-SALARIO-LINHA PIC X(49).

       FD  FUNC-EQ-PARAM-FILE.
       01 FUNC-EQ-PARAM-LINHA PIC X(11).

       FD  FUNC-EQ-REL-FILE.
       01 FUNC-EQ-REL-LINHA PIC X(80).

       SD  FUNC-SORT-FILE.
       01 FUNC-SORT-REG.
           05 FUNC-SR-EMPRESA PIC 9(02).
           05 FUNC-SR-TIPO  PIC X(01).
               88 FUNC-SR-POR-CARGO VALUE '1'.
           05 FUNC-SR-CHAVE PIC X(10).
           05 FUNC-SR-SEXO  PIC X(01).
           05 FUNC-SR-BRUTO PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       COPY FUNCREC.
       COPY EX26REC.
       COPY SISEMPREC.

       77 WRK-MASTER-STATUS    PIC X(02) VALUE '00'.
       77 WRK-SALARIO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-PARAM-STATUS     PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-MASTER  PIC X(01) VALUE 'N'.
           88 WRK-FIM-MASTER-OK VALUE 'S'.
       77 WRK-FIM-SORT    PIC X(01) VALUE 'N'.
           88 WRK-FIM-SORT-OK VALUE 'S'.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.

       01 WRK-PARAMETRO.
           05 WRK-PR-COMPETENCIA PIC 9(06).
           05 WRK-PR-LIMITE      PIC 9(03)V99.
       01 WRK-PARAMETRO-X REDEFINES WRK-PARAMETRO PIC X(11).

       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
      *    gap above this percentage is flagged
       77 WRK-LIMITE-GAP  PIC 9(03)V99 VALUE 5,00.
      *    cells below this headcount have their pay suppressed
       77 WRK-MINIMO-CELULA PIC 9(02) VALUE 5.

       01 WRK-TABELA-SALARIOS.
           05 WRK-TAB-SAL OCCURS 5000 TIMES
               INDEXED BY WRK-SAL-IDX.
               10 WRK-TAB-SAL-MATRICULA PIC 9(05).
               10 WRK-TAB-SAL-BRUTO     PIC 9(09)V99.
       77 WRK-QTD-SALARIOS PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-MASCULINO.
           05 WRK-TAB-MAS OCCURS 5000 TIMES PIC 9(09)V99.
       01 WRK-TABELA-FEMININO.
           05 WRK-TAB-FEM OCCURS 5000 TIMES PIC 9(09)V99.
       77 WRK-QTD-MAS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-FEM PIC 9(04) VALUE ZEROS.

       77 WRK-EMPRESA-ATUAL PIC 9(02) VALUE ZEROS.
       77 WRK-TIPO-ATUAL  PIC X(01) VALUE SPACES.
       77 WRK-CHAVE-ATUAL PIC X(10) VALUE SPACES.
       77 WRK-TEM-GRUPO   PIC X(01) VALUE 'N'.
           88 WRK-TEM-GRUPO-OK VALUE 'S'.

       77 WRK-SOMA        PIC 9(13)V99 VALUE ZEROS.
       77 WRK-MEDIA-MAS   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MEDIA-FEM   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MEDIANA     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-METADE      PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO       PIC 9(01) VALUE ZEROS.
       77 WRK-IDX-CALC    PIC 9(04) VALUE ZEROS.
       77 WRK-I           PIC 9(04) VALUE ZEROS.
       77 WRK-GAP         PIC S9(05)V99 VALUE ZEROS.
       77 WRK-GAP-ABS     PIC 9(05)V99 VALUE ZEROS.
       77 WRK-QTD-CELULA  PIC 9(04) VALUE ZEROS.

       77 WRK-QT-CONSIDERADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-SALARIO  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-SEXO     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SINALIZADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SUPRIMIDOS   PIC 9(05) VALUE ZEROS.

       01 WRK-TABELA-EMPRESAS.
           05 WRK-TAB-EMT OCCURS 99 TIMES
               INDEXED BY WRK-EMT-IDX.
               10 WRK-TAB-EMT-CODIGO       PIC 9(02).
               10 WRK-TAB-EMT-CONSIDERADOS PIC 9(05).
               10 WRK-TAB-EMT-SEM-SALARIO  PIC 9(05).
               10 WRK-TAB-EMT-SEM-SEXO     PIC 9(05).
               10 WRK-TAB-EMT-SINALIZADOS  PIC 9(05).
               10 WRK-TAB-EMT-SUPRIMIDOS   PIC 9(05).
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA PIC 9(02) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'EQUIDADE SALARIAL POR SEXO - FUNC-EQUIDADE'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-PARAMETROS.
           05 FILLER      PIC X(13) VALUE 'COMPETENCIA: '.
           05 WRK-LP-COMPETENCIA PIC 9(06).
           05 FILLER      PIC X(23) VALUE '  LIMITE DE DIFERENCA: '.
           05 WRK-LP-LIMITE PIC ZZ9,99.
           05 FILLER      PIC X(02) VALUE ' %'.
       01 WRK-TITULO-CARGO PIC X(60) VALUE
           'POR CARGO E GRADE'.
       01 WRK-TITULO-DEPARTAMENTO PIC X(60) VALUE
           'POR DEPARTAMENTO'.
       01 WRK-LINHA-TITULO-EMPRESA.
           05 FILLER            PIC X(09) VALUE 'EMPRESA: '.
           05 WRK-LTE-EMPRESA    PIC 9(02).
       01 WRK-LINHA-GRUPO.
           05 WRK-LG-ROTULO      PIC X(14).
           05 WRK-LG-CHAVE       PIC X(10).
       01 WRK-LINHA-SEXO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LS-SEXO        PIC X(09).
           05 FILLER            PIC X(05) VALUE ' QTD '.
           05 WRK-LS-QTD         PIC ZZZ9.
           05 FILLER            PIC X(08) VALUE '  MEDIA '.
           05 WRK-LS-MEDIA       PIC ZZZZZZZZ9,99.
           05 FILLER            PIC X(10) VALUE '  MEDIANA '.
           05 WRK-LS-MEDIANA     PIC ZZZZZZZZ9,99.
       01 WRK-LINHA-SUPRIMIDA.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LSU-SEXO       PIC X(09).
           05 FILLER            PIC X(05) VALUE ' QTD '.
           05 WRK-LSU-QTD        PIC ZZZ9.
           05 FILLER            PIC X(24) VALUE
               '  SUPRIMIDO (MENOS DE 5)'.
       01 WRK-LINHA-GAP.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(12) VALUE 'DIFERENCA: '.
           05 WRK-LGP-GAP        PIC -ZZZZ9,99.
           05 FILLER            PIC X(02) VALUE ' %'.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LGP-ALERTA     PIC X(30).
       01 WRK-LINHA-SEM-GAP PIC X(60) VALUE
           '  DIFERENCA: NAO CALCULADA (CELULA SUPRIMIDA)'.
       01 WRK-LINHA-TITULO-EMPRESAS PIC X(60) VALUE
           'TOTAIS POR EMPRESA'.
       01 WRK-LINHA-EMPRESA.
           05 FILLER            PIC X(08) VALUE 'EMPRESA '.
           05 WRK-LE-EMPRESA     PIC 9(02).
           05 FILLER            PIC X(07) VALUE ' ANAL: '.
           05 WRK-LE-CONSIDERADOS PIC ZZZZ9.
           05 FILLER            PIC X(10) VALUE ' SEM SAL: '.
           05 WRK-LE-SEM-SALARIO PIC ZZZZ9.
           05 FILLER            PIC X(11) VALUE ' SEM SEXO: '.
           05 WRK-LE-SEM-SEXO    PIC ZZZZ9.
           05 FILLER            PIC X(08) VALUE ' ACIMA: '.
           05 WRK-LE-SINALIZADOS PIC ZZZZ9.
           05 FILLER            PIC X(07) VALUE ' SUPR: '.
           05 WRK-LE-SUPRIMIDOS  PIC ZZZZ9.
       01 WRK-LINHA-CONSOLIDADO.
           05 FILLER            PIC X(35) VALUE
               'CONSOLIDADO DO GRUPO - PEDIDO POR: '.
           05 WRK-LCO-USUARIO    PIC X(10).
       01 WRK-LINHA-SEM-CONSOLIDADO PIC X(60) VALUE
           'CONSOLIDADO DO GRUPO NAO SOLICITADO'.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0120-OBTER-PARAMETROS.
       PERFORM 0150-CARREGAR-SALARIOS.
       PERFORM 0200-ABRIR-ARQUIVOS.
       SORT FUNC-SORT-FILE
           ON ASCENDING KEY FUNC-SR-EMPRESA
           ON ASCENDING KEY FUNC-SR-TIPO
           ON ASCENDING KEY FUNC-SR-CHAVE
           ON ASCENDING KEY FUNC-SR-SEXO
           ON ASCENDING KEY FUNC-SR-BRUTO
           INPUT PROCEDURE IS 0300-SELECIONAR-FUNCIONARIOS
           OUTPUT PROCEDURE IS 0400-EMITIR-RELATORIO
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       STOP RUN.

       0120-OBTER-PARAMETROS.
       OPEN INPUT FUNC-EQ-PARAM-FILE
       IF WRK-PARAM-STATUS = '00'
           READ FUNC-EQ-PARAM-FILE INTO WRK-PARAMETRO-X
               AT END MOVE ZEROS TO WRK-PARAMETRO-X
           END-READ
           IF WRK-PR-COMPETENCIA IS NUMERIC
               MOVE WRK-PR-COMPETENCIA TO WRK-COMPETENCIA
           END-IF
           IF WRK-PR-LIMITE IS NUMERIC
              AND WRK-PR-LIMITE > ZEROS
               MOVE WRK-PR-LIMITE TO WRK-LIMITE-GAP
           END-IF
           CLOSE FUNC-EQ-PARAM-FILE
       END-IF
       IF WRK-COMPETENCIA = ZEROS
           PERFORM 0130-OBTER-ULTIMA-COMPETENCIA
       END-IF.

       0130-OBTER-ULTIMA-COMPETENCIA.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-SALARIO-FILE
       IF WRK-SALARIO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-SALARIO-FILE INTO EX26-SALARIO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX26-SA-COMPETENCIA > WRK-COMPETENCIA
                           MOVE EX26-SA-COMPETENCIA TO WRK-COMPETENCIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX26-SALARIO-FILE
       END-IF.

       0150-CARREGAR-SALARIOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-SALARIO-FILE
       IF WRK-SALARIO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-SALARIO-FILE INTO EX26-SALARIO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX26-SA-COMPETENCIA = WRK-COMPETENCIA
                           PERFORM 0155-SOMAR-SALARIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX26-SALARIO-FILE
       END-IF.

       0155-SOMAR-SALARIO.
       MOVE 'N' TO WRK-ACHOU
       SET WRK-SAL-IDX TO 1
       SEARCH WRK-TAB-SAL
           AT END
               CONTINUE
           WHEN WRK-SAL-IDX > WRK-QTD-SALARIOS
               CONTINUE
           WHEN WRK-TAB-SAL-MATRICULA (WRK-SAL-IDX) = EX26-SA-MATRICULA
               MOVE 'S' TO WRK-ACHOU
       END-SEARCH
       IF NOT WRK-ACHOU-OK
           IF WRK-QTD-SALARIOS >= 5000
               PERFORM 9000-ABORTAR-CAPACIDADE
           END-IF
           ADD 1 TO WRK-QTD-SALARIOS
           SET WRK-SAL-IDX TO WRK-QTD-SALARIOS
           MOVE EX26-SA-MATRICULA TO WRK-TAB-SAL-MATRICULA (WRK-SAL-IDX)
           MOVE ZEROS TO WRK-TAB-SAL-BRUTO (WRK-SAL-IDX)
       END-IF
       ADD EX26-SA-VLR-BRUTO TO WRK-TAB-SAL-BRUTO (WRK-SAL-IDX).

       0200-ABRIR-ARQUIVOS.
       OPEN INPUT FUNC-MASTER-FILE
       OPEN OUTPUT FUNC-EQ-REL-FILE
       WRITE FUNC-EQ-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE FUNC-EQ-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       MOVE WRK-COMPETENCIA TO WRK-LP-COMPETENCIA
       MOVE WRK-LIMITE-GAP TO WRK-LP-LIMITE
       WRITE FUNC-EQ-REL-LINHA FROM WRK-LINHA-PARAMETROS.

      *    each employee goes to the sort twice: under the cargo and
      *    grade and under the department
       0300-SELECIONAR-FUNCIONARIOS.
       MOVE ZEROS TO FUNC-MT-MATRICULA
       START FUNC-MASTER-FILE KEY NOT < FUNC-MT-MATRICULA
           INVALID KEY MOVE 'S' TO WRK-FIM-MASTER
       END-START
       PERFORM UNTIL WRK-FIM-MASTER-OK
           READ FUNC-MASTER-FILE NEXT RECORD INTO FUNC-MASTER-REC
               AT END MOVE 'S' TO WRK-FIM-MASTER
               NOT AT END
                   IF FUNC-MS-ATIVO
                       PERFORM 0350-LIBERAR-FUNCIONARIO
                   END-IF
           END-READ
       END-PERFORM.

       0350-LIBERAR-FUNCIONARIO.
       IF FUNC-MS-EMPRESA IS NUMERIC
          AND FUNC-MS-EMPRESA > ZEROS
           MOVE FUNC-MS-EMPRESA TO WRK-EMPRESA
       ELSE
           MOVE SIS-EMPRESA-MATRIZ TO WRK-EMPRESA
       END-IF
       PERFORM 0370-LOCALIZAR-EMPRESA
       IF FUNC-MS-SEXO NOT = 'M' AND FUNC-MS-SEXO NOT = 'F'
           ADD 1 TO WRK-QT-SEM-SEXO
           ADD 1 TO WRK-TAB-EMT-SEM-SEXO (WRK-EMT-IDX)
       ELSE
           MOVE 'N' TO WRK-ACHOU
           SET WRK-SAL-IDX TO 1
           SEARCH WRK-TAB-SAL
               AT END
                   CONTINUE
               WHEN WRK-SAL-IDX > WRK-QTD-SALARIOS
                   CONTINUE
               WHEN WRK-TAB-SAL-MATRICULA (WRK-SAL-IDX)
                       = FUNC-MS-MATRICULA
                   MOVE 'S' TO WRK-ACHOU
           END-SEARCH
           IF NOT WRK-ACHOU-OK
               ADD 1 TO WRK-QT-SEM-SALARIO
               ADD 1 TO WRK-TAB-EMT-SEM-SALARIO (WRK-EMT-IDX)
           ELSE
               ADD 1 TO WRK-QT-CONSIDERADOS
               ADD 1 TO WRK-TAB-EMT-CONSIDERADOS (WRK-EMT-IDX)
               MOVE WRK-EMPRESA TO FUNC-SR-EMPRESA
               MOVE FUNC-MS-SEXO TO FUNC-SR-SEXO
               MOVE WRK-TAB-SAL-BRUTO (WRK-SAL-IDX) TO FUNC-SR-BRUTO
               MOVE '1' TO FUNC-SR-TIPO
               MOVE SPACES TO FUNC-SR-CHAVE
               STRING FUNC-MS-CARGO DELIMITED BY SIZE
                   FUNC-MS-GRADE DELIMITED BY SIZE
                   INTO FUNC-SR-CHAVE
               RELEASE FUNC-SORT-REG
               MOVE '2' TO FUNC-SR-TIPO
               MOVE FUNC-MS-DEPARTAMENTO TO FUNC-SR-CHAVE
               RELEASE FUNC-SORT-REG
           END-IF
       END-IF.

       0370-LOCALIZAR-EMPRESA.
       SET WRK-EMT-IDX TO 1
       SEARCH WRK-TAB-EMT
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-EMT-IDX > WRK-QTD-EMPRESAS
               ADD 1 TO WRK-QTD-EMPRESAS
               MOVE WRK-EMPRESA TO WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-CONSIDERADOS (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-SEM-SALARIO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-SEM-SEXO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-SINALIZADOS (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-SUPRIMIDOS (WRK-EMT-IDX)
           WHEN WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) = WRK-EMPRESA
               CONTINUE
       END-SEARCH.

       0400-EMITIR-RELATORIO.
       PERFORM 0450-LER-ORDENADO
       PERFORM 0500-PROCESSAR UNTIL WRK-FIM-SORT-OK
       IF WRK-TEM-GRUPO-OK
           PERFORM 0600-FECHAR-GRUPO
       END-IF.

       0450-LER-ORDENADO.
       RETURN FUNC-SORT-FILE
           AT END MOVE 'S' TO WRK-FIM-SORT
       END-RETURN.

       0500-PROCESSAR.
       IF WRK-TEM-GRUPO-OK
          AND (FUNC-SR-EMPRESA NOT = WRK-EMPRESA-ATUAL
               OR FUNC-SR-TIPO NOT = WRK-TIPO-ATUAL
               OR FUNC-SR-CHAVE NOT = WRK-CHAVE-ATUAL)
           PERFORM 0600-FECHAR-GRUPO
       END-IF
       IF FUNC-SR-EMPRESA NOT = WRK-EMPRESA-ATUAL
           WRITE FUNC-EQ-REL-LINHA FROM WRK-LINHA-BRANCO
           MOVE FUNC-SR-EMPRESA TO WRK-LTE-EMPRESA
           WRITE FUNC-EQ-REL-LINHA FROM WRK-LINHA-TITULO-EMPRESA
           MOVE SPACES TO WRK-TIPO-ATUAL
       END-IF
       IF FUNC-SR-TIPO NOT = WRK-TIPO-ATUAL
           WRITE FUNC-EQ-REL-LINHA FROM WRK-LINHA-BRANCO
           IF FUNC-SR-POR-CARGO
               WRITE FUNC-EQ-REL-LINHA FROM WRK-TITULO-CARGO
           ELSE
               WRITE FUNC-EQ-REL-LINHA FROM WRK-TITULO-DEPARTAMENTO
           END-IF
       END-IF
       IF NOT WRK-TEM-GRUPO-OK
           MOVE 'S' TO WRK-TEM-GRUPO
           MOVE FUNC-SR-EMPRESA TO WRK-EMPRESA-ATUAL
           MOVE FUNC-SR-TIPO TO WRK-TIPO-ATUAL
           MOVE FUNC-SR-CHAVE TO WRK-CHAVE-ATUAL
           MOVE ZEROS TO WRK-QTD-MAS
           MOVE ZEROS TO WRK-QTD-FEM
       END-IF

       IF FUNC-SR-SEXO = 'M'
           IF WRK-QTD-MAS >= 5000
               PERFORM 9000-ABORTAR-CAPACIDADE
           END-IF
           ADD 1 TO WRK-QTD-MAS
           MOVE FUNC-SR-BRUTO TO WRK-TAB-MAS (WRK-QTD-MAS)
       ELSE
           IF WRK-QTD-FEM >= 5000
               PERFORM 9000-ABORTAR-CAPACIDADE
           END-IF
           ADD 1 TO WRK-QTD-FEM
           MOVE FUNC-SR-BRUTO TO WRK-TAB-FEM (WRK-QTD-FEM)
       END-IF

       PERFORM 0450-LER-ORDENADO.

       0600-FECHAR-GRUPO.
       MOVE WRK-EMPRESA-ATUAL TO WRK-EMPRESA
       PERFORM 0370-LOCALIZAR-EMPRESA
       WRITE FUNC-EQ-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-GRUPO
       IF WRK-TIPO-ATUAL = '1'
           MOVE 'CARGO/GRADE : ' TO WRK-LG-ROTULO
           STRING WRK-CHAVE-ATUAL (1:6) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-CHAVE-ATUAL (7:2) DELIMITED BY SIZE
               INTO WRK-LG-CHAVE
       ELSE
           MOVE 'DEPARTAMENTO: ' TO WRK-LG-ROTULO
           MOVE WRK-CHAVE-ATUAL TO WRK-LG-CHAVE
       END-IF
       WRITE FUNC-EQ-REL-LINHA FROM WRK-LINHA-GRUPO

       MOVE 'MASCULINO' TO WRK-LS-SEXO
       MOVE WRK-QTD-MAS TO WRK-QTD-CELULA
       PERFORM 0650-MEDIDAS-MASCULINO
       MOVE WRK-MEDIA-MAS TO WRK-LS-MEDIA
       MOVE WRK-MEDIANA TO WRK-LS-MEDIANA
       PERFORM 0680-ESCREVER-CELULA

       MOVE 'FEMININO' TO WRK-LS-SEXO
       MOVE WRK-QTD-FEM TO WRK-QTD-CELULA
       PERFORM 0660-MEDIDAS-FEMININO
       MOVE WRK-MEDIA-FEM TO WRK-LS-MEDIA
       MOVE WRK-MEDIANA TO WRK-LS-MEDIANA
       PERFORM 0680-ESCREVER-CELULA

       IF WRK-QTD-MAS < WRK-MINIMO-CELULA
          OR WRK-QTD-FEM < WRK-MINIMO-CELULA
          OR WRK-MEDIA-MAS = ZEROS
           WRITE FUNC-EQ-REL-LINHA FROM WRK-LINHA-SEM-GAP
       ELSE
           COMPUTE WRK-GAP ROUNDED =
               (WRK-MEDIA-MAS - WRK-MEDIA-FEM) * 100 / WRK-MEDIA-MAS
           IF WRK-GAP < ZEROS
               COMPUTE WRK-GAP-ABS = WRK-GAP * -1
           ELSE
               MOVE WRK-GAP TO WRK-GAP-ABS
           END-IF
           MOVE WRK-GAP TO WRK-LGP-GAP
           IF WRK-GAP-ABS > WRK-LIMITE-GAP
               MOVE '*** ACIMA DO LIMITE' TO WRK-LGP-ALERTA
               ADD 1 TO WRK-QT-SINALIZADOS
               ADD 1 TO WRK-TAB-EMT-SINALIZADOS (WRK-EMT-IDX)
           ELSE
               MOVE SPACES TO WRK-LGP-ALERTA
           END-IF
           WRITE FUNC-EQ-REL-LINHA FROM WRK-LINHA-GAP
       END-IF
       MOVE 'N' TO WRK-TEM-GRUPO.

       0650-MEDIDAS-MASCULINO.
       MOVE ZEROS TO WRK-MEDIA-MAS
       MOVE ZEROS TO WRK-MEDIANA
       IF WRK-QTD-MAS > ZEROS
           MOVE ZEROS TO WRK-SOMA
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTD-MAS
               ADD WRK-TAB-MAS (WRK-I) TO WRK-SOMA
           END-PERFORM
           COMPUTE WRK-MEDIA-MAS ROUNDED = WRK-SOMA / WRK-QTD-MAS
           DIVIDE WRK-QTD-MAS BY 2 GIVING WRK-METADE
               REMAINDER WRK-RESTO
           IF WRK-RESTO = ZEROS
               COMPUTE WRK-MEDIANA ROUNDED =
                   (WRK-TAB-MAS (WRK-METADE)
                    + WRK-TAB-MAS (WRK-METADE + 1)) / 2
           ELSE
               COMPUTE WRK-IDX-CALC = WRK-METADE + 1
               MOVE WRK-TAB-MAS (WRK-IDX-CALC) TO WRK-MEDIANA
           END-IF
       END-IF.

       0660-MEDIDAS-FEMININO.
       MOVE ZEROS TO WRK-MEDIA-FEM
       MOVE ZEROS TO WRK-MEDIANA
       IF WRK-QTD-FEM > ZEROS
           MOVE ZEROS TO WRK-SOMA
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTD-FEM
               ADD WRK-TAB-FEM (WRK-I) TO WRK-SOMA
           END-PERFORM
           COMPUTE WRK-MEDIA-FEM ROUNDED = WRK-SOMA / WRK-QTD-FEM
           DIVIDE WRK-QTD-FEM BY 2 GIVING WRK-METADE
               REMAINDER WRK-RESTO
           IF WRK-RESTO = ZEROS
               COMPUTE WRK-MEDIANA ROUNDED =
                   (WRK-TAB-FEM (WRK-METADE)
                    + WRK-TAB-FEM (WRK-METADE + 1)) / 2
           ELSE
               COMPUTE WRK-IDX-CALC = WRK-METADE + 1
               MOVE WRK-TAB-FEM (WRK-IDX-CALC) TO WRK-MEDIANA
           END-IF
       END-IF.

       0680-ESCREVER-CELULA.
       IF WRK-QTD-CELULA < WRK-MINIMO-CELULA
           MOVE WRK-LS-SEXO TO WRK-LSU-SEXO
           MOVE WRK-QTD-CELULA TO WRK-LSU-QTD
           WRITE FUNC-EQ-REL-LINHA FROM WRK-LINHA-SUPRIMIDA
           IF WRK-QTD-CELULA > ZEROS
               ADD 1 TO WRK-QT-SUPRIMIDOS
               ADD 1 TO WRK-TAB-EMT-SUPRIMIDOS (WRK-EMT-IDX)
           END-IF
       ELSE
           MOVE WRK-QTD-CELULA TO WRK-LS-QTD
           WRITE FUNC-EQ-REL-LINHA FROM WRK-LINHA-SEXO
       END-IF.

       0800-RELATORIO-TOTAIS.
       PERFORM 0810-TOTAIS-EMPRESAS
       WRITE FUNC-EQ-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-CONSOLIDADO TO TRUE
       MOVE 'FUNC-EQUIDADE' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NAO
           WRITE FUNC-EQ-REL-LINHA FROM WRK-LINHA-SEM-CONSOLIDADO
       ELSE
           MOVE SIS-EP-USUARIO TO WRK-LCO-USUARIO
           WRITE FUNC-EQ-REL-LINHA FROM WRK-LINHA-CONSOLIDADO
           PERFORM 0820-TOTAIS-CONSOLIDADOS
       END-IF.

       0810-TOTAIS-EMPRESAS.
       WRITE FUNC-EQ-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE FUNC-EQ-REL-LINHA FROM WRK-LINHA-TITULO-EMPRESAS
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-LE-EMPRESA
           MOVE WRK-TAB-EMT-CONSIDERADOS (WRK-EMT-IDX)
               TO WRK-LE-CONSIDERADOS
           MOVE WRK-TAB-EMT-SEM-SALARIO (WRK-EMT-IDX)
               TO WRK-LE-SEM-SALARIO
           MOVE WRK-TAB-EMT-SEM-SEXO (WRK-EMT-IDX) TO WRK-LE-SEM-SEXO
           MOVE WRK-TAB-EMT-SINALIZADOS (WRK-EMT-IDX)
               TO WRK-LE-SINALIZADOS
           MOVE WRK-TAB-EMT-SUPRIMIDOS (WRK-EMT-IDX)
               TO WRK-LE-SUPRIMIDOS
           WRITE FUNC-EQ-REL-LINHA FROM WRK-LINHA-EMPRESA
       END-PERFORM.

       0820-TOTAIS-CONSOLIDADOS.
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'ANALISADOS............: ' DELIMITED BY SIZE
           WRK-QT-CONSIDERADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-EQ-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'SEM SALARIO NA COMPET.: ' DELIMITED BY SIZE
           WRK-QT-SEM-SALARIO DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-EQ-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'SEXO NAO INFORMADO....: ' DELIMITED BY SIZE
           WRK-QT-SEM-SEXO DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-EQ-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'GRUPOS ACIMA DO LIMITE: ' DELIMITED BY SIZE
           WRK-QT-SINALIZADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-EQ-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'CELULAS SUPRIMIDAS....: ' DELIMITED BY SIZE
           WRK-QT-SUPRIMIDOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-EQ-REL-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       CLOSE FUNC-MASTER-FILE
       CLOSE FUNC-EQ-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
