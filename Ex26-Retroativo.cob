      ******************************************************************
      * Author:
      * Date:
      * Purpose: retroactive pay differences for EX26 - when a raise
      *          is loaded into EX26TARIFA.DAT with an EX26-TA-VIGENCIA
      *          earlier than the month it was signed, re-prices the
      *          hours already paid in the months from the start month
      *          up to the payroll competencia in EX26RETPRM.DAT
      *          (AAAAMM competencia plus AAAAMM start month; the
      *          competencia defaults to the business-date month and
      *          the start month to twelve months before it). Hours,
      *          department and turno come from EX26FOLHIS.DAT, and
      *          each month is priced with the tariff in force in it,
      *          the same way EX26-SALARIO does, teachers' lesson
      *          hours included at the department's turno A tariff.
      *          The difference against the gross paid in
      *          EX26SALHIS.DAT, less any retroactive difference
      *          already paid for that month,
      *          is posted to EX26LANC.DAT as one earning per employee
      *          per month in the competencia, which EX26-LIQUIDO adds
      *          to gross pay; a rerun replaces the lines it wrote
      *          before for the same competencia. The register
      *          EX26RETREL.DAT lists each difference with totals by
      *          department and by parent cost center from
      *          FUNCDEP.DAT and totals by company (the company of
      *          the month in EX26FOLHIS.DAT, or the one whose
      *          matricula range holds the employee); the group
      *          totals are printed only when requested through
      *          SIS-CONSOLIDA. Negative differences are reported and
      *          not posted; these, months with no gross paid and
      *          months with no tariff end the run with RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX26-RETROATIVO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX26-RETPRM-FILE ASSIGN TO 'EX26RETPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RETPRM-STATUS.
           SELECT EX26-TARIFA-FILE ASSIGN TO 'EX26TARIFA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TARIFA-STATUS.
           SELECT FUNC-DEPTO-FILE ASSIGN TO 'FUNCDEP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPTO-CAD-STATUS.
           SELECT EX26-SALARIO-HIS-FILE ASSIGN TO 'EX26SALHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALHIS-STATUS.
           SELECT EX26-FOLHA-HIS-FILE ASSIGN TO 'EX26FOLHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOLHIS-STATUS.
           SELECT EX26-LANCAMENTO-FILE ASSIGN TO 'EX26LANC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCAMENTO-STATUS.
           SELECT EX26-RETRO-REL-FILE ASSIGN TO 'EX26RETREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX26-RETPRM-FILE.
       01 EX26-RETPRM-LINHA.
           05 EX26-RP-COMPETENCIA PIC X(06).
           05 EX26-RP-INICIO      PIC X(06).

       FD  EX26-TARIFA-FILE.
       01 EX26-TARIFA-LINHA PIC X(27).

       FD  FUNC-DEPTO-FILE.
       01 FUNC-DEPTO-LINHA PIC X(52).

       FD  EX26-SALARIO-HIS-FILE.
       01 EX26-SALARIO-HIS-LINHA PIC X(49).

       FD  EX26-FOLHA-HIS-FILE.
       01 EX26-FOLHA-HIS-LINHA PIC X(44).

       FD  EX26-LANCAMENTO-FILE.
       01 EX26-LANCAMENTO-LINHA PIC X(50).

       FD  EX26-RETRO-REL-FILE.
       01 EX26-RETRO-REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EX26REC.
       COPY FUNCREC.
       COPY SISEMPREC.

       77 WRK-RETPRM-STATUS     PIC X(02) VALUE '00'.
       77 WRK-TARIFA-STATUS     PIC X(02) VALUE '00'.
       77 WRK-DEPTO-CAD-STATUS  PIC X(02) VALUE '00'.
       77 WRK-SALHIS-STATUS     PIC X(02) VALUE '00'.
       77 WRK-FOLHIS-STATUS     PIC X(02) VALUE '00'.
       77 WRK-LANCAMENTO-STATUS PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS  PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.

       01 WRK-TABELA-TARIFAS.
           05 WRK-TAB-TAR OCCURS 500 TIMES
               INDEXED BY WRK-TAR-IDX.
               10 WRK-TAB-TAR-DEPARTAMENTO PIC X(10).
               10 WRK-TAB-TAR-TURNO        PIC X(01).
               10 WRK-TAB-TAR-VALOR-HORA   PIC 9(04)V99.
               10 WRK-TAB-TAR-PERC-NOT     PIC 9(02)V99.
               10 WRK-TAB-TAR-VIGENCIA     PIC 9(06).
       77 WRK-QTD-TARIFAS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-CADASTRO-DEP.
           05 WRK-TAB-CAD OCCURS 50 TIMES
               INDEXED BY WRK-CAD-IDX.
               10 WRK-TAB-CAD-CODIGO PIC X(10).
               10 WRK-TAB-CAD-PAI    PIC X(10).
       77 WRK-QTD-CADASTRO-DEP PIC 9(02) VALUE ZEROS.

       01 WRK-TABELA-SALARIOS.
           05 WRK-TAB-SAL OCCURS 6000 TIMES
               INDEXED BY WRK-SAL-IDX.
               10 WRK-TAB-SAL-MATRICULA   PIC 9(05).
               10 WRK-TAB-SAL-COMPETENCIA PIC 9(06).
               10 WRK-TAB-SAL-BRUTO       PIC 9(07)V99.
       77 WRK-QTD-SALARIOS PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-HORAS.
           05 WRK-TAB-HOR OCCURS 6000 TIMES
               INDEXED BY WRK-HOR-IDX.
               10 WRK-TAB-HOR-MATRICULA    PIC 9(05).
               10 WRK-TAB-HOR-COMPETENCIA  PIC 9(06).
               10 WRK-TAB-HOR-NORMAIS      PIC 9(03)V99.
               10 WRK-TAB-HOR-EXTRAS       PIC 9(03)V99.
               10 WRK-TAB-HOR-NOTURNAS     PIC 9(03)V99.
               10 WRK-TAB-HOR-DEPARTAMENTO PIC X(10).
               10 WRK-TAB-HOR-TURNO        PIC X(01).
               10 WRK-TAB-HOR-AULA         PIC 9(03)V99.
               10 WRK-TAB-HOR-EMPRESA      PIC 9(02).
       77 WRK-QTD-HORAS PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-LANCAMENTOS.
           05 WRK-TAB-LAN OCCURS 5000 TIMES
               INDEXED BY WRK-LAN-IDX
                                 PIC X(50).
       77 WRK-QTD-LANCAMENTOS PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-PAGOS.
           05 WRK-TAB-PAG OCCURS 2000 TIMES
               INDEXED BY WRK-PAG-IDX.
               10 WRK-TAB-PAG-MATRICULA  PIC 9(05).
               10 WRK-TAB-PAG-REFERENCIA PIC 9(06).
               10 WRK-TAB-PAG-VALOR      PIC 9(07)V99.
       77 WRK-QTD-PAGOS PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-DEPTOS.
           05 WRK-TAB-DEP OCCURS 50 TIMES
               INDEXED BY WRK-DEP-IDX.
               10 WRK-TAB-DEP-NOME  PIC X(10).
               10 WRK-TAB-DEP-TOTAL PIC 9(09)V99.
       77 WRK-QTD-DEPTOS PIC 9(02) VALUE ZEROS.

       01 WRK-TABELA-CENTROS.
           05 WRK-TAB-CEN OCCURS 50 TIMES
               INDEXED BY WRK-CEN-IDX.
               10 WRK-TAB-CEN-CODIGO PIC X(10).
               10 WRK-TAB-CEN-TOTAL  PIC 9(09)V99.
       77 WRK-QTD-CENTROS PIC 9(02) VALUE ZEROS.
       77 WRK-CENTRO-PAI PIC X(10) VALUE SPACES.

       01 WRK-TABELA-EMPRESAS.
           05 WRK-TAB-EMT OCCURS 99 TIMES
               INDEXED BY WRK-EMT-IDX.
               10 WRK-TAB-EMT-CODIGO    PIC 9(02).
               10 WRK-TAB-EMT-QTD       PIC 9(05).
               10 WRK-TAB-EMT-DIFERENCA PIC 9(09)V99.
               10 WRK-TAB-EMT-NEGATIVO  PIC 9(09)V99.
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA PIC 9(02) VALUE ZEROS.

       01 WRK-COMPETENCIA.
           05 WRK-CP-ANO PIC 9(04).
           05 WRK-CP-MES PIC 9(02).
       01 WRK-COMPETENCIA-N REDEFINES WRK-COMPETENCIA PIC 9(06).
       77 WRK-INICIO PIC 9(06) VALUE ZEROS.

       01 WRK-REFERENCIA.
           05 WRK-RF-ANO PIC 9(04).
           05 WRK-RF-MES PIC 9(02).
       01 WRK-REFERENCIA-N REDEFINES WRK-REFERENCIA PIC 9(06).

       01 WRK-DATA-NEGOCIO-DEC.
           05 WRK-DN-ANO PIC 9(04).
           05 WRK-DN-MES PIC 9(02).
           05 WRK-DN-DIA PIC 9(02).
       01 WRK-DATA-NEGOCIO REDEFINES WRK-DATA-NEGOCIO-DEC PIC 9(08).

       77 WRK-VALOR-HORA   PIC 9(04)V99 VALUE ZEROS.
       77 WRK-PERC-NOTURNO PIC 9(02)V99 VALUE ZEROS.
       77 WRK-TURNO-TARIFA PIC X(01) VALUE SPACES.
       77 WRK-VALOR-AULA   PIC 9(04)V99 VALUE ZEROS.
       77 WRK-VLR-AULA     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TARIFA-AULA  PIC X(01) VALUE 'S'.
           88 WRK-TARIFA-AULA-OK VALUE 'S'.
       77 WRK-VIGENCIA     PIC 9(06) VALUE ZEROS.
       77 WRK-VLR-NORMAL   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VLR-EXTRA    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VLR-NOTURNO  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VLR-DEVIDO   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VLR-PAGO     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VLR-DIFERENCA PIC S9(07)V99 VALUE ZEROS.
       77 WRK-DEPARTAMENTO PIC X(10) VALUE SPACES.

       77 WRK-QT-MESES       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LANCADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NEGATIVOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-SALARIO PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-TARIFA  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-DIFERENCA  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-NEGATIVO   PIC 9(09)V99 VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'DIFERENCAS SALARIAIS RETROATIVAS - EX26-RETROATIVO'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-COMPETENCIA.
           05 FILLER            PIC X(13) VALUE 'COMPETENCIA: '.
           05 WRK-LY-MES         PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LY-ANO         PIC 9999.
           05 FILLER            PIC X(15) VALUE
               '  MESES DESDE: '.
           05 WRK-LY-INI-MES     PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LY-INI-ANO     PIC 9999.
       01 WRK-LINHA-DETALHE.
           05 FILLER            PIC X(06) VALUE 'MATR: '.
           05 WRK-LD-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(06) VALUE ' REF: '.
           05 WRK-LD-MES         PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LD-ANO         PIC 9999.
           05 FILLER            PIC X(07) VALUE ' PAGO: '.
           05 WRK-LD-PAGO        PIC ZZZZZZ9,99.
           05 FILLER            PIC X(09) VALUE ' DEVIDO: '.
           05 WRK-LD-DEVIDO      PIC ZZZZZZ9,99.
           05 FILLER            PIC X(06) VALUE ' DIF: '.
           05 WRK-LD-DIFERENCA   PIC ZZZZZZ9,99-.
       01 WRK-LINHA-OCORRENCIA.
           05 FILLER            PIC X(11) VALUE 'MATRICULA: '.
           05 WRK-LC-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(06) VALUE ' REF: '.
           05 WRK-LC-MES         PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LC-ANO         PIC 9999.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LC-MENSAGEM    PIC X(45).
       01 WRK-LINHA-DEPTO.
           05 FILLER            PIC X(07) VALUE 'DEPTO: '.
           05 WRK-LE-NOME        PIC X(10).
           05 FILLER            PIC X(14) VALUE ' DIFERENCAS: '.
           05 WRK-LE-TOTAL       PIC ZZZZZZZZ9,99.
       01 WRK-LINHA-SUBTITULO PIC X(40) VALUE
           'DIFERENCAS POR DEPARTAMENTO'.
       01 WRK-LINHA-SUBTITULO2 PIC X(40) VALUE
           'ROLL-UP POR CENTRO DE CUSTO'.
       01 WRK-LINHA-CENTRO.
           05 FILLER            PIC X(15) VALUE 'CENTRO CUSTO: '.
           05 WRK-LN-CENTRO      PIC X(10).
           05 FILLER            PIC X(14) VALUE ' DIFERENCAS: '.
           05 WRK-LN-TOTAL       PIC ZZZZZZZZ9,99.
       01 WRK-LINHA-TOTAL.
           05 WRK-LO-DESCRICAO   PIC X(24).
           05 WRK-LO-VALOR       PIC ZZZZZZZZ9,99.
       01 WRK-LINHA-TITULO-EMPRESAS PIC X(60) VALUE
           'TOTAIS POR EMPRESA'.
       01 WRK-LINHA-EMPRESA.
           05 FILLER            PIC X(08) VALUE 'EMPRESA '.
           05 WRK-LM-EMPRESA     PIC 9(02).
           05 FILLER            PIC X(07) VALUE ' LANC: '.
           05 WRK-LM-QTD         PIC ZZZZ9.
           05 FILLER            PIC X(08) VALUE ' DIF.: '.
           05 WRK-LM-DIFERENCA   PIC ZZZZZZZZ9,99.
           05 FILLER            PIC X(07) VALUE ' NEG.: '.
           05 WRK-LM-NEGATIVO    PIC ZZZZZZZZ9,99.
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
       PERFORM 0120-OBTER-COMPETENCIA.
       PERFORM 0140-CARREGAR-CADASTRO-DEP.
       PERFORM 0150-CARREGAR-TARIFAS.
       PERFORM 0160-CARREGAR-SALARIOS.
       PERFORM 0170-CARREGAR-HORAS.
       PERFORM 0180-CARREGAR-LANCAMENTOS.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM VARYING WRK-HOR-IDX FROM 1 BY 1
               UNTIL WRK-HOR-IDX > WRK-QTD-HORAS
           IF WRK-TAB-HOR-COMPETENCIA (WRK-HOR-IDX) NOT < WRK-INICIO
              AND WRK-TAB-HOR-COMPETENCIA (WRK-HOR-IDX)
                   < WRK-COMPETENCIA-N
               PERFORM 0300-PROCESSAR
           END-IF
       END-PERFORM.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       PERFORM 0950-GRAVAR-LANCAMENTOS.
       IF WRK-QT-NEGATIVOS = 0 AND WRK-QT-SEM-SALARIO = 0
          AND WRK-QT-SEM-TARIFA = 0
           MOVE 0 TO RETURN-CODE
       ELSE
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0120-OBTER-COMPETENCIA.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
       MOVE WRK-DN-ANO TO WRK-CP-ANO
       MOVE WRK-DN-MES TO WRK-CP-MES
       MOVE ZEROS TO WRK-INICIO
       OPEN INPUT EX26-RETPRM-FILE
       IF WRK-RETPRM-STATUS = '00'
           READ EX26-RETPRM-FILE
               AT END CONTINUE
               NOT AT END
                   IF EX26-RP-COMPETENCIA IS NUMERIC
                       MOVE EX26-RP-COMPETENCIA TO WRK-COMPETENCIA-N
                   END-IF
                   IF EX26-RP-INICIO IS NUMERIC
                       MOVE EX26-RP-INICIO TO WRK-INICIO
                   END-IF
           END-READ
           CLOSE EX26-RETPRM-FILE
       END-IF
       IF WRK-INICIO = ZEROS OR WRK-INICIO NOT < WRK-COMPETENCIA-N
           COMPUTE WRK-INICIO = WRK-COMPETENCIA-N - 100
       END-IF.

       0140-CARREGAR-CADASTRO-DEP.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT FUNC-DEPTO-FILE
       IF WRK-DEPTO-CAD-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-DEPTO-FILE INTO FUNC-DEPTO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-CADASTRO-DEP < 50
                           ADD 1 TO WRK-QTD-CADASTRO-DEP
                           MOVE FUNC-DP-CODIGO TO
                               WRK-TAB-CAD-CODIGO
                                   (WRK-QTD-CADASTRO-DEP)
                           MOVE FUNC-DP-CENTRO-PAI TO
                               WRK-TAB-CAD-PAI (WRK-QTD-CADASTRO-DEP)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUNC-DEPTO-FILE
       END-IF.

       0150-CARREGAR-TARIFAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-TARIFA-FILE
       IF WRK-TARIFA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-TARIFA-FILE INTO EX26-TARIFA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-TARIFAS >= 500
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-TARIFAS
                       MOVE EX26-TA-DEPARTAMENTO TO
                           WRK-TAB-TAR-DEPARTAMENTO (WRK-QTD-TARIFAS)
                       MOVE EX26-TA-TURNO TO
                           WRK-TAB-TAR-TURNO (WRK-QTD-TARIFAS)
                       MOVE EX26-TA-VALOR-HORA TO
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

       0160-CARREGAR-SALARIOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-SALARIO-HIS-FILE
       IF WRK-SALHIS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-SALARIO-HIS-FILE INTO EX26-SALARIO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX26-SA-COMPETENCIA NOT < WRK-INICIO
                          AND EX26-SA-COMPETENCIA < WRK-COMPETENCIA-N
                           PERFORM 0165-GUARDAR-SALARIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX26-SALARIO-HIS-FILE
       END-IF.

       0165-GUARDAR-SALARIO.
       SET WRK-SAL-IDX TO 1
       SEARCH WRK-TAB-SAL
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-SAL-IDX > WRK-QTD-SALARIOS
               ADD 1 TO WRK-QTD-SALARIOS
           WHEN WRK-TAB-SAL-MATRICULA (WRK-SAL-IDX) = EX26-SA-MATRICULA
              AND WRK-TAB-SAL-COMPETENCIA (WRK-SAL-IDX)
                   = EX26-SA-COMPETENCIA
               CONTINUE
       END-SEARCH
       MOVE EX26-SA-MATRICULA TO WRK-TAB-SAL-MATRICULA (WRK-SAL-IDX)
       MOVE EX26-SA-COMPETENCIA TO
           WRK-TAB-SAL-COMPETENCIA (WRK-SAL-IDX)
       MOVE EX26-SA-VLR-BRUTO TO WRK-TAB-SAL-BRUTO (WRK-SAL-IDX).

       0170-CARREGAR-HORAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-FOLHA-HIS-FILE
       IF WRK-FOLHIS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-FOLHA-HIS-FILE INTO EX26-FOLHA-HIS-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX26-FH-COMPETENCIA NOT < WRK-INICIO
                          AND EX26-FH-COMPETENCIA < WRK-COMPETENCIA-N
                           PERFORM 0175-GUARDAR-HORAS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX26-FOLHA-HIS-FILE
       END-IF.

       0175-GUARDAR-HORAS.
       SET WRK-HOR-IDX TO 1
       SEARCH WRK-TAB-HOR
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-HOR-IDX > WRK-QTD-HORAS
               ADD 1 TO WRK-QTD-HORAS
           WHEN WRK-TAB-HOR-MATRICULA (WRK-HOR-IDX) = EX26-FH-MATRICULA
              AND WRK-TAB-HOR-COMPETENCIA (WRK-HOR-IDX)
                   = EX26-FH-COMPETENCIA
               CONTINUE
       END-SEARCH
       MOVE EX26-FH-MATRICULA TO WRK-TAB-HOR-MATRICULA (WRK-HOR-IDX)
       MOVE EX26-FH-COMPETENCIA TO
           WRK-TAB-HOR-COMPETENCIA (WRK-HOR-IDX)
       MOVE EX26-FH-HRS-NORMAIS TO WRK-TAB-HOR-NORMAIS (WRK-HOR-IDX)
       MOVE EX26-FH-HRS-EXTRAS TO WRK-TAB-HOR-EXTRAS (WRK-HOR-IDX)
       MOVE EX26-FH-HRS-NOTURNAS TO
           WRK-TAB-HOR-NOTURNAS (WRK-HOR-IDX)
       MOVE EX26-FH-DEPARTAMENTO TO
           WRK-TAB-HOR-DEPARTAMENTO (WRK-HOR-IDX)
       MOVE EX26-FH-TURNO TO WRK-TAB-HOR-TURNO (WRK-HOR-IDX)
       IF EX26-FH-HRS-AULA IS NUMERIC
           MOVE EX26-FH-HRS-AULA TO WRK-TAB-HOR-AULA (WRK-HOR-IDX)
       ELSE
           MOVE ZEROS TO WRK-TAB-HOR-AULA (WRK-HOR-IDX)
       END-IF
       PERFORM 0177-EMPRESA-DAS-HORAS.

      *    company the month was paid by, or the one whose matricula
      *    range holds an employee whose history has none
       0177-EMPRESA-DAS-HORAS.
       IF EX26-FH-EMPRESA IS NUMERIC
          AND EX26-FH-EMPRESA > ZEROS
           MOVE EX26-FH-EMPRESA TO WRK-TAB-HOR-EMPRESA (WRK-HOR-IDX)
       ELSE
           MOVE SPACES TO SIS-EMPRESA-PEDIDO
           SET SIS-EP-DONA-MATRICULA TO TRUE
           MOVE EX26-FH-MATRICULA TO SIS-EP-MATRICULA
           CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
           MOVE SIS-EP-EMPRESA TO WRK-TAB-HOR-EMPRESA (WRK-HOR-IDX)
       END-IF.

       0180-CARREGAR-LANCAMENTOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-LANCAMENTO-FILE
       IF WRK-LANCAMENTO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-LANCAMENTO-FILE INTO EX26-LANCAMENTO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX26-LN-RETROATIVO
                          AND EX26-LN-COMPETENCIA = WRK-COMPETENCIA-N
                           CONTINUE
                       ELSE
                           IF EX26-LN-RETROATIVO
                              AND EX26-LN-COMPETENCIA
                                   < WRK-COMPETENCIA-N
                               PERFORM 0185-SOMAR-PAGO
                           END-IF
                           PERFORM 0560-GUARDAR-LANCAMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX26-LANCAMENTO-FILE
       END-IF.

       0185-SOMAR-PAGO.
       SET WRK-PAG-IDX TO 1
       SEARCH WRK-TAB-PAG
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-PAG-IDX > WRK-QTD-PAGOS
               ADD 1 TO WRK-QTD-PAGOS
               MOVE EX26-LN-MATRICULA TO
                   WRK-TAB-PAG-MATRICULA (WRK-PAG-IDX)
               MOVE EX26-LN-REFERENCIA TO
                   WRK-TAB-PAG-REFERENCIA (WRK-PAG-IDX)
               MOVE ZEROS TO WRK-TAB-PAG-VALOR (WRK-PAG-IDX)
           WHEN WRK-TAB-PAG-MATRICULA (WRK-PAG-IDX) = EX26-LN-MATRICULA
              AND WRK-TAB-PAG-REFERENCIA (WRK-PAG-IDX)
                   = EX26-LN-REFERENCIA
               CONTINUE
       END-SEARCH
       ADD EX26-LN-VALOR TO WRK-TAB-PAG-VALOR (WRK-PAG-IDX).

       0200-ABRIR-ARQUIVOS.
       OPEN OUTPUT EX26-RETRO-REL-FILE
       WRITE EX26-RETRO-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       MOVE WRK-CP-MES TO WRK-LY-MES
       MOVE WRK-CP-ANO TO WRK-LY-ANO
       MOVE WRK-INICIO TO WRK-REFERENCIA-N
       MOVE WRK-RF-MES TO WRK-LY-INI-MES
       MOVE WRK-RF-ANO TO WRK-LY-INI-ANO
       WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-COMPETENCIA
       WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-BRANCO.

       0300-PROCESSAR.
       ADD 1 TO WRK-QT-MESES
       MOVE WRK-TAB-HOR-COMPETENCIA (WRK-HOR-IDX) TO WRK-REFERENCIA-N
       MOVE WRK-TAB-HOR-MATRICULA (WRK-HOR-IDX) TO WRK-LC-MATRICULA
       MOVE WRK-RF-MES TO WRK-LC-MES
       MOVE WRK-RF-ANO TO WRK-LC-ANO
       PERFORM 0350-OBTER-TARIFA
       IF NOT WRK-ACHOU-OK
           ADD 1 TO WRK-QT-SEM-TARIFA
           MOVE 'SEM TARIFA VIGENTE PARA DEPTO/TURNO'
               TO WRK-LC-MENSAGEM
           WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-OCORRENCIA
       ELSE
           PERFORM 0360-OBTER-PAGO
           IF NOT WRK-ACHOU-OK
               ADD 1 TO WRK-QT-SEM-SALARIO
               MOVE 'SEM SALARIO PAGO NO MES' TO WRK-LC-MENSAGEM
               WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-OCORRENCIA
           ELSE
               PERFORM 0400-CALCULAR-DIFERENCA
           END-IF
       END-IF.

       0350-OBTER-TARIFA.
       MOVE ZEROS TO WRK-VALOR-AULA
       MOVE 'S' TO WRK-TARIFA-AULA
       IF WRK-TAB-HOR-AULA (WRK-HOR-IDX) > ZEROS
           MOVE 'A' TO WRK-TURNO-TARIFA
           PERFORM 0355-PESQUISAR-TARIFA
           MOVE WRK-ACHOU TO WRK-TARIFA-AULA
           MOVE WRK-VALOR-HORA TO WRK-VALOR-AULA
       END-IF
       MOVE WRK-TAB-HOR-TURNO (WRK-HOR-IDX) TO WRK-TURNO-TARIFA
       PERFORM 0355-PESQUISAR-TARIFA
       IF NOT WRK-ACHOU-OK
          AND WRK-TAB-HOR-AULA (WRK-HOR-IDX) > ZEROS
          AND WRK-TAB-HOR-NORMAIS (WRK-HOR-IDX) = ZEROS
          AND WRK-TAB-HOR-EXTRAS (WRK-HOR-IDX) = ZEROS
          AND WRK-TAB-HOR-NOTURNAS (WRK-HOR-IDX) = ZEROS
           MOVE ZEROS TO WRK-VALOR-HORA
           MOVE ZEROS TO WRK-PERC-NOTURNO
           MOVE 'S' TO WRK-ACHOU
       END-IF
       IF NOT WRK-TARIFA-AULA-OK
           MOVE 'N' TO WRK-ACHOU
       END-IF.

       0355-PESQUISAR-TARIFA.
       MOVE 'N' TO WRK-ACHOU
       MOVE ZEROS TO WRK-VIGENCIA
       PERFORM VARYING WRK-TAR-IDX FROM 1 BY 1
               UNTIL WRK-TAR-IDX > WRK-QTD-TARIFAS
           IF WRK-TAB-TAR-DEPARTAMENTO (WRK-TAR-IDX)
                   = WRK-TAB-HOR-DEPARTAMENTO (WRK-HOR-IDX)
              AND WRK-TAB-TAR-TURNO (WRK-TAR-IDX) = WRK-TURNO-TARIFA
              AND WRK-TAB-TAR-VIGENCIA (WRK-TAR-IDX)
                   NOT > WRK-REFERENCIA-N
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

       0360-OBTER-PAGO.
       MOVE 'N' TO WRK-ACHOU
       MOVE ZEROS TO WRK-VLR-PAGO
       SET WRK-SAL-IDX TO 1
       SEARCH WRK-TAB-SAL
           AT END
               CONTINUE
           WHEN WRK-SAL-IDX > WRK-QTD-SALARIOS
               CONTINUE
           WHEN WRK-TAB-SAL-MATRICULA (WRK-SAL-IDX)
                   = WRK-TAB-HOR-MATRICULA (WRK-HOR-IDX)
              AND WRK-TAB-SAL-COMPETENCIA (WRK-SAL-IDX)
                   = WRK-REFERENCIA-N
               MOVE 'S' TO WRK-ACHOU
               MOVE WRK-TAB-SAL-BRUTO (WRK-SAL-IDX) TO WRK-VLR-PAGO
       END-SEARCH
       SET WRK-PAG-IDX TO 1
       SEARCH WRK-TAB-PAG
           AT END
               CONTINUE
           WHEN WRK-PAG-IDX > WRK-QTD-PAGOS
               CONTINUE
           WHEN WRK-TAB-PAG-MATRICULA (WRK-PAG-IDX)
                   = WRK-TAB-HOR-MATRICULA (WRK-HOR-IDX)
              AND WRK-TAB-PAG-REFERENCIA (WRK-PAG-IDX)
                   = WRK-REFERENCIA-N
               ADD WRK-TAB-PAG-VALOR (WRK-PAG-IDX) TO WRK-VLR-PAGO
       END-SEARCH.

       0400-CALCULAR-DIFERENCA.
       COMPUTE WRK-VLR-NORMAL ROUNDED =
           WRK-TAB-HOR-NORMAIS (WRK-HOR-IDX) * WRK-VALOR-HORA
       COMPUTE WRK-VLR-EXTRA ROUNDED =
           WRK-TAB-HOR-EXTRAS (WRK-HOR-IDX) * WRK-VALOR-HORA * 1,5
       COMPUTE WRK-VLR-NOTURNO ROUNDED =
           WRK-TAB-HOR-NOTURNAS (WRK-HOR-IDX) * WRK-VALOR-HORA
           * WRK-PERC-NOTURNO / 100
       COMPUTE WRK-VLR-AULA ROUNDED =
           WRK-TAB-HOR-AULA (WRK-HOR-IDX) * WRK-VALOR-AULA
       ADD WRK-VLR-AULA TO WRK-VLR-NORMAL
       COMPUTE WRK-VLR-DEVIDO =
           WRK-VLR-NORMAL + WRK-VLR-EXTRA + WRK-VLR-NOTURNO
       COMPUTE WRK-VLR-DIFERENCA = WRK-VLR-DEVIDO - WRK-VLR-PAGO
       IF WRK-VLR-DIFERENCA NOT = ZEROS
           MOVE WRK-TAB-HOR-MATRICULA (WRK-HOR-IDX)
               TO WRK-LD-MATRICULA
           MOVE WRK-RF-MES TO WRK-LD-MES
           MOVE WRK-RF-ANO TO WRK-LD-ANO
           MOVE WRK-VLR-PAGO TO WRK-LD-PAGO
           MOVE WRK-VLR-DEVIDO TO WRK-LD-DEVIDO
           MOVE WRK-VLR-DIFERENCA TO WRK-LD-DIFERENCA
           WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-DETALHE
       END-IF
       IF WRK-VLR-DIFERENCA < ZEROS
           ADD 1 TO WRK-QT-NEGATIVOS
           SUBTRACT WRK-VLR-DIFERENCA FROM WRK-TOT-NEGATIVO
           MOVE 'DIFERENCA NEGATIVA - NAO LANCADA'
               TO WRK-LC-MENSAGEM
           WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-OCORRENCIA
       END-IF
       IF WRK-VLR-DIFERENCA > ZEROS
           PERFORM 0500-LANCAR-DIFERENCA
       END-IF
       IF WRK-VLR-DIFERENCA NOT = ZEROS
           PERFORM 0415-SOMAR-EMPRESA
       END-IF.

       0415-SOMAR-EMPRESA.
       MOVE WRK-TAB-HOR-EMPRESA (WRK-HOR-IDX) TO WRK-EMPRESA
       SET WRK-EMT-IDX TO 1
       SEARCH WRK-TAB-EMT
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-EMT-IDX > WRK-QTD-EMPRESAS
               ADD 1 TO WRK-QTD-EMPRESAS
               MOVE WRK-EMPRESA TO WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-QTD (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-DIFERENCA (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-NEGATIVO (WRK-EMT-IDX)
           WHEN WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) = WRK-EMPRESA
               CONTINUE
       END-SEARCH
       IF WRK-VLR-DIFERENCA > ZEROS
           ADD 1 TO WRK-TAB-EMT-QTD (WRK-EMT-IDX)
           ADD WRK-VLR-DIFERENCA TO WRK-TAB-EMT-DIFERENCA (WRK-EMT-IDX)
       ELSE
           SUBTRACT WRK-VLR-DIFERENCA FROM
               WRK-TAB-EMT-NEGATIVO (WRK-EMT-IDX)
       END-IF.

       0500-LANCAR-DIFERENCA.
       ADD 1 TO WRK-QT-LANCADOS
       ADD WRK-VLR-DIFERENCA TO WRK-TOT-DIFERENCA
       MOVE WRK-TAB-HOR-MATRICULA (WRK-HOR-IDX) TO EX26-LN-MATRICULA
       MOVE WRK-COMPETENCIA-N TO EX26-LN-COMPETENCIA
       MOVE 'RET' TO EX26-LN-ORIGEM
       MOVE 'P' TO EX26-LN-NATUREZA
       MOVE SPACES TO EX26-LN-DESCRICAO
       STRING 'RETROATIVO ' DELIMITED BY SIZE
           WRK-RF-MES DELIMITED BY SIZE
           '/' DELIMITED BY SIZE
           WRK-RF-ANO DELIMITED BY SIZE
           INTO EX26-LN-DESCRICAO
       MOVE WRK-VLR-DIFERENCA TO EX26-LN-VALOR
       MOVE WRK-REFERENCIA-N TO EX26-LN-REFERENCIA
       PERFORM 0560-GUARDAR-LANCAMENTO
       MOVE WRK-TAB-HOR-DEPARTAMENTO (WRK-HOR-IDX) TO WRK-DEPARTAMENTO
       PERFORM 0600-ACUMULAR-DEPARTAMENTO.

       0560-GUARDAR-LANCAMENTO.
       IF WRK-QTD-LANCAMENTOS >= 5000
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-QTD-LANCAMENTOS
       MOVE EX26-LANCAMENTO-REC TO WRK-TAB-LAN (WRK-QTD-LANCAMENTOS).

       0600-ACUMULAR-DEPARTAMENTO.
       MOVE 'N' TO WRK-ACHOU
       SET WRK-DEP-IDX TO 1
       SEARCH WRK-TAB-DEP
           AT END
               CONTINUE
           WHEN WRK-TAB-DEP-NOME (WRK-DEP-IDX) = WRK-DEPARTAMENTO
               MOVE 'S' TO WRK-ACHOU
       END-SEARCH
       IF NOT WRK-ACHOU-OK
           IF WRK-QTD-DEPTOS >= 50
               PERFORM 9000-ABORTAR-CAPACIDADE
           END-IF
           ADD 1 TO WRK-QTD-DEPTOS
           SET WRK-DEP-IDX TO WRK-QTD-DEPTOS
           MOVE WRK-DEPARTAMENTO TO WRK-TAB-DEP-NOME (WRK-DEP-IDX)
           MOVE ZEROS TO WRK-TAB-DEP-TOTAL (WRK-DEP-IDX)
       END-IF
       ADD WRK-VLR-DIFERENCA TO WRK-TAB-DEP-TOTAL (WRK-DEP-IDX).

       0800-RELATORIO-TOTAIS.
       WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-SUBTITULO
       PERFORM VARYING WRK-DEP-IDX FROM 1 BY 1
               UNTIL WRK-DEP-IDX > WRK-QTD-DEPTOS
           MOVE WRK-TAB-DEP-NOME (WRK-DEP-IDX) TO WRK-LE-NOME
           MOVE WRK-TAB-DEP-TOTAL (WRK-DEP-IDX) TO WRK-LE-TOTAL
           WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-DEPTO
           PERFORM 0850-ACUMULAR-CENTRO
       END-PERFORM

       IF WRK-QTD-CENTROS > ZEROS
           WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-BRANCO
           WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-SUBTITULO2
           PERFORM VARYING WRK-CEN-IDX FROM 1 BY 1
                   UNTIL WRK-CEN-IDX > WRK-QTD-CENTROS
               MOVE WRK-TAB-CEN-CODIGO (WRK-CEN-IDX) TO WRK-LN-CENTRO
               MOVE WRK-TAB-CEN-TOTAL (WRK-CEN-IDX) TO WRK-LN-TOTAL
               WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-CENTRO
           END-PERFORM
       END-IF

       PERFORM 0810-TOTAIS-EMPRESAS
       WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-CONSOLIDADO TO TRUE
       MOVE 'EX26-RETROATIVO' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NAO
           WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-SEM-CONSOLIDADO
       ELSE
           PERFORM 0820-TOTAIS-CONSOLIDADOS
       END-IF
       PERFORM 0830-RESUMO-PROCESSAMENTO.

       0810-TOTAIS-EMPRESAS.
       WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-TITULO-EMPRESAS
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-LM-EMPRESA
           MOVE WRK-TAB-EMT-QTD (WRK-EMT-IDX) TO WRK-LM-QTD
           MOVE WRK-TAB-EMT-DIFERENCA (WRK-EMT-IDX)
               TO WRK-LM-DIFERENCA
           MOVE WRK-TAB-EMT-NEGATIVO (WRK-EMT-IDX) TO WRK-LM-NEGATIVO
           WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-EMPRESA
       END-PERFORM.

       0820-TOTAIS-CONSOLIDADOS.
       MOVE SIS-EP-USUARIO TO WRK-LCO-USUARIO
       WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-CONSOLIDADO
       MOVE 'TOTAL LANCADO.........:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-DIFERENCA TO WRK-LO-VALOR
       WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'TOTAL NEGATIVO........:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-NEGATIVO TO WRK-LO-VALOR
       WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-TOTAL.

       0830-RESUMO-PROCESSAMENTO.
       WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'MESES REPROCESSADOS...: ' DELIMITED BY SIZE
           WRK-QT-MESES DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'DIFERENCAS LANCADAS...: ' DELIMITED BY SIZE
           WRK-QT-LANCADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'DIFERENCAS NEGATIVAS..: ' DELIMITED BY SIZE
           WRK-QT-NEGATIVOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'SEM SALARIO PAGO......: ' DELIMITED BY SIZE
           WRK-QT-SEM-SALARIO DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'SEM TARIFA............: ' DELIMITED BY SIZE
           WRK-QT-SEM-TARIFA DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-RETRO-REL-LINHA FROM WRK-LINHA-RESUMO.

       0850-ACUMULAR-CENTRO.
       MOVE 'SEM CADAST' TO WRK-CENTRO-PAI
       SET WRK-CAD-IDX TO 1
       SEARCH WRK-TAB-CAD
           AT END
               CONTINUE
           WHEN WRK-CAD-IDX > WRK-QTD-CADASTRO-DEP
               CONTINUE
           WHEN WRK-TAB-CAD-CODIGO (WRK-CAD-IDX)
                   = WRK-TAB-DEP-NOME (WRK-DEP-IDX)
               MOVE WRK-TAB-CAD-PAI (WRK-CAD-IDX) TO WRK-CENTRO-PAI
       END-SEARCH
       MOVE 'N' TO WRK-ACHOU
       SET WRK-CEN-IDX TO 1
       SEARCH WRK-TAB-CEN
           AT END
               CONTINUE
           WHEN WRK-TAB-CEN-CODIGO (WRK-CEN-IDX) = WRK-CENTRO-PAI
               MOVE 'S' TO WRK-ACHOU
       END-SEARCH
       IF NOT WRK-ACHOU-OK
           IF WRK-QTD-CENTROS >= 50
               PERFORM 9000-ABORTAR-CAPACIDADE
           END-IF
           ADD 1 TO WRK-QTD-CENTROS
           SET WRK-CEN-IDX TO WRK-QTD-CENTROS
           MOVE WRK-CENTRO-PAI TO WRK-TAB-CEN-CODIGO (WRK-CEN-IDX)
           MOVE ZEROS TO WRK-TAB-CEN-TOTAL (WRK-CEN-IDX)
       END-IF
       ADD WRK-TAB-DEP-TOTAL (WRK-DEP-IDX) TO
           WRK-TAB-CEN-TOTAL (WRK-CEN-IDX).

       0900-FECHAR-ARQUIVOS.
       CLOSE EX26-RETRO-REL-FILE.

       0950-GRAVAR-LANCAMENTOS.
       OPEN OUTPUT EX26-LANCAMENTO-FILE
       PERFORM VARYING WRK-LAN-IDX FROM 1 BY 1
               UNTIL WRK-LAN-IDX > WRK-QTD-LANCAMENTOS
           MOVE WRK-TAB-LAN (WRK-LAN-IDX) TO EX26-LANCAMENTO-LINHA
           WRITE EX26-LANCAMENTO-LINHA
       END-PERFORM
       CLOSE EX26-LANCAMENTO-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
