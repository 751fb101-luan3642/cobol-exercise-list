      ******************************************************************
      * Author:
      * Date:
      * Purpose: 13th salary (decimo terceiro) run for EX26. The
      *          competencia comes from EX26DECPRM.DAT (AAAAMM, the
      *          business date when absent): November pays the first
      *          installment, December the second. The months earned
      *          (avos) are counted from FUNC-MS-DATA-ADMISSAO in the
      *          employee master FUNCMST.DAT - a month counts when 15
      *          or more days of it were worked, leaves in EX26AFA.DAT
      *          other than FERIAS being taken off. The amount is the
      *          average gross of the year in the gross-pay history
      *          EX26SALHIS.DAT divided by 12 times the avos.
      *          First installment: half of the amount for the avos
      *          projected to December, no deductions, active
      *          employees only.
      *          Second installment: full amount for the avos up to
      *          December, or up to the month of the desligamento
      *          (FUNC-DL-DATA of the employee's trigger in
      *          FUNCDESL.DAT, the master's FUNC-MS-DATA-ALTERACAO
      *          only when there is none) for whoever left during the
      *          year and was not settled by EX26-RESCISAO (calculated
      *          trigger, whose settlement already holds the
      *          proportional 13th),
      *          with INSS/IRRF from EX26-TRIBUTOS and the first
      *          installment paid (taken from the net-pay history
      *          EX26LIQHIS.DAT) netted off.
      *          Writes EX26LIQ13.DAT in the net-pay layout (tipo 1 or
      *          2) for EX26-REMESSA, appends it to EX26LIQHIS.DAT,
      *          and writes the payslips EX26HOL13.DAT and the
      *          register EX26DECREL.DAT, totaled per company of the
      *          employee with the totals of the whole group only
      *          when SIS-CONSOLIDA left a request for them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX26-DECIMO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX26-DECPRM-FILE ASSIGN TO 'EX26DECPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DECPRM-STATUS.
           SELECT FUNC-MASTER-FILE ASSIGN TO 'FUNCMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MT-MATRICULA
               FILE STATUS IS WRK-MASTER-STATUS.
           SELECT EX26-AFASTAMENTO-FILE ASSIGN TO 'EX26AFA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AFASTAMENTO-STATUS.
           SELECT EX26-SALARIO-HIS-FILE ASSIGN TO 'EX26SALHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALHIS-STATUS.
           SELECT FUNC-DESLIG-FILE ASSIGN TO 'FUNCDESL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DESLIG-STATUS.
           SELECT EX26-LIQUIDO-HIS-FILE ASSIGN TO 'EX26LIQHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIQHIS-STATUS.
           SELECT EX26-LIQUIDO-FILE ASSIGN TO 'EX26LIQ13.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIQUIDO-STATUS.
           SELECT EX26-HOLERITE-FILE ASSIGN TO 'EX26HOL13.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HOLERITE-STATUS.
           SELECT EX26-DECIMO-REL-FILE ASSIGN TO 'EX26DECREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX26-DECPRM-FILE.
       01 EX26-DECPRM-LINHA PIC X(06).

       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       FD  EX26-AFASTAMENTO-FILE.
       01 EX26-AFASTAMENTO-LINHA PIC X(31).

       FD  EX26-SALARIO-HIS-FILE.
       01 EX26-SALARIO-HIS-LINHA PIC X(49).

       FD  FUNC-DESLIG-FILE.
       01 FUNC-DESLIG-LINHA PIC X(16).

       FD  EX26-LIQUIDO-HIS-FILE.
       01 EX26-LIQUIDO-HIS-LINHA PIC X(68).

       FD  EX26-LIQUIDO-FILE.
       01 EX26-LIQUIDO-LINHA PIC X(68).

       FD  EX26-HOLERITE-FILE.
       01 EX26-HOLERITE-LINHA PIC X(80).

       FD  EX26-DECIMO-REL-FILE.
       01 EX26-DECIMO-REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EX26REC.
       COPY FUNCREC.
       COPY SISEMPREC.

       77 WRK-DECPRM-STATUS      PIC X(02) VALUE '00'.
       77 WRK-MASTER-STATUS      PIC X(02) VALUE '00'.
       77 WRK-AFASTAMENTO-STATUS PIC X(02) VALUE '00'.
       77 WRK-SALHIS-STATUS      PIC X(02) VALUE '00'.
       77 WRK-LIQHIS-STATUS      PIC X(02) VALUE '00'.
       77 WRK-DESLIG-STATUS      PIC X(02) VALUE '00'.
       77 WRK-LIQUIDO-STATUS     PIC X(02) VALUE '00'.
       77 WRK-HOLERITE-STATUS    PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-MASTER PIC X(01) VALUE 'N'.
           88 WRK-FIM-MASTER-OK VALUE 'S'.
       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-PARCELA PIC X(01) VALUE SPACES.
           88 WRK-PRIMEIRA-PARCELA VALUE '1'.
           88 WRK-SEGUNDA-PARCELA  VALUE '2'.

       01 WRK-TABELA-AFASTAMENTOS.
           05 WRK-TAB-AFA OCCURS 2000 TIMES
               INDEXED BY WRK-AFA-IDX.
               10 WRK-TAB-AFA-MATRICULA PIC 9(05).
               10 WRK-TAB-AFA-INICIO    PIC 9(08).
               10 WRK-TAB-AFA-FIM       PIC 9(08).
       77 WRK-QTD-AFASTAMENTOS PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-SALARIOS.
           05 WRK-TAB-SAL OCCURS 6000 TIMES
               INDEXED BY WRK-SAL-IDX.
               10 WRK-TAB-SAL-MATRICULA   PIC 9(05).
               10 WRK-TAB-SAL-COMPETENCIA PIC 9(06).
               10 WRK-TAB-SAL-BRUTO       PIC 9(07)V99.
       77 WRK-QTD-SALARIOS PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-PRIMEIRAS.
           05 WRK-TAB-PRI OCCURS 1000 TIMES
               INDEXED BY WRK-PRI-IDX.
               10 WRK-TAB-PRI-MATRICULA PIC 9(05).
               10 WRK-TAB-PRI-VALOR     PIC 9(07)V99.
       77 WRK-QTD-PRIMEIRAS PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-DESLIGAMENTOS.
           05 WRK-TAB-DSL OCCURS 500 TIMES
               INDEXED BY WRK-DSL-IDX.
               10 WRK-TAB-DSL-MATRICULA PIC 9(05).
               10 WRK-TAB-DSL-DATA      PIC 9(08).
               10 WRK-TAB-DSL-SITUACAO  PIC X(01).
       77 WRK-QTD-DESLIGAMENTOS PIC 9(03) VALUE ZEROS.
       77 WRK-DESLIG-CADASTRO PIC X(01) VALUE 'N'.
           88 WRK-DESLIG-CADASTRO-OK VALUE 'S'.

       01 WRK-COMPETENCIA.
           05 WRK-CP-ANO PIC 9(04).
           05 WRK-CP-MES PIC 9(02).
       01 WRK-COMPETENCIA-N REDEFINES WRK-COMPETENCIA PIC 9(06).

       01 WRK-DATA-NEGOCIO-DEC.
           05 WRK-DN-ANO PIC 9(04).
           05 WRK-DN-MES PIC 9(02).
           05 WRK-DN-DIA PIC 9(02).
       01 WRK-DATA-NEGOCIO REDEFINES WRK-DATA-NEGOCIO-DEC PIC 9(08).

       01 WRK-INICIO-MES.
           05 WRK-IM-ANO PIC 9(04).
           05 WRK-IM-MES PIC 9(02).
           05 WRK-IM-DIA PIC 9(02).
       01 WRK-INICIO-MES-N REDEFINES WRK-INICIO-MES PIC 9(08).
       01 WRK-FIM-MES.
           05 WRK-FM-ANO PIC 9(04).
           05 WRK-FM-MES PIC 9(02).
           05 WRK-FM-DIA PIC 9(02).
       01 WRK-FIM-MES-N REDEFINES WRK-FIM-MES PIC 9(08).
       01 WRK-DATA-DE.
           05 WRK-DD-ANO PIC 9(04).
           05 WRK-DD-MES PIC 9(02).
           05 WRK-DD-DIA PIC 9(02).
       01 WRK-DATA-DE-N REDEFINES WRK-DATA-DE PIC 9(08).
       01 WRK-DATA-ATE.
           05 WRK-DA-ANO PIC 9(04).
           05 WRK-DA-MES PIC 9(02).
           05 WRK-DA-DIA PIC 9(02).
       01 WRK-DATA-ATE-N REDEFINES WRK-DATA-ATE PIC 9(08).
       01 WRK-DATA-DESLIGAMENTO.
           05 WRK-DG-ANO PIC 9(04).
           05 WRK-DG-MES PIC 9(02).
           05 WRK-DG-DIA PIC 9(02).
       01 WRK-DATA-DESLIGAMENTO-N REDEFINES WRK-DATA-DESLIGAMENTO
                                  PIC 9(08).

       77 WRK-COMP-INICIO  PIC 9(06) VALUE ZEROS.
       77 WRK-MES-CALC     PIC 9(02) VALUE ZEROS.
       77 WRK-MES-LIMITE   PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-MES     PIC S9(03) VALUE ZEROS.
       77 WRK-DIAS-AFAST   PIC S9(03) VALUE ZEROS.
       77 WRK-AVOS         PIC 9(02) VALUE ZEROS.
       77 WRK-DIVIDO-TEMP  PIC 9(05) VALUE ZEROS.
       77 WRK-REM4         PIC 9(02) VALUE ZEROS.
       77 WRK-REM100       PIC 9(02) VALUE ZEROS.
       77 WRK-REM400       PIC 9(02) VALUE ZEROS.

       77 WRK-SOMA-BRUTO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QT-MESES-SAL PIC 9(02) VALUE ZEROS.
       77 WRK-MEDIA        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-DECIMO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRIMEIRA     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTOS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-CALC PIC S9(07)V99 VALUE ZEROS.

       77 WRK-QT-PROCESSADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-BASE    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-TABELA  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-BRUTO      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-INSS       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-IRRF       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-PRIMEIRA   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO    PIC 9(09)V99 VALUE ZEROS.

       01 WRK-TABELA-EMPRESAS.
           05 WRK-TAB-EMT OCCURS 99 TIMES
               INDEXED BY WRK-EMT-IDX.
               10 WRK-TAB-EMT-CODIGO   PIC 9(02).
               10 WRK-TAB-EMT-QTD      PIC 9(05).
               10 WRK-TAB-EMT-BRUTO    PIC 9(09)V99.
               10 WRK-TAB-EMT-INSS     PIC 9(09)V99.
               10 WRK-TAB-EMT-IRRF     PIC 9(09)V99.
               10 WRK-TAB-EMT-PRIMEIRA PIC 9(09)V99.
               10 WRK-TAB-EMT-LIQUIDO  PIC 9(09)V99.
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'REGISTRO DE DECIMO TERCEIRO SALARIO - EX26-DECIMO'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-PARCELA.
           05 FILLER            PIC X(07) VALUE 'PARCELA'.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LP-PARCELA     PIC X(01).
           05 FILLER            PIC X(17) VALUE ' - COMPETENCIA: '.
           05 WRK-LP-MES         PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LP-ANO         PIC 9999.
       01 WRK-LINHA-REGISTRO.
           05 FILLER            PIC X(06) VALUE 'MATR: '.
           05 WRK-LR-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(07) VALUE ' AVOS: '.
           05 WRK-LR-AVOS        PIC Z9.
           05 FILLER            PIC X(08) VALUE ' BRUTO: '.
           05 WRK-LR-BRUTO       PIC ZZZZZZ9,99.
           05 FILLER            PIC X(08) VALUE ' DESC.: '.
           05 WRK-LR-DESCONTOS   PIC ZZZZZZ9,99.
           05 FILLER            PIC X(07) VALUE ' LIQ.: '.
           05 WRK-LR-LIQUIDO     PIC ZZZZZZ9,99.
       01 WRK-LINHA-OCORRENCIA.
           05 FILLER            PIC X(11) VALUE 'MATRICULA: '.
           05 WRK-LC-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LC-MENSAGEM    PIC X(50).
       01 WRK-LINHA-TOTAL.
           05 WRK-LO-DESCRICAO   PIC X(24).
           05 WRK-LO-VALOR       PIC ZZZZZZZZ9,99.
       01 WRK-LINHA-TITULO-EMPRESAS PIC X(60) VALUE
           'TOTAIS POR EMPRESA'.
       01 WRK-LINHA-EMPRESA.
           05 FILLER            PIC X(08) VALUE 'EMPRESA '.
           05 WRK-LM-EMPRESA     PIC 9(02).
           05 FILLER            PIC X(07) VALUE ' EMPR: '.
           05 WRK-LM-QTD         PIC ZZZZ9.
           05 FILLER            PIC X(08) VALUE ' BRUTO: '.
           05 WRK-LM-BRUTO       PIC ZZZZZZZZ9,99.
           05 FILLER            PIC X(07) VALUE ' LIQ.: '.
           05 WRK-LM-LIQUIDO     PIC ZZZZZZZZ9,99.
       01 WRK-LINHA-EMPRESA-DESCONTOS.
           05 FILLER            PIC X(18) VALUE SPACES.
           05 FILLER            PIC X(08) VALUE ' INSS: '.
           05 WRK-LM-INSS        PIC ZZZZZZZZ9,99.
           05 FILLER            PIC X(07) VALUE ' IRRF: '.
           05 WRK-LM-IRRF        PIC ZZZZZZZZ9,99.
           05 FILLER            PIC X(11) VALUE ' 1A PARC.: '.
           05 WRK-LM-PRIMEIRA    PIC ZZZZZZZZ9,99.
       01 WRK-LINHA-CONSOLIDADO.
           05 FILLER            PIC X(35) VALUE
               'CONSOLIDADO DO GRUPO - PEDIDO POR: '.
           05 WRK-LG-USUARIO     PIC X(10).
       01 WRK-LINHA-SEM-CONSOLIDADO PIC X(60) VALUE
           'CONSOLIDADO DO GRUPO NAO SOLICITADO'.

       01 WRK-HOL-TITULO.
           05 FILLER            PIC X(29) VALUE
               'HOLERITE - DECIMO TERCEIRO - '.
           05 WRK-HT-PARCELA     PIC X(01).
           05 FILLER            PIC X(13) VALUE 'A PARCELA    '.
           05 WRK-HT-ANO         PIC 9999.
       01 WRK-HOL-EMPREGADO.
           05 FILLER            PIC X(11) VALUE 'MATRICULA: '.
           05 WRK-HE-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(08) VALUE '  NOME: '.
           05 WRK-HE-NOME        PIC X(20).
           05 FILLER            PIC X(09) VALUE '  DEPTO: '.
           05 WRK-HE-DEPARTAMENTO PIC X(10).
       01 WRK-HOL-COLUNAS.
           05 FILLER            PIC X(30) VALUE 'RUBRICA'.
           05 FILLER            PIC X(15) VALUE '     PROVENTOS'.
           05 FILLER            PIC X(15) VALUE '     DESCONTOS'.
       01 WRK-HOL-RUBRICA.
           05 WRK-HB-DESCRICAO   PIC X(30).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WRK-HB-PROVENTO    PIC ZZZZZZ9,99 BLANK WHEN ZERO.
           05 FILLER            PIC X(05) VALUE SPACES.
           05 WRK-HB-DESCONTO    PIC ZZZZZZ9,99 BLANK WHEN ZERO.
       01 WRK-HOL-LIQUIDO.
           05 FILLER            PIC X(30) VALUE 'LIQUIDO A RECEBER'.
           05 FILLER            PIC X(18) VALUE SPACES.
           05 WRK-HL-LIQUIDO     PIC ZZZZZZ9,99.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-HOL-SEPARADOR PIC X(60) VALUE ALL '-'.
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0120-OBTER-COMPETENCIA.
       IF WRK-CP-MES = 11
           MOVE '1' TO WRK-PARCELA
       ELSE
           IF WRK-CP-MES = 12
               MOVE '2' TO WRK-PARCELA
           ELSE
               DISPLAY 'EX26-DECIMO: COMPETENCIA ' WRK-COMPETENCIA-N
                   ' NAO E NOVEMBRO NEM DEZEMBRO - RUN ABORTADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.
       COMPUTE WRK-COMP-INICIO = WRK-CP-ANO * 100 + 1.
       PERFORM 0140-CARREGAR-AFASTAMENTOS.
       PERFORM 0160-CARREGAR-SALARIOS.
       IF WRK-SEGUNDA-PARCELA
           PERFORM 0180-CARREGAR-PRIMEIRAS
           PERFORM 0195-CARREGAR-DESLIGAMENTOS
       END-IF.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0300-PROCESSAR UNTIL WRK-FIM-MASTER-OK.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       IF WRK-QT-SEM-BASE = 0 AND WRK-QT-SEM-TABELA = 0
           MOVE 0 TO RETURN-CODE
       ELSE
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0120-OBTER-COMPETENCIA.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
       MOVE WRK-DN-ANO TO WRK-CP-ANO
       MOVE WRK-DN-MES TO WRK-CP-MES
       OPEN INPUT EX26-DECPRM-FILE
       IF WRK-DECPRM-STATUS = '00'
           READ EX26-DECPRM-FILE
               AT END CONTINUE
               NOT AT END
                   IF EX26-DECPRM-LINHA IS NUMERIC
                       MOVE EX26-DECPRM-LINHA TO WRK-COMPETENCIA-N
                   END-IF
           END-READ
           CLOSE EX26-DECPRM-FILE
       END-IF.

       0140-CARREGAR-AFASTAMENTOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-AFASTAMENTO-FILE
       IF WRK-AFASTAMENTO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-AFASTAMENTO-FILE INTO EX26-AFASTAMENTO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX26-AF-TIPO NOT = 'FERIAS'
                           IF WRK-QTD-AFASTAMENTOS >= 2000
                               PERFORM 9000-ABORTAR-CAPACIDADE
                           END-IF
                           ADD 1 TO WRK-QTD-AFASTAMENTOS
                           MOVE EX26-AF-MATRICULA TO
                               WRK-TAB-AFA-MATRICULA
                                   (WRK-QTD-AFASTAMENTOS)
                           MOVE EX26-AF-DATA-INICIO TO
                               WRK-TAB-AFA-INICIO (WRK-QTD-AFASTAMENTOS)
                           MOVE EX26-AF-DATA-FIM TO
                               WRK-TAB-AFA-FIM (WRK-QTD-AFASTAMENTOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX26-AFASTAMENTO-FILE
       END-IF.

       0160-CARREGAR-SALARIOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-SALARIO-HIS-FILE
       IF WRK-SALHIS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-SALARIO-HIS-FILE INTO EX26-SALARIO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX26-SA-COMPETENCIA >= WRK-COMP-INICIO
                          AND EX26-SA-COMPETENCIA
                              NOT > WRK-COMPETENCIA-N
                           PERFORM 0170-GUARDAR-SALARIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX26-SALARIO-HIS-FILE
       END-IF.

       0170-GUARDAR-SALARIO.
       MOVE 'N' TO WRK-ACHOU
       PERFORM VARYING WRK-SAL-IDX FROM 1 BY 1
               UNTIL WRK-SAL-IDX > WRK-QTD-SALARIOS OR WRK-ACHOU-OK
           IF WRK-TAB-SAL-MATRICULA (WRK-SAL-IDX) = EX26-SA-MATRICULA
              AND WRK-TAB-SAL-COMPETENCIA (WRK-SAL-IDX)
                  = EX26-SA-COMPETENCIA
               MOVE 'S' TO WRK-ACHOU
               MOVE EX26-SA-VLR-BRUTO TO WRK-TAB-SAL-BRUTO (WRK-SAL-IDX)
           END-IF
       END-PERFORM
       IF NOT WRK-ACHOU-OK
           IF WRK-QTD-SALARIOS >= 6000
               PERFORM 9000-ABORTAR-CAPACIDADE
           END-IF
           ADD 1 TO WRK-QTD-SALARIOS
           MOVE EX26-SA-MATRICULA TO
               WRK-TAB-SAL-MATRICULA (WRK-QTD-SALARIOS)
           MOVE EX26-SA-COMPETENCIA TO
               WRK-TAB-SAL-COMPETENCIA (WRK-QTD-SALARIOS)
           MOVE EX26-SA-VLR-BRUTO TO
               WRK-TAB-SAL-BRUTO (WRK-QTD-SALARIOS)
       END-IF.

       0180-CARREGAR-PRIMEIRAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-LIQUIDO-HIS-FILE
       IF WRK-LIQHIS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-LIQUIDO-HIS-FILE INTO EX26-LIQUIDO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX26-LQ-DECIMO-1
                          AND EX26-LQ-COMPETENCIA >= WRK-COMP-INICIO
                          AND EX26-LQ-COMPETENCIA
                              NOT > WRK-COMPETENCIA-N
                           PERFORM 0190-GUARDAR-PRIMEIRA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX26-LIQUIDO-HIS-FILE
       END-IF.

       0190-GUARDAR-PRIMEIRA.
       SET WRK-PRI-IDX TO 1
       SEARCH WRK-TAB-PRI
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-PRI-IDX > WRK-QTD-PRIMEIRAS
               ADD 1 TO WRK-QTD-PRIMEIRAS
           WHEN WRK-TAB-PRI-MATRICULA (WRK-PRI-IDX) = EX26-LQ-MATRICULA
               CONTINUE
       END-SEARCH
       MOVE EX26-LQ-MATRICULA TO WRK-TAB-PRI-MATRICULA (WRK-PRI-IDX)
       MOVE EX26-LQ-VLR-BRUTO TO WRK-TAB-PRI-VALOR (WRK-PRI-IDX).

       0195-CARREGAR-DESLIGAMENTOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT FUNC-DESLIG-FILE
       IF WRK-DESLIG-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-DESLIG-FILE INTO FUNC-DESLIGAMENTO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END PERFORM 0197-GUARDAR-DESLIGAMENTO
               END-READ
           END-PERFORM
           CLOSE FUNC-DESLIG-FILE
       END-IF.

      *    a later trigger of the same matricula replaces the earlier
       0197-GUARDAR-DESLIGAMENTO.
       SET WRK-DSL-IDX TO 1
       SEARCH WRK-TAB-DSL
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-DSL-IDX > WRK-QTD-DESLIGAMENTOS
               ADD 1 TO WRK-QTD-DESLIGAMENTOS
               MOVE FUNC-DL-MATRICULA TO
                   WRK-TAB-DSL-MATRICULA (WRK-DSL-IDX)
           WHEN WRK-TAB-DSL-MATRICULA (WRK-DSL-IDX) = FUNC-DL-MATRICULA
               CONTINUE
       END-SEARCH
       MOVE FUNC-DL-DATA TO WRK-TAB-DSL-DATA (WRK-DSL-IDX)
       MOVE FUNC-DL-SITUACAO TO WRK-TAB-DSL-SITUACAO (WRK-DSL-IDX).

       0200-ABRIR-ARQUIVOS.
       OPEN INPUT FUNC-MASTER-FILE
       OPEN OUTPUT EX26-LIQUIDO-FILE
       OPEN EXTEND EX26-LIQUIDO-HIS-FILE
       IF WRK-LIQHIS-STATUS = '35'
           OPEN OUTPUT EX26-LIQUIDO-HIS-FILE
       END-IF
       OPEN OUTPUT EX26-HOLERITE-FILE
       OPEN OUTPUT EX26-DECIMO-REL-FILE
       WRITE EX26-DECIMO-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX26-DECIMO-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       MOVE WRK-PARCELA TO WRK-LP-PARCELA
       MOVE WRK-CP-MES TO WRK-LP-MES
       MOVE WRK-CP-ANO TO WRK-LP-ANO
       WRITE EX26-DECIMO-REL-LINHA FROM WRK-LINHA-PARCELA
       WRITE EX26-DECIMO-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE ZEROS TO FUNC-MT-MATRICULA
       START FUNC-MASTER-FILE KEY NOT < FUNC-MT-MATRICULA
           INVALID KEY MOVE 'S' TO WRK-FIM-MASTER
       END-START
       PERFORM 0250-LER-MASTER.

       0250-LER-MASTER.
       IF NOT WRK-FIM-MASTER-OK
           READ FUNC-MASTER-FILE NEXT RECORD INTO FUNC-MASTER-REC
               AT END MOVE 'S' TO WRK-FIM-MASTER
           END-READ
       END-IF.

       0300-PROCESSAR.
       MOVE 12 TO WRK-MES-LIMITE
       MOVE 99999999 TO WRK-DATA-DESLIGAMENTO-N
       MOVE 'S' TO WRK-ACHOU
       IF FUNC-MS-DATA-ADMISSAO > WRK-CP-ANO * 10000 + 1231
           MOVE 'N' TO WRK-ACHOU
       END-IF
       IF FUNC-MS-INATIVO
           PERFORM 0320-VERIFICAR-DESLIGAMENTO
           IF WRK-PRIMEIRA-PARCELA OR WRK-DG-ANO NOT = WRK-CP-ANO
               MOVE 'N' TO WRK-ACHOU
           ELSE
               MOVE WRK-DG-MES TO WRK-MES-LIMITE
               PERFORM 0330-AVALIAR-DESLIGAMENTO
           END-IF
       END-IF
       IF WRK-ACHOU-OK
           PERFORM 0400-CALCULAR-AVOS
           IF WRK-AVOS > 0
               PERFORM 0450-CALCULAR-MEDIA
               IF WRK-QT-MESES-SAL = 0
                   ADD 1 TO WRK-QT-SEM-BASE
                   MOVE FUNC-MS-MATRICULA TO WRK-LC-MATRICULA
                   MOVE 'SEM SALARIO NO ANO EM EX26SALHIS.DAT'
                       TO WRK-LC-MENSAGEM
                   WRITE EX26-DECIMO-REL-LINHA
                       FROM WRK-LINHA-OCORRENCIA
               ELSE
                   PERFORM 0500-CALCULAR-PARCELA
                       THRU 0500-CALCULAR-PARCELA-EXIT
               END-IF
           END-IF
       END-IF
       PERFORM 0250-LER-MASTER.

      *    the date of the desligamento trigger, not of the master
      *    record - any later update of the master moves that one
       0320-VERIFICAR-DESLIGAMENTO.
       MOVE 'N' TO WRK-DESLIG-CADASTRO
       MOVE SPACE TO FUNC-DL-SITUACAO
       SET WRK-DSL-IDX TO 1
       SEARCH WRK-TAB-DSL
           AT END
               MOVE 'S' TO WRK-DESLIG-CADASTRO
           WHEN WRK-DSL-IDX > WRK-QTD-DESLIGAMENTOS
               MOVE 'S' TO WRK-DESLIG-CADASTRO
           WHEN WRK-TAB-DSL-MATRICULA (WRK-DSL-IDX) = FUNC-MS-MATRICULA
               MOVE WRK-TAB-DSL-DATA (WRK-DSL-IDX)
                   TO WRK-DATA-DESLIGAMENTO-N
               MOVE WRK-TAB-DSL-SITUACAO (WRK-DSL-IDX)
                   TO FUNC-DL-SITUACAO
       END-SEARCH
       IF WRK-DESLIG-CADASTRO-OK
           MOVE FUNC-MS-DATA-ALTERACAO TO WRK-DATA-DESLIGAMENTO-N
       END-IF.

       0330-AVALIAR-DESLIGAMENTO.
       MOVE FUNC-MS-MATRICULA TO WRK-LC-MATRICULA
       IF FUNC-DL-CALCULADO
           MOVE 'N' TO WRK-ACHOU
           MOVE '13O PROPORCIONAL PAGO NA RESCISAO'
               TO WRK-LC-MENSAGEM
           WRITE EX26-DECIMO-REL-LINHA FROM WRK-LINHA-OCORRENCIA
       END-IF
       IF WRK-DESLIG-CADASTRO-OK
           MOVE 'SEM DESLIGAMENTO EM FUNCDESL - DATA DO CADASTRO'
               TO WRK-LC-MENSAGEM
           WRITE EX26-DECIMO-REL-LINHA FROM WRK-LINHA-OCORRENCIA
       END-IF.

       0400-CALCULAR-AVOS.
       MOVE ZEROS TO WRK-AVOS
       PERFORM VARYING WRK-MES-CALC FROM 1 BY 1
               UNTIL WRK-MES-CALC > WRK-MES-LIMITE
           PERFORM 0410-AVALIAR-MES
       END-PERFORM.

       0410-AVALIAR-MES.
       MOVE WRK-CP-ANO TO WRK-IM-ANO
       MOVE WRK-MES-CALC TO WRK-IM-MES
       MOVE 01 TO WRK-IM-DIA
       MOVE WRK-INICIO-MES-N TO WRK-FIM-MES-N
       PERFORM 0420-ULTIMO-DIA-MES

       IF FUNC-MS-DATA-ADMISSAO > WRK-INICIO-MES-N
           MOVE FUNC-MS-DATA-ADMISSAO TO WRK-DATA-DE-N
       ELSE
           MOVE WRK-INICIO-MES-N TO WRK-DATA-DE-N
       END-IF
       IF WRK-DATA-DESLIGAMENTO-N < WRK-FIM-MES-N
           MOVE WRK-DATA-DESLIGAMENTO-N TO WRK-DATA-ATE-N
       ELSE
           MOVE WRK-FIM-MES-N TO WRK-DATA-ATE-N
       END-IF
       IF WRK-DATA-DE-N > WRK-DATA-ATE-N
           MOVE ZEROS TO WRK-DIAS-MES
       ELSE
           COMPUTE WRK-DIAS-MES = WRK-DA-DIA - WRK-DD-DIA + 1
       END-IF

       PERFORM VARYING WRK-AFA-IDX FROM 1 BY 1
               UNTIL WRK-AFA-IDX > WRK-QTD-AFASTAMENTOS
           IF WRK-TAB-AFA-MATRICULA (WRK-AFA-IDX) = FUNC-MS-MATRICULA
              AND WRK-TAB-AFA-INICIO (WRK-AFA-IDX) NOT > WRK-FIM-MES-N
              AND WRK-TAB-AFA-FIM (WRK-AFA-IDX)
                  NOT < WRK-INICIO-MES-N
               PERFORM 0430-DESCONTAR-AFASTAMENTO
           END-IF
       END-PERFORM

       IF WRK-DIAS-MES >= 15
           ADD 1 TO WRK-AVOS
       END-IF.

       0420-ULTIMO-DIA-MES.
       EVALUATE WRK-FM-MES
           WHEN 04 WHEN 06 WHEN 09 WHEN 11
               MOVE 30 TO WRK-FM-DIA
           WHEN 02
               DIVIDE WRK-FM-ANO BY 4 GIVING WRK-DIVIDO-TEMP
                   REMAINDER WRK-REM4
               DIVIDE WRK-FM-ANO BY 100 GIVING WRK-DIVIDO-TEMP
                   REMAINDER WRK-REM100
               DIVIDE WRK-FM-ANO BY 400 GIVING WRK-DIVIDO-TEMP
                   REMAINDER WRK-REM400
               IF WRK-REM4 = 0 AND
                       (WRK-REM100 NOT = 0 OR WRK-REM400 = 0)
                   MOVE 29 TO WRK-FM-DIA
               ELSE
                   MOVE 28 TO WRK-FM-DIA
               END-IF
           WHEN OTHER
               MOVE 31 TO WRK-FM-DIA
       END-EVALUATE.

       0430-DESCONTAR-AFASTAMENTO.
       IF WRK-TAB-AFA-INICIO (WRK-AFA-IDX) > WRK-INICIO-MES-N
           MOVE WRK-TAB-AFA-INICIO (WRK-AFA-IDX) TO WRK-DATA-DE-N
       ELSE
           MOVE WRK-INICIO-MES-N TO WRK-DATA-DE-N
       END-IF
       IF WRK-TAB-AFA-FIM (WRK-AFA-IDX) < WRK-FIM-MES-N
           MOVE WRK-TAB-AFA-FIM (WRK-AFA-IDX) TO WRK-DATA-ATE-N
       ELSE
           MOVE WRK-FIM-MES-N TO WRK-DATA-ATE-N
       END-IF
       COMPUTE WRK-DIAS-AFAST = WRK-DA-DIA - WRK-DD-DIA + 1
       SUBTRACT WRK-DIAS-AFAST FROM WRK-DIAS-MES
       IF WRK-DIAS-MES < 0
           MOVE ZEROS TO WRK-DIAS-MES
       END-IF.

       0450-CALCULAR-MEDIA.
       MOVE ZEROS TO WRK-SOMA-BRUTO
       MOVE ZEROS TO WRK-QT-MESES-SAL
       MOVE ZEROS TO WRK-MEDIA
       PERFORM VARYING WRK-SAL-IDX FROM 1 BY 1
               UNTIL WRK-SAL-IDX > WRK-QTD-SALARIOS
           IF WRK-TAB-SAL-MATRICULA (WRK-SAL-IDX) = FUNC-MS-MATRICULA
               ADD WRK-TAB-SAL-BRUTO (WRK-SAL-IDX) TO WRK-SOMA-BRUTO
               ADD 1 TO WRK-QT-MESES-SAL
           END-IF
       END-PERFORM
       IF WRK-QT-MESES-SAL > 0
           COMPUTE WRK-MEDIA ROUNDED = WRK-SOMA-BRUTO / WRK-QT-MESES-SAL
       END-IF.

       0500-CALCULAR-PARCELA.
       MOVE FUNC-MS-MATRICULA TO EX26-LQ-MATRICULA
       MOVE WRK-COMPETENCIA-N TO EX26-LQ-COMPETENCIA
       MOVE WRK-PARCELA TO EX26-LQ-TIPO
       MOVE ZEROS TO EX26-LQ-VLR-INSS
       MOVE ZEROS TO EX26-LQ-VLR-IRRF
       MOVE ZEROS TO EX26-LQ-VLR-OUTROS
       MOVE ZEROS TO EX26-LQ-VLR-ISENTO
       MOVE FUNC-MS-EMPRESA TO EX26-LQ-EMPRESA
       MOVE ZEROS TO WRK-PRIMEIRA
       COMPUTE WRK-VALOR-DECIMO ROUNDED = WRK-MEDIA * WRK-AVOS / 12
       IF WRK-PRIMEIRA-PARCELA
           COMPUTE EX26-LQ-VLR-BRUTO ROUNDED = WRK-VALOR-DECIMO / 2
       ELSE
           MOVE WRK-VALOR-DECIMO TO EX26-LQ-VLR-BRUTO
           MOVE WRK-COMPETENCIA-N TO EX26-TB-COMPETENCIA
           MOVE FUNC-MS-MATRICULA TO EX26-TB-MATRICULA
           MOVE WRK-VALOR-DECIMO TO EX26-TB-BASE
           CALL 'EX26-TRIBUTOS' USING EX26-TRIBUTO-REC
           IF EX26-TB-SEM-TABELA
               ADD 1 TO WRK-QT-SEM-TABELA
               MOVE FUNC-MS-MATRICULA TO WRK-LC-MATRICULA
               MOVE 'SEM TABELA INSS/IRRF PARA A COMPETENCIA'
                   TO WRK-LC-MENSAGEM
               WRITE EX26-DECIMO-REL-LINHA FROM WRK-LINHA-OCORRENCIA
               GO TO 0500-CALCULAR-PARCELA-EXIT
           END-IF
           MOVE EX26-TB-VLR-INSS TO EX26-LQ-VLR-INSS
           MOVE EX26-TB-VLR-IRRF TO EX26-LQ-VLR-IRRF
           SET WRK-PRI-IDX TO 1
           SEARCH WRK-TAB-PRI
               AT END
                   CONTINUE
               WHEN WRK-PRI-IDX > WRK-QTD-PRIMEIRAS
                   CONTINUE
               WHEN WRK-TAB-PRI-MATRICULA (WRK-PRI-IDX)
                       = FUNC-MS-MATRICULA
                   MOVE WRK-TAB-PRI-VALOR (WRK-PRI-IDX) TO WRK-PRIMEIRA
           END-SEARCH
           MOVE WRK-PRIMEIRA TO EX26-LQ-VLR-OUTROS
       END-IF
       COMPUTE WRK-TOT-DESCONTOS = EX26-LQ-VLR-INSS
           + EX26-LQ-VLR-IRRF + EX26-LQ-VLR-OUTROS
       COMPUTE WRK-LIQUIDO-CALC =
           EX26-LQ-VLR-BRUTO - WRK-TOT-DESCONTOS
       IF WRK-LIQUIDO-CALC < 0
           MOVE ZEROS TO EX26-LQ-VLR-LIQUIDO
           MOVE FUNC-MS-MATRICULA TO WRK-LC-MATRICULA
           MOVE 'DESCONTOS SUPERAM O 13O - LIQUIDO ZERADO'
               TO WRK-LC-MENSAGEM
           WRITE EX26-DECIMO-REL-LINHA FROM WRK-LINHA-OCORRENCIA
       ELSE
           MOVE WRK-LIQUIDO-CALC TO EX26-LQ-VLR-LIQUIDO
       END-IF
       MOVE EX26-LIQUIDO-REC TO EX26-LIQUIDO-LINHA
       WRITE EX26-LIQUIDO-LINHA
       MOVE EX26-LIQUIDO-REC TO EX26-LIQUIDO-HIS-LINHA
       WRITE EX26-LIQUIDO-HIS-LINHA

       ADD 1 TO WRK-QT-PROCESSADOS
       ADD EX26-LQ-VLR-BRUTO TO WRK-TOT-BRUTO
       ADD EX26-LQ-VLR-INSS TO WRK-TOT-INSS
       ADD EX26-LQ-VLR-IRRF TO WRK-TOT-IRRF
       ADD EX26-LQ-VLR-OUTROS TO WRK-TOT-PRIMEIRA
       ADD EX26-LQ-VLR-LIQUIDO TO WRK-TOT-LIQUIDO
       PERFORM 0510-SOMAR-EMPRESA

       MOVE EX26-LQ-MATRICULA TO WRK-LR-MATRICULA
       MOVE WRK-AVOS TO WRK-LR-AVOS
       MOVE EX26-LQ-VLR-BRUTO TO WRK-LR-BRUTO
       MOVE WRK-TOT-DESCONTOS TO WRK-LR-DESCONTOS
       MOVE EX26-LQ-VLR-LIQUIDO TO WRK-LR-LIQUIDO
       WRITE EX26-DECIMO-REL-LINHA FROM WRK-LINHA-REGISTRO
       PERFORM 0600-EMITIR-HOLERITE.

       0500-CALCULAR-PARCELA-EXIT.
       EXIT.

       0510-SOMAR-EMPRESA.
       SET WRK-EMT-IDX TO 1
       SEARCH WRK-TAB-EMT
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-EMT-IDX > WRK-QTD-EMPRESAS
               ADD 1 TO WRK-QTD-EMPRESAS
               MOVE EX26-LQ-EMPRESA TO WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-QTD (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-BRUTO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-INSS (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-IRRF (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-PRIMEIRA (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-LIQUIDO (WRK-EMT-IDX)
           WHEN WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) = EX26-LQ-EMPRESA
               CONTINUE
       END-SEARCH
       ADD 1 TO WRK-TAB-EMT-QTD (WRK-EMT-IDX)
       ADD EX26-LQ-VLR-BRUTO TO WRK-TAB-EMT-BRUTO (WRK-EMT-IDX)
       ADD EX26-LQ-VLR-INSS TO WRK-TAB-EMT-INSS (WRK-EMT-IDX)
       ADD EX26-LQ-VLR-IRRF TO WRK-TAB-EMT-IRRF (WRK-EMT-IDX)
       ADD EX26-LQ-VLR-OUTROS TO WRK-TAB-EMT-PRIMEIRA (WRK-EMT-IDX)
       ADD EX26-LQ-VLR-LIQUIDO TO WRK-TAB-EMT-LIQUIDO (WRK-EMT-IDX).

       0600-EMITIR-HOLERITE.
       MOVE WRK-PARCELA TO WRK-HT-PARCELA
       MOVE WRK-CP-ANO TO WRK-HT-ANO
       WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-TITULO
       MOVE FUNC-MS-MATRICULA TO WRK-HE-MATRICULA
       MOVE FUNC-MS-NOME TO WRK-HE-NOME
       MOVE FUNC-MS-DEPARTAMENTO TO WRK-HE-DEPARTAMENTO
       WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-EMPREGADO
       WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-SEPARADOR
       WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-COLUNAS

       MOVE SPACES TO WRK-HB-DESCRICAO
       IF WRK-PRIMEIRA-PARCELA
           STRING '13O SALARIO 1A PARCELA ' DELIMITED BY SIZE
               WRK-AVOS DELIMITED BY SIZE
               '/12' DELIMITED BY SIZE
               INTO WRK-HB-DESCRICAO
       ELSE
           STRING '13O SALARIO ' DELIMITED BY SIZE
               WRK-AVOS DELIMITED BY SIZE
               '/12 AVOS' DELIMITED BY SIZE
               INTO WRK-HB-DESCRICAO
       END-IF
       MOVE EX26-LQ-VLR-BRUTO TO WRK-HB-PROVENTO
       MOVE ZEROS TO WRK-HB-DESCONTO
       WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-RUBRICA

       IF WRK-SEGUNDA-PARCELA
           MOVE ZEROS TO WRK-HB-PROVENTO
           MOVE 'INSS SOBRE 13O SALARIO' TO WRK-HB-DESCRICAO
           MOVE EX26-LQ-VLR-INSS TO WRK-HB-DESCONTO
           WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-RUBRICA
           MOVE 'IRRF SOBRE 13O SALARIO' TO WRK-HB-DESCRICAO
           MOVE EX26-LQ-VLR-IRRF TO WRK-HB-DESCONTO
           WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-RUBRICA
           IF EX26-LQ-VLR-OUTROS > ZEROS
               MOVE '1A PARCELA JA PAGA' TO WRK-HB-DESCRICAO
               MOVE EX26-LQ-VLR-OUTROS TO WRK-HB-DESCONTO
               WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-RUBRICA
           END-IF
       END-IF

       WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-SEPARADOR
       MOVE 'TOTAIS' TO WRK-HB-DESCRICAO
       MOVE EX26-LQ-VLR-BRUTO TO WRK-HB-PROVENTO
       MOVE WRK-TOT-DESCONTOS TO WRK-HB-DESCONTO
       WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-RUBRICA
       MOVE EX26-LQ-VLR-LIQUIDO TO WRK-HL-LIQUIDO
       WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-LIQUIDO
       WRITE EX26-HOLERITE-LINHA FROM WRK-LINHA-BRANCO.

       0800-RELATORIO-TOTAIS.
       PERFORM 0810-TOTAIS-EMPRESAS
       WRITE EX26-DECIMO-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-CONSOLIDADO TO TRUE
       MOVE 'EX26-DECIMO' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NAO
           WRITE EX26-DECIMO-REL-LINHA FROM WRK-LINHA-SEM-CONSOLIDADO
       ELSE
           PERFORM 0820-TOTAIS-CONSOLIDADOS
       END-IF
       PERFORM 0830-RESUMO-PROCESSAMENTO.

       0810-TOTAIS-EMPRESAS.
       WRITE EX26-DECIMO-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX26-DECIMO-REL-LINHA FROM WRK-LINHA-TITULO-EMPRESAS
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-LM-EMPRESA
           MOVE WRK-TAB-EMT-QTD (WRK-EMT-IDX) TO WRK-LM-QTD
           MOVE WRK-TAB-EMT-BRUTO (WRK-EMT-IDX) TO WRK-LM-BRUTO
           MOVE WRK-TAB-EMT-LIQUIDO (WRK-EMT-IDX) TO WRK-LM-LIQUIDO
           WRITE EX26-DECIMO-REL-LINHA FROM WRK-LINHA-EMPRESA
           MOVE WRK-TAB-EMT-INSS (WRK-EMT-IDX) TO WRK-LM-INSS
           MOVE WRK-TAB-EMT-IRRF (WRK-EMT-IDX) TO WRK-LM-IRRF
           MOVE WRK-TAB-EMT-PRIMEIRA (WRK-EMT-IDX) TO WRK-LM-PRIMEIRA
           WRITE EX26-DECIMO-REL-LINHA FROM WRK-LINHA-EMPRESA-DESCONTOS
       END-PERFORM.

       0820-TOTAIS-CONSOLIDADOS.
       MOVE SIS-EP-USUARIO TO WRK-LG-USUARIO
       WRITE EX26-DECIMO-REL-LINHA FROM WRK-LINHA-CONSOLIDADO
       MOVE 'TOTAL BRUTO 13O.......:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-BRUTO TO WRK-LO-VALOR
       WRITE EX26-DECIMO-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'TOTAL INSS RETIDO.....:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-INSS TO WRK-LO-VALOR
       WRITE EX26-DECIMO-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'TOTAL IRRF RETIDO.....:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-IRRF TO WRK-LO-VALOR
       WRITE EX26-DECIMO-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'TOTAL 1A PARC. ABATIDA:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-PRIMEIRA TO WRK-LO-VALOR
       WRITE EX26-DECIMO-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'TOTAL LIQUIDO.........:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-LIQUIDO TO WRK-LO-VALOR
       WRITE EX26-DECIMO-REL-LINHA FROM WRK-LINHA-TOTAL.

       0830-RESUMO-PROCESSAMENTO.
       WRITE EX26-DECIMO-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'EMPREGADOS PROCESSADOS: ' DELIMITED BY SIZE
           WRK-QT-PROCESSADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-DECIMO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'SEM SALARIO NO ANO....: ' DELIMITED BY SIZE
           WRK-QT-SEM-BASE DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-DECIMO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'SEM TABELA............: ' DELIMITED BY SIZE
           WRK-QT-SEM-TABELA DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-DECIMO-REL-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       CLOSE FUNC-MASTER-FILE
       CLOSE EX26-LIQUIDO-FILE
       CLOSE EX26-LIQUIDO-HIS-FILE
       CLOSE EX26-HOLERITE-FILE
       CLOSE EX26-DECIMO-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
