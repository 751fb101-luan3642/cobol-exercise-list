      ******************************************************************
      * Author:
      * Date:
      * Purpose: vacation pay run for EX26 - prices every FERIAS
      *          period of the leave schedule EX26AFA.DAT that starts
      *          in the cycle being prepared (EX26FERPRM.DAT AAAAMM,
      *          the month after the business date when absent). The
      *          days are priced from the average gross of the 12
      *          months before the start in the gross-pay history
      *          EX26SALHIS.DAT (average / 30 per day), plus the
      *          constitutional one-third bonus. Days sold back to the
      *          company (abono pecuniario) come from EX26ABONO.DAT,
      *          limited to 10 per period, and are paid with their own
      *          third and no deductions; INSS/IRRF from EX26-TRIBUTOS
      *          fall on the vacation days and their third. Payment is
      *          due two days before the leave starts: a period whose
      *          due date is already behind the business date is
      *          flagged PAGAMENTO EM ATRASO on the receipt and in the
      *          register and ends the run with RETURN-CODE 4.
      *          Writes EX26LIQFER.DAT in the net-pay layout (tipo F)
      *          for EX26-REMESSA, appends it to EX26LIQHIS.DAT, and
      *          writes the receipts EX26RECFER.DAT and the register
      *          EX26FERPREL.DAT, totaled per company of the employee
      *          with the totals of the whole group only when
      *          SIS-CONSOLIDA left a request for them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX26-FERIAS-PGTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX26-FERPRM-FILE ASSIGN TO 'EX26FERPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERPRM-STATUS.
           SELECT EX26-AFASTAMENTO-FILE ASSIGN TO 'EX26AFA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AFASTAMENTO-STATUS.
           SELECT EX26-ABONO-FILE ASSIGN TO 'EX26ABONO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ABONO-STATUS.
           SELECT EX26-SALARIO-HIS-FILE ASSIGN TO 'EX26SALHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALHIS-STATUS.
           SELECT FUNC-MASTER-FILE ASSIGN TO 'FUNCMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MT-MATRICULA
               FILE STATUS IS WRK-MASTER-STATUS.
           SELECT EX26-LIQUIDO-HIS-FILE ASSIGN TO 'EX26LIQHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIQHIS-STATUS.
           SELECT EX26-LIQUIDO-FILE ASSIGN TO 'EX26LIQFER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIQUIDO-STATUS.
           SELECT EX26-RECIBO-FILE ASSIGN TO 'EX26RECFER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RECIBO-STATUS.
           SELECT EX26-FERPGTO-REL-FILE ASSIGN TO 'EX26FERPREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX26-FERPRM-FILE.
       01 EX26-FERPRM-LINHA PIC X(06).

       FD  EX26-AFASTAMENTO-FILE.
       01 EX26-AFASTAMENTO-LINHA PIC X(31).

       FD  EX26-ABONO-FILE.
       01 EX26-ABONO-LINHA PIC X(15).

       FD  EX26-SALARIO-HIS-FILE.
       01 EX26-SALARIO-HIS-LINHA PIC X(49).

       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       FD  EX26-LIQUIDO-HIS-FILE.
       01 EX26-LIQUIDO-HIS-LINHA PIC X(68).

       FD  EX26-LIQUIDO-FILE.
       01 EX26-LIQUIDO-LINHA PIC X(68).

       FD  EX26-RECIBO-FILE.
       01 EX26-RECIBO-LINHA PIC X(80).

       FD  EX26-FERPGTO-REL-FILE.
       01 EX26-FERPGTO-REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EX26REC.
       COPY FUNCREC.
       COPY SISEMPREC.

       77 WRK-FERPRM-STATUS      PIC X(02) VALUE '00'.
       77 WRK-AFASTAMENTO-STATUS PIC X(02) VALUE '00'.
       77 WRK-ABONO-STATUS       PIC X(02) VALUE '00'.
       77 WRK-SALHIS-STATUS      PIC X(02) VALUE '00'.
       77 WRK-MASTER-STATUS      PIC X(02) VALUE '00'.
       77 WRK-LIQHIS-STATUS      PIC X(02) VALUE '00'.
       77 WRK-LIQUIDO-STATUS     PIC X(02) VALUE '00'.
       77 WRK-RECIBO-STATUS      PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-ATRASO PIC X(01) VALUE 'N'.
           88 WRK-ATRASO-OK VALUE 'S'.

       01 WRK-TABELA-ABONOS.
           05 WRK-TAB-ABO OCCURS 500 TIMES
               INDEXED BY WRK-ABO-IDX.
               10 WRK-TAB-ABO-MATRICULA PIC 9(05).
               10 WRK-TAB-ABO-INICIO    PIC 9(08).
               10 WRK-TAB-ABO-DIAS      PIC 9(02).
       77 WRK-QTD-ABONOS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-SALARIOS.
           05 WRK-TAB-SAL OCCURS 6000 TIMES
               INDEXED BY WRK-SAL-IDX.
               10 WRK-TAB-SAL-MATRICULA   PIC 9(05).
               10 WRK-TAB-SAL-COMPETENCIA PIC 9(06).
               10 WRK-TAB-SAL-BRUTO       PIC 9(07)V99.
       77 WRK-QTD-SALARIOS PIC 9(04) VALUE ZEROS.

       01 WRK-COMPETENCIA.
           05 WRK-CP-ANO PIC 9(04).
           05 WRK-CP-MES PIC 9(02).
       01 WRK-COMPETENCIA-N REDEFINES WRK-COMPETENCIA PIC 9(06).

       01 WRK-COMP-INICIO.
           05 WRK-CI-ANO PIC 9(04).
           05 WRK-CI-MES PIC 9(02).
       01 WRK-COMP-INICIO-N REDEFINES WRK-COMP-INICIO PIC 9(06).
       77 WRK-COMP-MEDIA-DE  PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-MEDIA-ATE PIC 9(06) VALUE ZEROS.

       01 WRK-DATA-NEGOCIO-DEC.
           05 WRK-DN-ANO PIC 9(04).
           05 WRK-DN-MES PIC 9(02).
           05 WRK-DN-DIA PIC 9(02).
       01 WRK-DATA-NEGOCIO REDEFINES WRK-DATA-NEGOCIO-DEC PIC 9(08).

       01 WRK-DATA-CALCULO.
           05 WRK-DC-ANO PIC 9(04).
           05 WRK-DC-MES PIC 9(02).
           05 WRK-DC-DIA PIC 9(02).
       01 WRK-DATA-CALCULO-N REDEFINES WRK-DATA-CALCULO PIC 9(08).
       01 WRK-DATA-PAGAMENTO.
           05 WRK-DP-ANO PIC 9(04).
           05 WRK-DP-MES PIC 9(02).
           05 WRK-DP-DIA PIC 9(02).
       01 WRK-DATA-PAGAMENTO-N REDEFINES WRK-DATA-PAGAMENTO PIC 9(08).
       01 WRK-DATA-EDITADA.
           05 WRK-DE-DIA PIC 99.
           05 FILLER     PIC X(01) VALUE '/'.
           05 WRK-DE-MES PIC 99.
           05 FILLER     PIC X(01) VALUE '/'.
           05 WRK-DE-ANO PIC 9999.

       77 WRK-SERIAL-A     PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-B     PIC 9(07) VALUE ZEROS.
       77 WRK-ANO-ANT      PIC 9(04) VALUE ZEROS.
       77 WRK-QT-LEAP      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LEAP-100  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LEAP-400  PIC 9(05) VALUE ZEROS.
       77 WRK-CUM-DIAS     PIC 9(03) VALUE ZEROS.
       77 WRK-DIVIDO-TEMP  PIC 9(05) VALUE ZEROS.
       77 WRK-REM4         PIC 9(02) VALUE ZEROS.
       77 WRK-REM100       PIC 9(02) VALUE ZEROS.
       77 WRK-REM400       PIC 9(02) VALUE ZEROS.
       77 WRK-BISSEXTO     PIC X(01) VALUE 'N'.
           88 WRK-BISSEXTO-OK VALUE 'S'.
       77 WRK-VEZES        PIC 9(01) VALUE ZEROS.

       77 WRK-DIAS-GOZO    PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-ABONO   PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-BRUTO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QT-MESES-SAL PIC 9(02) VALUE ZEROS.
       77 WRK-MEDIA        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-DIA    PIC 9(07)V9999 VALUE ZEROS.
       77 WRK-VLR-FERIAS   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VLR-TERCO    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VLR-ABONO    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VLR-TERCO-ABONO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTOS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-CALC  PIC S9(07)V99 VALUE ZEROS.

       77 WRK-QT-PROCESSADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ATRASADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-BASE    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-TABELA  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-BRUTO      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-INSS       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-IRRF       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO    PIC 9(09)V99 VALUE ZEROS.

       01 WRK-TABELA-EMPRESAS.
           05 WRK-TAB-EMT OCCURS 99 TIMES
               INDEXED BY WRK-EMT-IDX.
               10 WRK-TAB-EMT-CODIGO  PIC 9(02).
               10 WRK-TAB-EMT-QTD     PIC 9(05).
               10 WRK-TAB-EMT-BRUTO   PIC 9(09)V99.
               10 WRK-TAB-EMT-INSS    PIC 9(09)V99.
               10 WRK-TAB-EMT-IRRF    PIC 9(09)V99.
               10 WRK-TAB-EMT-LIQUIDO PIC 9(09)V99.
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'REGISTRO DE PAGAMENTO DE FERIAS - EX26-FERIAS-PGTO'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-CICLO.
           05 FILLER            PIC X(29) VALUE
               'FERIAS COM INICIO NO CICLO: '.
           05 WRK-LY-MES         PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LY-ANO         PIC 9999.
       01 WRK-LINHA-REGISTRO.
           05 FILLER            PIC X(06) VALUE 'MATR: '.
           05 WRK-LR-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LR-INICIO      PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LR-DIAS        PIC ZZ9.
           05 FILLER            PIC X(01) VALUE '+'.
           05 WRK-LR-ABONO       PIC Z9.
           05 FILLER            PIC X(02) VALUE ' D'.
           05 FILLER            PIC X(06) VALUE ' LIQ: '.
           05 WRK-LR-LIQUIDO     PIC ZZZZZZ9,99.
           05 FILLER            PIC X(06) VALUE ' PGTO '.
           05 WRK-LR-PAGAMENTO   PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LR-SITUACAO    PIC X(10).
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
           05 FILLER            PIC X(10) VALUE ' PERIODOS:'.
           05 WRK-LM-QTD         PIC ZZZZ9.
           05 FILLER            PIC X(08) VALUE ' BRUTO: '.
           05 WRK-LM-BRUTO       PIC ZZZZZZZZ9,99.
           05 FILLER            PIC X(07) VALUE ' LIQ.: '.
           05 WRK-LM-LIQUIDO     PIC ZZZZZZZZ9,99.
       01 WRK-LINHA-EMPRESA-TRIBUTOS.
           05 FILLER            PIC X(21) VALUE SPACES.
           05 FILLER            PIC X(08) VALUE ' INSS: '.
           05 WRK-LM-INSS        PIC ZZZZZZZZ9,99.
           05 FILLER            PIC X(07) VALUE ' IRRF: '.
           05 WRK-LM-IRRF        PIC ZZZZZZZZ9,99.
       01 WRK-LINHA-CONSOLIDADO.
           05 FILLER            PIC X(35) VALUE
               'CONSOLIDADO DO GRUPO - PEDIDO POR: '.
           05 WRK-LG-USUARIO     PIC X(10).
       01 WRK-LINHA-SEM-CONSOLIDADO PIC X(60) VALUE
           'CONSOLIDADO DO GRUPO NAO SOLICITADO'.

       01 WRK-REC-TITULO PIC X(60) VALUE 'RECIBO DE FERIAS'.
       01 WRK-REC-EMPREGADO.
           05 FILLER            PIC X(11) VALUE 'MATRICULA: '.
           05 WRK-RE-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(08) VALUE '  NOME: '.
           05 WRK-RE-NOME        PIC X(20).
           05 FILLER            PIC X(09) VALUE '  DEPTO: '.
           05 WRK-RE-DEPARTAMENTO PIC X(10).
       01 WRK-REC-PERIODO.
           05 FILLER            PIC X(18) VALUE 'PERIODO DE GOZO: '.
           05 WRK-RP-INICIO      PIC X(10).
           05 FILLER            PIC X(05) VALUE ' A '.
           05 WRK-RP-FIM         PIC X(10).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WRK-RP-DIAS        PIC ZZ9.
           05 FILLER            PIC X(05) VALUE ' DIAS'.
       01 WRK-REC-PAGAMENTO.
           05 FILLER            PIC X(18) VALUE 'PAGAMENTO ATE: '.
           05 WRK-RG-DATA        PIC X(10).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WRK-RG-SITUACAO    PIC X(30).
       01 WRK-REC-COLUNAS.
           05 FILLER            PIC X(30) VALUE 'RUBRICA'.
           05 FILLER            PIC X(15) VALUE '     PROVENTOS'.
           05 FILLER            PIC X(15) VALUE '     DESCONTOS'.
       01 WRK-REC-RUBRICA.
           05 WRK-RB-DESCRICAO   PIC X(30).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WRK-RB-PROVENTO    PIC ZZZZZZ9,99 BLANK WHEN ZERO.
           05 FILLER            PIC X(05) VALUE SPACES.
           05 WRK-RB-DESCONTO    PIC ZZZZZZ9,99 BLANK WHEN ZERO.
       01 WRK-REC-LIQUIDO.
           05 FILLER            PIC X(30) VALUE 'LIQUIDO A RECEBER'.
           05 FILLER            PIC X(18) VALUE SPACES.
           05 WRK-RL-LIQUIDO     PIC ZZZZZZ9,99.
       01 WRK-REC-ASSINATURA PIC X(60) VALUE
           'RECEBI A IMPORTANCIA ACIMA  ____________________________'.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-REC-SEPARADOR PIC X(60) VALUE ALL '-'.
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0120-OBTER-CICLO.
       PERFORM 0140-CARREGAR-ABONOS.
       PERFORM 0160-CARREGAR-SALARIOS.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0300-PROCESSAR UNTIL WRK-FIM-ARQUIVO-OK.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       IF WRK-QT-ATRASADOS = 0 AND WRK-QT-SEM-BASE = 0
          AND WRK-QT-SEM-TABELA = 0
           MOVE 0 TO RETURN-CODE
       ELSE
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0120-OBTER-CICLO.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
       MOVE WRK-DN-ANO TO WRK-CP-ANO
       MOVE WRK-DN-MES TO WRK-CP-MES
       IF WRK-CP-MES = 12
           ADD 1 TO WRK-CP-ANO
           MOVE 01 TO WRK-CP-MES
       ELSE
           ADD 1 TO WRK-CP-MES
       END-IF
       OPEN INPUT EX26-FERPRM-FILE
       IF WRK-FERPRM-STATUS = '00'
           READ EX26-FERPRM-FILE
               AT END CONTINUE
               NOT AT END
                   IF EX26-FERPRM-LINHA IS NUMERIC
                       MOVE EX26-FERPRM-LINHA TO WRK-COMPETENCIA-N
                   END-IF
           END-READ
           CLOSE EX26-FERPRM-FILE
       END-IF.

       0140-CARREGAR-ABONOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-ABONO-FILE
       IF WRK-ABONO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-ABONO-FILE INTO EX26-ABONO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-ABONOS >= 500
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-ABONOS
                       MOVE EX26-AB-MATRICULA TO
                           WRK-TAB-ABO-MATRICULA (WRK-QTD-ABONOS)
                       MOVE EX26-AB-DATA-INICIO TO
                           WRK-TAB-ABO-INICIO (WRK-QTD-ABONOS)
                       MOVE EX26-AB-DIAS TO
                           WRK-TAB-ABO-DIAS (WRK-QTD-ABONOS)
               END-READ
           END-PERFORM
           CLOSE EX26-ABONO-FILE
       END-IF.

       0160-CARREGAR-SALARIOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-SALARIO-HIS-FILE
       IF WRK-SALHIS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-SALARIO-HIS-FILE INTO EX26-SALARIO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0170-GUARDAR-SALARIO
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

       0200-ABRIR-ARQUIVOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-AFASTAMENTO-FILE
       OPEN INPUT FUNC-MASTER-FILE
       OPEN OUTPUT EX26-LIQUIDO-FILE
       OPEN EXTEND EX26-LIQUIDO-HIS-FILE
       IF WRK-LIQHIS-STATUS = '35'
           OPEN OUTPUT EX26-LIQUIDO-HIS-FILE
       END-IF
       OPEN OUTPUT EX26-RECIBO-FILE
       OPEN OUTPUT EX26-FERPGTO-REL-FILE
       WRITE EX26-FERPGTO-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX26-FERPGTO-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       MOVE WRK-CP-MES TO WRK-LY-MES
       MOVE WRK-CP-ANO TO WRK-LY-ANO
       WRITE EX26-FERPGTO-REL-LINHA FROM WRK-LINHA-CICLO
       WRITE EX26-FERPGTO-REL-LINHA FROM WRK-LINHA-BRANCO
       IF WRK-AFASTAMENTO-STATUS NOT = '00'
           MOVE 'S' TO WRK-FIM-ARQUIVO
       ELSE
           READ EX26-AFASTAMENTO-FILE INTO EX26-AFASTAMENTO-REC
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ
       END-IF.

       0300-PROCESSAR.
       MOVE EX26-AF-DATA-INICIO TO WRK-DATA-CALCULO-N
       IF EX26-AF-TIPO = 'FERIAS'
          AND WRK-DC-ANO = WRK-CP-ANO
          AND WRK-DC-MES = WRK-CP-MES
           PERFORM 0400-CALCULAR-FERIAS THRU 0400-CALCULAR-FERIAS-EXIT
       END-IF
       READ EX26-AFASTAMENTO-FILE INTO EX26-AFASTAMENTO-REC
           AT END MOVE 'S' TO WRK-FIM-ARQUIVO
       END-READ.

       0400-CALCULAR-FERIAS.
       MOVE EX26-AF-MATRICULA TO WRK-LC-MATRICULA
       MOVE EX26-AF-MATRICULA TO FUNC-MT-MATRICULA
       READ FUNC-MASTER-FILE INTO FUNC-MASTER-REC
           INVALID KEY
               MOVE 'NAO CADASTRADO' TO FUNC-MS-NOME
               MOVE SPACES TO FUNC-MS-DEPARTAMENTO
               PERFORM 0410-EMPRESA-DA-MATRICULA
       END-READ

       MOVE EX26-AF-DATA-INICIO TO WRK-DATA-CALCULO-N
       MOVE WRK-DC-ANO TO WRK-CI-ANO
       MOVE WRK-DC-MES TO WRK-CI-MES
       PERFORM 0700-CALCULAR-SERIAL
       MOVE WRK-SERIAL-A TO WRK-SERIAL-B
       MOVE EX26-AF-DATA-FIM TO WRK-DATA-CALCULO-N
       PERFORM 0700-CALCULAR-SERIAL
       COMPUTE WRK-DIAS-GOZO = WRK-SERIAL-A - WRK-SERIAL-B + 1

       PERFORM 0450-CALCULAR-MEDIA
       IF WRK-QT-MESES-SAL = 0
           ADD 1 TO WRK-QT-SEM-BASE
           MOVE 'SEM SALARIO NOS 12 MESES ANTERIORES - NAO CALCULADO'
               TO WRK-LC-MENSAGEM
           WRITE EX26-FERPGTO-REL-LINHA FROM WRK-LINHA-OCORRENCIA
           GO TO 0400-CALCULAR-FERIAS-EXIT
       END-IF

       MOVE ZEROS TO WRK-DIAS-ABONO
       SET WRK-ABO-IDX TO 1
       SEARCH WRK-TAB-ABO
           AT END
               CONTINUE
           WHEN WRK-ABO-IDX > WRK-QTD-ABONOS
               CONTINUE
           WHEN WRK-TAB-ABO-MATRICULA (WRK-ABO-IDX) = EX26-AF-MATRICULA
              AND WRK-TAB-ABO-INICIO (WRK-ABO-IDX) = EX26-AF-DATA-INICIO
               MOVE WRK-TAB-ABO-DIAS (WRK-ABO-IDX) TO WRK-DIAS-ABONO
       END-SEARCH
       IF WRK-DIAS-ABONO > 10
           MOVE 10 TO WRK-DIAS-ABONO
           MOVE 'ABONO PECUNIARIO LIMITADO A 10 DIAS'
               TO WRK-LC-MENSAGEM
           WRITE EX26-FERPGTO-REL-LINHA FROM WRK-LINHA-OCORRENCIA
       END-IF

       COMPUTE WRK-VALOR-DIA = WRK-MEDIA / 30
       COMPUTE WRK-VLR-FERIAS ROUNDED = WRK-VALOR-DIA * WRK-DIAS-GOZO
       COMPUTE WRK-VLR-TERCO ROUNDED = WRK-VLR-FERIAS / 3
       COMPUTE WRK-VLR-ABONO ROUNDED = WRK-VALOR-DIA * WRK-DIAS-ABONO
       COMPUTE WRK-VLR-TERCO-ABONO ROUNDED = WRK-VLR-ABONO / 3

       MOVE WRK-COMP-INICIO-N TO EX26-TB-COMPETENCIA
       MOVE EX26-AF-MATRICULA TO EX26-TB-MATRICULA
       COMPUTE EX26-TB-BASE = WRK-VLR-FERIAS + WRK-VLR-TERCO
       CALL 'EX26-TRIBUTOS' USING EX26-TRIBUTO-REC
       IF EX26-TB-SEM-TABELA
           ADD 1 TO WRK-QT-SEM-TABELA
           MOVE 'SEM TABELA INSS/IRRF PARA A COMPETENCIA'
               TO WRK-LC-MENSAGEM
           WRITE EX26-FERPGTO-REL-LINHA FROM WRK-LINHA-OCORRENCIA
           GO TO 0400-CALCULAR-FERIAS-EXIT
       END-IF

       MOVE EX26-AF-MATRICULA TO EX26-LQ-MATRICULA
       MOVE WRK-COMP-INICIO-N TO EX26-LQ-COMPETENCIA
       MOVE 'F' TO EX26-LQ-TIPO
       MOVE FUNC-MS-EMPRESA TO EX26-LQ-EMPRESA
       COMPUTE EX26-LQ-VLR-BRUTO = WRK-VLR-FERIAS + WRK-VLR-TERCO
           + WRK-VLR-ABONO + WRK-VLR-TERCO-ABONO
       MOVE EX26-TB-VLR-INSS TO EX26-LQ-VLR-INSS
       MOVE EX26-TB-VLR-IRRF TO EX26-LQ-VLR-IRRF
       MOVE ZEROS TO EX26-LQ-VLR-OUTROS
       COMPUTE EX26-LQ-VLR-ISENTO = WRK-VLR-ABONO + WRK-VLR-TERCO-ABONO
       COMPUTE WRK-TOT-DESCONTOS = EX26-LQ-VLR-INSS
           + EX26-LQ-VLR-IRRF + EX26-LQ-VLR-OUTROS
       COMPUTE WRK-LIQUIDO-CALC =
           EX26-LQ-VLR-BRUTO - WRK-TOT-DESCONTOS
       IF WRK-LIQUIDO-CALC < 0
           MOVE ZEROS TO EX26-LQ-VLR-LIQUIDO
           MOVE EX26-AF-MATRICULA TO WRK-LC-MATRICULA
           MOVE 'DESCONTOS SUPERAM AS FERIAS - LIQUIDO ZERADO'
               TO WRK-LC-MENSAGEM
           WRITE EX26-FERPGTO-REL-LINHA FROM WRK-LINHA-OCORRENCIA
       ELSE
           MOVE WRK-LIQUIDO-CALC TO EX26-LQ-VLR-LIQUIDO
       END-IF
       MOVE EX26-LIQUIDO-REC TO EX26-LIQUIDO-LINHA
       WRITE EX26-LIQUIDO-LINHA
       MOVE EX26-LIQUIDO-REC TO EX26-LIQUIDO-HIS-LINHA
       WRITE EX26-LIQUIDO-HIS-LINHA

       MOVE EX26-AF-DATA-INICIO TO WRK-DATA-PAGAMENTO-N
       PERFORM 0720-DIA-ANTERIOR VARYING WRK-VEZES FROM 1 BY 1
           UNTIL WRK-VEZES > 2
       IF WRK-DATA-NEGOCIO > WRK-DATA-PAGAMENTO-N
           MOVE 'S' TO WRK-ATRASO
           ADD 1 TO WRK-QT-ATRASADOS
       ELSE
           MOVE 'N' TO WRK-ATRASO
       END-IF

       ADD 1 TO WRK-QT-PROCESSADOS
       ADD EX26-LQ-VLR-BRUTO TO WRK-TOT-BRUTO
       ADD EX26-LQ-VLR-INSS TO WRK-TOT-INSS
       ADD EX26-LQ-VLR-IRRF TO WRK-TOT-IRRF
       ADD EX26-LQ-VLR-LIQUIDO TO WRK-TOT-LIQUIDO
       PERFORM 0420-SOMAR-EMPRESA

       MOVE EX26-AF-MATRICULA TO WRK-LR-MATRICULA
       MOVE EX26-AF-DATA-INICIO TO WRK-DATA-CALCULO-N
       PERFORM 0760-EDITAR-DATA
       MOVE WRK-DATA-EDITADA TO WRK-LR-INICIO
       MOVE WRK-DIAS-GOZO TO WRK-LR-DIAS
       MOVE WRK-DIAS-ABONO TO WRK-LR-ABONO
       MOVE EX26-LQ-VLR-LIQUIDO TO WRK-LR-LIQUIDO
       MOVE WRK-DATA-PAGAMENTO-N TO WRK-DATA-CALCULO-N
       PERFORM 0760-EDITAR-DATA
       MOVE WRK-DATA-EDITADA TO WRK-LR-PAGAMENTO
       IF WRK-ATRASO-OK
           MOVE 'EM ATRASO' TO WRK-LR-SITUACAO
       ELSE
           MOVE 'NO PRAZO' TO WRK-LR-SITUACAO
       END-IF
       WRITE EX26-FERPGTO-REL-LINHA FROM WRK-LINHA-REGISTRO
       PERFORM 0500-EMITIR-RECIBO.

       0400-CALCULAR-FERIAS-EXIT.
       EXIT.

       0410-EMPRESA-DA-MATRICULA.
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-DONA-MATRICULA TO TRUE
       MOVE EX26-AF-MATRICULA TO SIS-EP-MATRICULA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       MOVE SIS-EP-EMPRESA TO FUNC-MS-EMPRESA.

       0420-SOMAR-EMPRESA.
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
               MOVE ZEROS TO WRK-TAB-EMT-LIQUIDO (WRK-EMT-IDX)
           WHEN WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) = EX26-LQ-EMPRESA
               CONTINUE
       END-SEARCH
       ADD 1 TO WRK-TAB-EMT-QTD (WRK-EMT-IDX)
       ADD EX26-LQ-VLR-BRUTO TO WRK-TAB-EMT-BRUTO (WRK-EMT-IDX)
       ADD EX26-LQ-VLR-INSS TO WRK-TAB-EMT-INSS (WRK-EMT-IDX)
       ADD EX26-LQ-VLR-IRRF TO WRK-TAB-EMT-IRRF (WRK-EMT-IDX)
       ADD EX26-LQ-VLR-LIQUIDO TO WRK-TAB-EMT-LIQUIDO (WRK-EMT-IDX).

       0450-CALCULAR-MEDIA.
       IF WRK-CI-MES = 1
           COMPUTE WRK-COMP-MEDIA-ATE = (WRK-CI-ANO - 1) * 100 + 12
       ELSE
           COMPUTE WRK-COMP-MEDIA-ATE = WRK-COMP-INICIO-N - 1
       END-IF
       COMPUTE WRK-COMP-MEDIA-DE = WRK-COMP-INICIO-N - 100
       MOVE ZEROS TO WRK-SOMA-BRUTO
       MOVE ZEROS TO WRK-QT-MESES-SAL
       MOVE ZEROS TO WRK-MEDIA
       PERFORM VARYING WRK-SAL-IDX FROM 1 BY 1
               UNTIL WRK-SAL-IDX > WRK-QTD-SALARIOS
           IF WRK-TAB-SAL-MATRICULA (WRK-SAL-IDX) = EX26-AF-MATRICULA
              AND WRK-TAB-SAL-COMPETENCIA (WRK-SAL-IDX)
                  NOT < WRK-COMP-MEDIA-DE
              AND WRK-TAB-SAL-COMPETENCIA (WRK-SAL-IDX)
                  NOT > WRK-COMP-MEDIA-ATE
               ADD WRK-TAB-SAL-BRUTO (WRK-SAL-IDX) TO WRK-SOMA-BRUTO
               ADD 1 TO WRK-QT-MESES-SAL
           END-IF
       END-PERFORM
       IF WRK-QT-MESES-SAL > 0
           COMPUTE WRK-MEDIA ROUNDED = WRK-SOMA-BRUTO / WRK-QT-MESES-SAL
       END-IF.

       0500-EMITIR-RECIBO.
       WRITE EX26-RECIBO-LINHA FROM WRK-REC-TITULO
       MOVE EX26-AF-MATRICULA TO WRK-RE-MATRICULA
       MOVE FUNC-MS-NOME TO WRK-RE-NOME
       MOVE FUNC-MS-DEPARTAMENTO TO WRK-RE-DEPARTAMENTO
       WRITE EX26-RECIBO-LINHA FROM WRK-REC-EMPREGADO
       MOVE WRK-LR-INICIO TO WRK-RP-INICIO
       MOVE EX26-AF-DATA-FIM TO WRK-DATA-CALCULO-N
       PERFORM 0760-EDITAR-DATA
       MOVE WRK-DATA-EDITADA TO WRK-RP-FIM
       MOVE WRK-DIAS-GOZO TO WRK-RP-DIAS
       WRITE EX26-RECIBO-LINHA FROM WRK-REC-PERIODO
       MOVE WRK-LR-PAGAMENTO TO WRK-RG-DATA
       IF WRK-ATRASO-OK
           MOVE '*** PAGAMENTO EM ATRASO ***' TO WRK-RG-SITUACAO
       ELSE
           MOVE SPACES TO WRK-RG-SITUACAO
       END-IF
       WRITE EX26-RECIBO-LINHA FROM WRK-REC-PAGAMENTO
       WRITE EX26-RECIBO-LINHA FROM WRK-REC-SEPARADOR
       WRITE EX26-RECIBO-LINHA FROM WRK-REC-COLUNAS

       MOVE ZEROS TO WRK-RB-DESCONTO
       MOVE SPACES TO WRK-RB-DESCRICAO
       STRING 'FERIAS ' DELIMITED BY SIZE
           WRK-DIAS-GOZO DELIMITED BY SIZE
           ' DIAS' DELIMITED BY SIZE
           INTO WRK-RB-DESCRICAO
       MOVE WRK-VLR-FERIAS TO WRK-RB-PROVENTO
       WRITE EX26-RECIBO-LINHA FROM WRK-REC-RUBRICA
       MOVE '1/3 CONSTITUCIONAL' TO WRK-RB-DESCRICAO
       MOVE WRK-VLR-TERCO TO WRK-RB-PROVENTO
       WRITE EX26-RECIBO-LINHA FROM WRK-REC-RUBRICA
       IF WRK-DIAS-ABONO > 0
           MOVE SPACES TO WRK-RB-DESCRICAO
           STRING 'ABONO PECUNIARIO ' DELIMITED BY SIZE
               WRK-DIAS-ABONO DELIMITED BY SIZE
               ' DIAS' DELIMITED BY SIZE
               INTO WRK-RB-DESCRICAO
           MOVE WRK-VLR-ABONO TO WRK-RB-PROVENTO
           WRITE EX26-RECIBO-LINHA FROM WRK-REC-RUBRICA
           MOVE '1/3 SOBRE ABONO' TO WRK-RB-DESCRICAO
           MOVE WRK-VLR-TERCO-ABONO TO WRK-RB-PROVENTO
           WRITE EX26-RECIBO-LINHA FROM WRK-REC-RUBRICA
       END-IF

       MOVE ZEROS TO WRK-RB-PROVENTO
       MOVE 'INSS' TO WRK-RB-DESCRICAO
       MOVE EX26-LQ-VLR-INSS TO WRK-RB-DESCONTO
       WRITE EX26-RECIBO-LINHA FROM WRK-REC-RUBRICA
       MOVE 'IRRF' TO WRK-RB-DESCRICAO
       MOVE EX26-LQ-VLR-IRRF TO WRK-RB-DESCONTO
       WRITE EX26-RECIBO-LINHA FROM WRK-REC-RUBRICA

       WRITE EX26-RECIBO-LINHA FROM WRK-REC-SEPARADOR
       MOVE 'TOTAIS' TO WRK-RB-DESCRICAO
       MOVE EX26-LQ-VLR-BRUTO TO WRK-RB-PROVENTO
       MOVE WRK-TOT-DESCONTOS TO WRK-RB-DESCONTO
       WRITE EX26-RECIBO-LINHA FROM WRK-REC-RUBRICA
       MOVE EX26-LQ-VLR-LIQUIDO TO WRK-RL-LIQUIDO
       WRITE EX26-RECIBO-LINHA FROM WRK-REC-LIQUIDO
       WRITE EX26-RECIBO-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX26-RECIBO-LINHA FROM WRK-REC-ASSINATURA
       WRITE EX26-RECIBO-LINHA FROM WRK-LINHA-BRANCO.

       0700-CALCULAR-SERIAL.
       COMPUTE WRK-ANO-ANT = WRK-DC-ANO - 1
       DIVIDE WRK-ANO-ANT BY 4 GIVING WRK-QT-LEAP
       DIVIDE WRK-ANO-ANT BY 100 GIVING WRK-QT-LEAP-100
       DIVIDE WRK-ANO-ANT BY 400 GIVING WRK-QT-LEAP-400
       COMPUTE WRK-QT-LEAP =
           WRK-QT-LEAP - WRK-QT-LEAP-100 + WRK-QT-LEAP-400
       EVALUATE WRK-DC-MES
           WHEN 01 MOVE 000 TO WRK-CUM-DIAS
           WHEN 02 MOVE 031 TO WRK-CUM-DIAS
           WHEN 03 MOVE 059 TO WRK-CUM-DIAS
           WHEN 04 MOVE 090 TO WRK-CUM-DIAS
           WHEN 05 MOVE 120 TO WRK-CUM-DIAS
           WHEN 06 MOVE 151 TO WRK-CUM-DIAS
           WHEN 07 MOVE 181 TO WRK-CUM-DIAS
           WHEN 08 MOVE 212 TO WRK-CUM-DIAS
           WHEN 09 MOVE 243 TO WRK-CUM-DIAS
           WHEN 10 MOVE 273 TO WRK-CUM-DIAS
           WHEN 11 MOVE 304 TO WRK-CUM-DIAS
           WHEN OTHER MOVE 334 TO WRK-CUM-DIAS
       END-EVALUATE
       COMPUTE WRK-SERIAL-A = WRK-DC-ANO * 365 + WRK-QT-LEAP
           + WRK-CUM-DIAS + WRK-DC-DIA
       IF WRK-DC-MES > 2
           PERFORM 0740-VERIFICAR-BISSEXTO
           IF WRK-BISSEXTO-OK
               ADD 1 TO WRK-SERIAL-A
           END-IF
       END-IF.

       0720-DIA-ANTERIOR.
       IF WRK-DP-DIA > 1
           SUBTRACT 1 FROM WRK-DP-DIA
       ELSE
           IF WRK-DP-MES = 1
               SUBTRACT 1 FROM WRK-DP-ANO
               MOVE 12 TO WRK-DP-MES
           ELSE
               SUBTRACT 1 FROM WRK-DP-MES
           END-IF
           EVALUATE WRK-DP-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WRK-DP-DIA
               WHEN 02
                   MOVE WRK-DP-ANO TO WRK-DC-ANO
                   PERFORM 0740-VERIFICAR-BISSEXTO
                   IF WRK-BISSEXTO-OK
                       MOVE 29 TO WRK-DP-DIA
                   ELSE
                       MOVE 28 TO WRK-DP-DIA
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WRK-DP-DIA
           END-EVALUATE
       END-IF.

       0740-VERIFICAR-BISSEXTO.
       DIVIDE WRK-DC-ANO BY 4 GIVING WRK-DIVIDO-TEMP
           REMAINDER WRK-REM4
       DIVIDE WRK-DC-ANO BY 100 GIVING WRK-DIVIDO-TEMP
           REMAINDER WRK-REM100
       DIVIDE WRK-DC-ANO BY 400 GIVING WRK-DIVIDO-TEMP
           REMAINDER WRK-REM400
       IF WRK-REM4 = 0 AND
               (WRK-REM100 NOT = 0 OR WRK-REM400 = 0)
           MOVE 'S' TO WRK-BISSEXTO
       ELSE
           MOVE 'N' TO WRK-BISSEXTO
       END-IF.

       0760-EDITAR-DATA.
       MOVE WRK-DC-DIA TO WRK-DE-DIA
       MOVE WRK-DC-MES TO WRK-DE-MES
       MOVE WRK-DC-ANO TO WRK-DE-ANO.

       0800-RELATORIO-TOTAIS.
       PERFORM 0810-TOTAIS-EMPRESAS
       WRITE EX26-FERPGTO-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-CONSOLIDADO TO TRUE
       MOVE 'EX26-FERIAS-PGT' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NAO
           WRITE EX26-FERPGTO-REL-LINHA FROM WRK-LINHA-SEM-CONSOLIDADO
       ELSE
           PERFORM 0820-TOTAIS-CONSOLIDADOS
       END-IF
       PERFORM 0830-RESUMO-PROCESSAMENTO.

       0810-TOTAIS-EMPRESAS.
       WRITE EX26-FERPGTO-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX26-FERPGTO-REL-LINHA FROM WRK-LINHA-TITULO-EMPRESAS
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-LM-EMPRESA
           MOVE WRK-TAB-EMT-QTD (WRK-EMT-IDX) TO WRK-LM-QTD
           MOVE WRK-TAB-EMT-BRUTO (WRK-EMT-IDX) TO WRK-LM-BRUTO
           MOVE WRK-TAB-EMT-LIQUIDO (WRK-EMT-IDX) TO WRK-LM-LIQUIDO
           WRITE EX26-FERPGTO-REL-LINHA FROM WRK-LINHA-EMPRESA
           MOVE WRK-TAB-EMT-INSS (WRK-EMT-IDX) TO WRK-LM-INSS
           MOVE WRK-TAB-EMT-IRRF (WRK-EMT-IDX) TO WRK-LM-IRRF
           WRITE EX26-FERPGTO-REL-LINHA FROM WRK-LINHA-EMPRESA-TRIBUTOS
       END-PERFORM.

       0820-TOTAIS-CONSOLIDADOS.
       MOVE SIS-EP-USUARIO TO WRK-LG-USUARIO
       WRITE EX26-FERPGTO-REL-LINHA FROM WRK-LINHA-CONSOLIDADO
       MOVE 'TOTAL BRUTO FERIAS....:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-BRUTO TO WRK-LO-VALOR
       WRITE EX26-FERPGTO-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'TOTAL INSS RETIDO.....:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-INSS TO WRK-LO-VALOR
       WRITE EX26-FERPGTO-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'TOTAL IRRF RETIDO.....:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-IRRF TO WRK-LO-VALOR
       WRITE EX26-FERPGTO-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'TOTAL LIQUIDO.........:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-LIQUIDO TO WRK-LO-VALOR
       WRITE EX26-FERPGTO-REL-LINHA FROM WRK-LINHA-TOTAL.

       0830-RESUMO-PROCESSAMENTO.
       WRITE EX26-FERPGTO-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'PERIODOS PAGOS........: ' DELIMITED BY SIZE
           WRK-QT-PROCESSADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-FERPGTO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'PAGAMENTO EM ATRASO...: ' DELIMITED BY SIZE
           WRK-QT-ATRASADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-FERPGTO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'SEM SALARIO BASE......: ' DELIMITED BY SIZE
           WRK-QT-SEM-BASE DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-FERPGTO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'SEM TABELA............: ' DELIMITED BY SIZE
           WRK-QT-SEM-TABELA DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-FERPGTO-REL-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       IF WRK-AFASTAMENTO-STATUS NOT = '35'
           CLOSE EX26-AFASTAMENTO-FILE
       END-IF
       CLOSE FUNC-MASTER-FILE
       CLOSE EX26-LIQUIDO-FILE
       CLOSE EX26-LIQUIDO-HIS-FILE
       CLOSE EX26-RECIBO-FILE
       CLOSE EX26-FERPGTO-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
